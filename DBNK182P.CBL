000100***************************************************************** DBNK182P
000200*                                                               * DBNK182P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK182P
000400*   This demonstration program is provided for use by users     * DBNK182P
000500*   of Micro Focus products and may be used, modified and       * DBNK182P
000600*   distributed as part of your application provided that       * DBNK182P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK182P
000800*   in this material.                                           * DBNK182P
000900*                                                               * DBNK182P
001000***************************************************************** DBNK182P
001100                                                                  DBNK182P
001200                                                                  DBNK182P
001300***************************************************************** DBNK182P
001400* Program:     DBNK182P.CBL                                     * DBNK182P
001500* Function:    Insider register maintenance and the insider     * DBNK182P
001600*              check. Supervisors and administrators link an    * DBNK182P
001700*              operator's user ID to the operator's own         * DBNK182P
001800*              customer PID and to the PIDs of related people,  * DBNK182P
001900*              or take a link off (it is kept, marked removed); * DBNK182P
002000*              nobody maintains their own links. A list returns * DBNK182P
002100*              up to seven of the operator's live links. The    * DBNK182P
002200*              check is made before a sensitive BBANK75P        * DBNK182P
002300*              function acts: the account, named by its number  * DBNK182P
002400*              or found from the reference of a posting to it,  * DBNK182P
002500*              is refused when its holder or joint holder is    * DBNK182P
002600*              linked to the operator, and the attempt is       * DBNK182P
002700*              written to the security journal through DBANK37P * DBNK182P
002800*              as event INSIDER.                                * DBNK182P
002900*              VSAM version                                     * DBNK182P
003000***************************************************************** DBNK182P
003100                                                                  DBNK182P
003200 IDENTIFICATION DIVISION.                                         DBNK182P
003300 PROGRAM-ID.                                                      DBNK182P
003400     DBNK182P.                                                    DBNK182P
003500 DATE-WRITTEN.                                                    DBNK182P
003600     October 2008.                                                DBNK182P
003700 DATE-COMPILED.                                                   DBNK182P
003800     Today.                                                       DBNK182P
003900                                                                  DBNK182P
004000 ENVIRONMENT DIVISION.                                            DBNK182P
004100                                                                  DBNK182P
004200 DATA DIVISION.                                                   DBNK182P
004300                                                                  DBNK182P
004400 WORKING-STORAGE SECTION.                                         DBNK182P
004500 01  WS-MISC-STORAGE.                                             DBNK182P
004600   05  WS-PROGRAM-ID                         PIC X(8)             DBNK182P
004700       VALUE 'DBNK182P'.                                          DBNK182P
004800   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBNK182P
004900   05  WS-RESP                               PIC S9(8) COMP.      DBNK182P
005000   05  WS-INSD-TOKEN                         PIC S9(8) COMP.      DBNK182P
005100   05  WS-BNKINSD-RID.                                            DBNK182P
005200     10  WS-BNKINSD-RID-USERID               PIC X(5).            DBNK182P
005300     10  WS-BNKINSD-RID-PID                  PIC X(5).            DBNK182P
005400   05  WS-BNKOPER-RID                        PIC X(5).            DBNK182P
005500   05  WS-BNKCUST-RID                        PIC X(5).            DBNK182P
005600   05  WS-BNKACC-RID                         PIC X(9).            DBNK182P
005700   05  WS-BNKLEDG-RID                        PIC X(26).           DBNK182P
005800   05  WS-TODAY-DATE                         PIC X(8).            DBNK182P
005900   05  WS-DONE-MSG                           PIC X(40).           DBNK182P
006000   05  WS-CHECK-ACCNO                        PIC X(9).            DBNK182P
006100   05  WS-CHECK-PID                          PIC X(5).            DBNK182P
006200   05  WS-SELF-PID                           PIC X(5).            DBNK182P
006300                                                                  DBNK182P
006400 COPY CTSTAMPD.                                                   DBNK182P
006500                                                                  DBNK182P
006600 01  WS-BNKINSD-REC.                                              DBNK182P
006700 COPY CBANKVIN.                                                   DBNK182P
006800                                                                  DBNK182P
006900 01  WS-BNKOPER-REC.                                              DBNK182P
007000 COPY CBANKVOR.                                                   DBNK182P
007100                                                                  DBNK182P
007200 01  WS-BNKCUST-REC.                                              DBNK182P
007300 COPY CBANKVCS.                                                   DBNK182P
007400                                                                  DBNK182P
007500 01  WS-BNKACC-REC.                                               DBNK182P
007600 COPY CBANKVAC.                                                   DBNK182P
007700                                                                  DBNK182P
007800 01  WS-BNKLEDG-REC.                                              DBNK182P
007900 COPY CBANKVLG.                                                   DBNK182P
008000                                                                  DBNK182P
008100 01  WS-TREF-DATA.                                                DBNK182P
008200 COPY CTREFD.                                                     DBNK182P
008300                                                                  DBNK182P
008400 01  WS-SECEVENT-DATA.                                            DBNK182P
008500 COPY CBANKD37.                                                   DBNK182P
008600                                                                  DBNK182P
008700 01  WS-COMMAREA.                                                 DBNK182P
008800 COPY CBNKD182.                                                   DBNK182P
008900                                                                  DBNK182P
009000 COPY CABENDD.                                                    DBNK182P
009100                                                                  DBNK182P
009200 LINKAGE SECTION.                                                 DBNK182P
009300 01  DFHCOMMAREA.                                                 DBNK182P
009400   05  LK-COMMAREA                           PIC X(1)             DBNK182P
009500       OCCURS 1 TO 4096 TIMES                                     DBNK182P
009600         DEPENDING ON WS-COMMAREA-LENGTH.                         DBNK182P
009700                                                                  DBNK182P
009800 COPY CENTRY.                                                     DBNK182P
009900***************************************************************** DBNK182P
010000* Move the passed data to our area                              * DBNK182P
010100***************************************************************** DBNK182P
010200     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBNK182P
010300     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBNK182P
010400                                                                  DBNK182P
010500***************************************************************** DBNK182P
010600* Initialize our output area                                    * DBNK182P
010700***************************************************************** DBNK182P
010800     MOVE SPACES TO C182O-DATA.                                   DBNK182P
010900     SET C182O-FAIL TO TRUE.                                      DBNK182P
011000     SET C182O-NOT-INSIDER TO TRUE.                               DBNK182P
011100     MOVE 0 TO C182O-COUNT.                                       DBNK182P
011200     MOVE SPACES TO WS-DONE-MSG.                                  DBNK182P
011300                                                                  DBNK182P
011400 COPY CTSTAMPP.                                                   DBNK182P
011500     MOVE WS-TIMESTAMP(1:4) TO WS-TODAY-DATE(1:4).                DBNK182P
011600     MOVE WS-TIMESTAMP(6:2) TO WS-TODAY-DATE(5:2).                DBNK182P
011700     MOVE WS-TIMESTAMP(9:2) TO WS-TODAY-DATE(7:2).                DBNK182P
011800                                                                  DBNK182P
011900     IF C182I-CHECK                                               DBNK182P
012000        GO TO CHECK-ACCOUNT                                       DBNK182P
012100     END-IF.                                                      DBNK182P
012200     IF C182I-LIST                                                DBNK182P
012300        GO TO RETURN-LINKS                                        DBNK182P
012400     END-IF.                                                      DBNK182P
012500                                                                  DBNK182P
012600***************************************************************** DBNK182P
012700* Adding and taking off links needs an active supervisor or     * DBNK182P
012800* administrator, and never one working on their own links       * DBNK182P
012900***************************************************************** DBNK182P
013000     MOVE C182I-OPERATOR TO WS-BNKOPER-RID.                       DBNK182P
013100     EXEC CICS READ FILE('BNKOPER')                               DBNK182P
013200                    INTO(WS-BNKOPER-REC)                          DBNK182P
013300                    LENGTH(LENGTH OF WS-BNKOPER-REC)              DBNK182P
013400                    RIDFLD(WS-BNKOPER-RID)                        DBNK182P
013500                    RESP(WS-RESP)                                 DBNK182P
013600     END-EXEC.                                                    DBNK182P
013700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK182P
013800        NOT BOR-REC-IS-ACTIVE OR                                  DBNK182P
013900        (NOT BOR-REC-ROLE-SUPERVISOR AND                          DBNK182P
014000         NOT BOR-REC-ROLE-ADMIN)                                  DBNK182P
014100        MOVE 'Supervisor authority required' TO C182O-MSG         DBNK182P
014200        GO TO DBNK182P-EXIT                                       DBNK182P
014300     END-IF.                                                      DBNK182P
014400     IF C182I-USERID IS EQUAL TO C182I-OPERATOR                   DBNK182P
014500        MOVE 'You cannot change your own links' TO C182O-MSG      DBNK182P
014600        GO TO DBNK182P-EXIT                                       DBNK182P
014700     END-IF.                                                      DBNK182P
014800     MOVE C182I-USERID TO WS-BNKINSD-RID-USERID.                  DBNK182P
014900     MOVE C182I-PID TO WS-BNKINSD-RID-PID.                        DBNK182P
015000     IF C182I-REMOVE                                              DBNK182P
015100        GO TO REMOVE-LINK                                         DBNK182P
015200     END-IF.                                                      DBNK182P
015300                                                                  DBNK182P
015400***************************************************************** DBNK182P
015500* Link the operator to a customer. The operator must have a     * DBNK182P
015600* profile and the customer must be on file; an operator has one * DBNK182P
015700* own PID, and a link taken off earlier is put back             * DBNK182P
015800***************************************************************** DBNK182P
015900     MOVE C182I-USERID TO WS-BNKOPER-RID.                         DBNK182P
016000     EXEC CICS READ FILE('BNKOPER')                               DBNK182P
016100                    INTO(WS-BNKOPER-REC)                          DBNK182P
016200                    LENGTH(LENGTH OF WS-BNKOPER-REC)              DBNK182P
016300                    RIDFLD(WS-BNKOPER-RID)                        DBNK182P
016400                    RESP(WS-RESP)                                 DBNK182P
016500     END-EXEC.                                                    DBNK182P
016600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK182P
016700        MOVE 'Operator profile not found' TO C182O-MSG            DBNK182P
016800        GO TO DBNK182P-EXIT                                       DBNK182P
016900     END-IF.                                                      DBNK182P
017000     MOVE C182I-PID TO WS-BNKCUST-RID.                            DBNK182P
017100     EXEC CICS READ FILE('BNKCUST')                               DBNK182P
017200                    INTO(WS-BNKCUST-REC)                          DBNK182P
017300                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBNK182P
017400                    RIDFLD(WS-BNKCUST-RID)                        DBNK182P
017500                    RESP(WS-RESP)                                 DBNK182P
017600     END-EXEC.                                                    DBNK182P
017700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK182P
017800        MOVE 'Customer not found' TO C182O-MSG                    DBNK182P
017900        GO TO DBNK182P-EXIT                                       DBNK182P
018000     END-IF.                                                      DBNK182P
018100     IF C182I-RELATION IS EQUAL TO SPACES                         DBNK182P
018200        MOVE 'R' TO C182I-RELATION                                DBNK182P
018300     END-IF.                                                      DBNK182P
018400     IF C182I-RELATION IS NOT EQUAL TO 'S' AND                    DBNK182P
018500        C182I-RELATION IS NOT EQUAL TO 'R'                        DBNK182P
018600        MOVE 'Relation must be S (self) or R (related)'           DBNK182P
018700          TO C182O-MSG                                            DBNK182P
018800        GO TO DBNK182P-EXIT                                       DBNK182P
018900     END-IF.                                                      DBNK182P
019000     IF C182I-RELATION IS EQUAL TO 'S'                            DBNK182P
019100        PERFORM FIND-SELF-LINK THRU                               DBNK182P
019200                FIND-SELF-LINK-EXIT                               DBNK182P
019300        IF WS-SELF-PID IS NOT EQUAL TO SPACES AND                 DBNK182P
019400           WS-SELF-PID IS NOT EQUAL TO C182I-PID                  DBNK182P
019500           MOVE SPACES TO C182O-MSG                               DBNK182P
019600           STRING 'Operator is already linked to '                DBNK182P
019700                                      DELIMITED BY SIZE           DBNK182P
019800                  WS-SELF-PID         DELIMITED BY SIZE           DBNK182P
019900             INTO C182O-MSG                                       DBNK182P
020000           GO TO DBNK182P-EXIT                                    DBNK182P
020100        END-IF                                                    DBNK182P
020200     END-IF.                                                      DBNK182P
020300     MOVE C182I-USERID TO WS-BNKINSD-RID-USERID.                  DBNK182P
020400     MOVE C182I-PID TO WS-BNKINSD-RID-PID.                        DBNK182P
020500     EXEC CICS READ FILE('BNKINSD')                               DBNK182P
020600                    UPDATE                                        DBNK182P
020700                    INTO(WS-BNKINSD-REC)                          DBNK182P
020800                    LENGTH(LENGTH OF WS-BNKINSD-REC)              DBNK182P
020900                    RIDFLD(WS-BNKINSD-RID)                        DBNK182P
021000                    TOKEN(WS-INSD-TOKEN)                          DBNK182P
021100                    RESP(WS-RESP)                                 DBNK182P
021200     END-EXEC.                                                    DBNK182P
021300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND               DBNK182P
021400        WS-RESP IS NOT EQUAL TO DFHRESP(NOTFND)                   DBNK182P
021500        MOVE 'Unable to read insider register' TO C182O-MSG       DBNK182P
021600        GO TO DBNK182P-EXIT                                       DBNK182P
021700     END-IF.                                                      DBNK182P
021800     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBNK182P
021900        INS-REC-IS-ACTIVE                                         DBNK182P
022000        EXEC CICS UNLOCK FILE('BNKINSD')                          DBNK182P
022100                         TOKEN(WS-INSD-TOKEN)                     DBNK182P
022200        END-EXEC                                                  DBNK182P
022300        MOVE 'Link is already on file' TO C182O-MSG               DBNK182P
022400        GO TO DBNK182P-EXIT                                       DBNK182P
022500     END-IF.                                                      DBNK182P
022600     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                       DBNK182P
022700        MOVE SPACES TO WS-BNKINSD-REC                             DBNK182P
022800        MOVE C182I-USERID TO INS-REC-USERID                       DBNK182P
022900        MOVE C182I-PID TO INS-REC-PID                             DBNK182P
023000     END-IF.                                                      DBNK182P
023100     MOVE C182I-RELATION TO INS-REC-RELATION.                     DBNK182P
023200     MOVE C182I-DESCRIPTION TO INS-REC-DESCRIPTION.               DBNK182P
023300     SET INS-REC-IS-ACTIVE TO TRUE.                               DBNK182P
023400     MOVE WS-TODAY-DATE TO INS-REC-ADDED-DATE.                    DBNK182P
023500     MOVE C182I-OPERATOR TO INS-REC-ADDED-BY.                     DBNK182P
023600     MOVE SPACES TO INS-REC-REMOVED-DATE.                         DBNK182P
023700     MOVE SPACES TO INS-REC-REMOVED-BY.                           DBNK182P
023800     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK182P
023900        EXEC CICS REWRITE FILE('BNKINSD')                         DBNK182P
024000                       FROM(WS-BNKINSD-REC)                       DBNK182P
024100                       LENGTH(LENGTH OF WS-BNKINSD-REC)           DBNK182P
024200                       TOKEN(WS-INSD-TOKEN)                       DBNK182P
024300                       RESP(WS-RESP)                              DBNK182P
024400        END-EXEC                                                  DBNK182P
024500     ELSE                                                         DBNK182P
024600        EXEC CICS WRITE FILE('BNKINSD')                           DBNK182P
024700                       FROM(WS-BNKINSD-REC)                       DBNK182P
024800                       LENGTH(LENGTH OF WS-BNKINSD-REC)           DBNK182P
024900                       RIDFLD(WS-BNKINSD-RID)                     DBNK182P
025000                       RESP(WS-RESP)                              DBNK182P
025100        END-EXEC                                                  DBNK182P
025200     END-IF.                                                      DBNK182P
025300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK182P
025400        MOVE 'Unable to update insider register' TO C182O-MSG     DBNK182P
025500        GO TO DBNK182P-EXIT                                       DBNK182P
025600     END-IF.                                                      DBNK182P
025700     MOVE 'Link added' TO WS-DONE-MSG.                            DBNK182P
025800     GO TO RETURN-LINKS.                                          DBNK182P
025900                                                                  DBNK182P
026000***************************************************************** DBNK182P
026100* Take a link off - kept on file, marked removed and dated      * DBNK182P
026200***************************************************************** DBNK182P
026300 REMOVE-LINK.                                                     DBNK182P
026400     EXEC CICS READ FILE('BNKINSD')                               DBNK182P
026500                    UPDATE                                        DBNK182P
026600                    INTO(WS-BNKINSD-REC)                          DBNK182P
026700                    LENGTH(LENGTH OF WS-BNKINSD-REC)              DBNK182P
026800                    RIDFLD(WS-BNKINSD-RID)                        DBNK182P
026900                    TOKEN(WS-INSD-TOKEN)                          DBNK182P
027000                    RESP(WS-RESP)                                 DBNK182P
027100     END-EXEC.                                                    DBNK182P
027200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK182P
027300        MOVE 'Link not found' TO C182O-MSG                        DBNK182P
027400        GO TO DBNK182P-EXIT                                       DBNK182P
027500     END-IF.                                                      DBNK182P
027600     IF INS-REC-IS-REMOVED                                        DBNK182P
027700        EXEC CICS UNLOCK FILE('BNKINSD')                          DBNK182P
027800                         TOKEN(WS-INSD-TOKEN)                     DBNK182P
027900        END-EXEC                                                  DBNK182P
028000        MOVE 'Link has already been taken off' TO C182O-MSG       DBNK182P
028100        GO TO DBNK182P-EXIT                                       DBNK182P
028200     END-IF.                                                      DBNK182P
028300     SET INS-REC-IS-REMOVED TO TRUE.                              DBNK182P
028400     MOVE WS-TODAY-DATE TO INS-REC-REMOVED-DATE.                  DBNK182P
028500     MOVE C182I-OPERATOR TO INS-REC-REMOVED-BY.                   DBNK182P
028600     EXEC CICS REWRITE FILE('BNKINSD')                            DBNK182P
028700                    FROM(WS-BNKINSD-REC)                          DBNK182P
028800                    LENGTH(LENGTH OF WS-BNKINSD-REC)              DBNK182P
028900                    TOKEN(WS-INSD-TOKEN)                          DBNK182P
029000                    RESP(WS-RESP)                                 DBNK182P
029100     END-EXEC.                                                    DBNK182P
029200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK182P
029300        MOVE 'Unable to update insider register' TO C182O-MSG     DBNK182P
029400        GO TO DBNK182P-EXIT                                       DBNK182P
029500     END-IF.                                                      DBNK182P
029600     MOVE 'Link taken off' TO WS-DONE-MSG.                        DBNK182P
029700                                                                  DBNK182P
029800***************************************************************** DBNK182P
029900* Return the operator's live links                              * DBNK182P
030000***************************************************************** DBNK182P
030100 RETURN-LINKS.                                                    DBNK182P
030200     PERFORM LIST-LINKS THRU                                      DBNK182P
030300             LIST-LINKS-EXIT.                                     DBNK182P
030400     SET C182O-OK TO TRUE.                                        DBNK182P
030500     MOVE WS-DONE-MSG TO C182O-MSG.                               DBNK182P
030600     IF C182O-MSG IS EQUAL TO SPACES AND                          DBNK182P
030700        C182O-COUNT IS EQUAL TO ZERO                              DBNK182P
030800        MOVE 'No insider links on file' TO C182O-MSG              DBNK182P
030900     END-IF.                                                      DBNK182P
031000     GO TO DBNK182P-EXIT.                                         DBNK182P
031100                                                                  DBNK182P
031200***************************************************************** DBNK182P
031300* The insider check. The account is found from the posting when * DBNK182P
031400* only a reference is given; an account or reference that       * DBNK182P
031500* cannot be found is left for the function itself to reject     * DBNK182P
031600***************************************************************** DBNK182P
031700 CHECK-ACCOUNT.                                                   DBNK182P
031800     SET C182O-OK TO TRUE.                                        DBNK182P
031900     MOVE C182I-ACCNO TO WS-CHECK-ACCNO.                          DBNK182P
032000     IF WS-CHECK-ACCNO IS EQUAL TO SPACES AND                     DBNK182P
032100        C182I-REFNO IS NOT EQUAL TO SPACES                        DBNK182P
032200        SET TREF-FUNC-DECODE TO TRUE                              DBNK182P
032300        MOVE C182I-REFNO TO TREF-REFNO                            DBNK182P
032400        CALL 'UTXNREF' USING WS-TREF-DATA                         DBNK182P
032500        IF TREF-FAILED                                            DBNK182P
032600           GO TO DBNK182P-EXIT                                    DBNK182P
032700        END-IF                                                    DBNK182P
032800        MOVE TREF-TIMESTAMP TO WS-BNKLEDG-RID                     DBNK182P
032900        EXEC CICS READ FILE('BNKLEDG')                            DBNK182P
033000                       INTO(WS-BNKLEDG-REC)                       DBNK182P
033100                       LENGTH(LENGTH OF WS-BNKLEDG-REC)           DBNK182P
033200                       RIDFLD(WS-BNKLEDG-RID)                     DBNK182P
033300                       RESP(WS-RESP)                              DBNK182P
033400        END-EXEC                                                  DBNK182P
033500        IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                DBNK182P
033600           GO TO DBNK182P-EXIT                                    DBNK182P
033700        END-IF                                                    DBNK182P
033800        MOVE BLG-REC-ACCNO TO WS-CHECK-ACCNO                      DBNK182P
033900     END-IF.                                                      DBNK182P
034000     IF WS-CHECK-ACCNO IS EQUAL TO SPACES                         DBNK182P
034100        GO TO DBNK182P-EXIT                                       DBNK182P
034200     END-IF.                                                      DBNK182P
034300     MOVE WS-CHECK-ACCNO TO WS-BNKACC-RID.                        DBNK182P
034400     EXEC CICS READ FILE('BNKACC')                                DBNK182P
034500                    INTO(WS-BNKACC-REC)                           DBNK182P
034600                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBNK182P
034700                    RIDFLD(WS-BNKACC-RID)                         DBNK182P
034800                    RESP(WS-RESP)                                 DBNK182P
034900     END-EXEC.                                                    DBNK182P
035000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK182P
035100        GO TO DBNK182P-EXIT                                       DBNK182P
035200     END-IF.                                                      DBNK182P
035300     MOVE BAC-REC-PID TO WS-CHECK-PID.                            DBNK182P
035400     PERFORM CHECK-ONE-PID THRU                                   DBNK182P
035500             CHECK-ONE-PID-EXIT.                                  DBNK182P
035600     IF C182O-NOT-INSIDER AND                                     DBNK182P
035700        BAC-REC-JOINT-PID IS NOT EQUAL TO SPACES                  DBNK182P
035800        MOVE BAC-REC-JOINT-PID TO WS-CHECK-PID                    DBNK182P
035900        PERFORM CHECK-ONE-PID THRU                                DBNK182P
036000                CHECK-ONE-PID-EXIT                                DBNK182P
036100     END-IF.                                                      DBNK182P
036200     IF C182O-NOT-INSIDER                                         DBNK182P
036300        GO TO DBNK182P-EXIT                                       DBNK182P
036400     END-IF.                                                      DBNK182P
036500                                                                  DBNK182P
036600*    refused - the attempt lands on the security journal          DBNK182P
036700     MOVE 'Account is linked to you - not permitted'              DBNK182P
036800       TO C182O-MSG.                                              DBNK182P
036900     MOVE SPACES TO CD37-DATA.                                    DBNK182P
037000     MOVE 'INSIDER ' TO CD37I-EVENT-TYPE.                         DBNK182P
037100     MOVE C182I-OPERATOR TO CD37I-USERID.                         DBNK182P
037200     MOVE 'B' TO CD37I-CHANNEL.                                   DBNK182P
037300     MOVE SPACES TO CD37I-TERMINAL-ID.                            DBNK182P
037400     STRING C182I-FUNCTION               DELIMITED BY SIZE        DBNK182P
037500            ' REFUSED '                  DELIMITED BY SIZE        DBNK182P
037600            WS-CHECK-ACCNO               DELIMITED BY SIZE        DBNK182P
037700            ' PID '                      DELIMITED BY SIZE        DBNK182P
037800            WS-CHECK-PID                 DELIMITED BY SIZE        DBNK182P
037900       INTO CD37I-DETAIL.                                         DBNK182P
038000 COPY CBANKX37.                                                   DBNK182P
038100                                                                  DBNK182P
038200***************************************************************** DBNK182P
038300* Move the result back to the callers area                      * DBNK182P
038400***************************************************************** DBNK182P
038500 DBNK182P-EXIT.                                                   DBNK182P
038600     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBNK182P
038700                                                                  DBNK182P
038800***************************************************************** DBNK182P
038900* Return to our caller                                          * DBNK182P
039000***************************************************************** DBNK182P
039100 COPY CRETURN.                                                    DBNK182P
039200                                                                  DBNK182P
039300***************************************************************** DBNK182P
039400* Is WS-CHECK-PID linked to the operator?                       * DBNK182P
039500***************************************************************** DBNK182P
039600 CHECK-ONE-PID.                                                   DBNK182P
039700     MOVE C182I-OPERATOR TO WS-BNKINSD-RID-USERID.                DBNK182P
039800     MOVE WS-CHECK-PID TO WS-BNKINSD-RID-PID.                     DBNK182P
039900     EXEC CICS READ FILE('BNKINSD')                               DBNK182P
040000                    INTO(WS-BNKINSD-REC)                          DBNK182P
040100                    LENGTH(LENGTH OF WS-BNKINSD-REC)              DBNK182P
040200                    RIDFLD(WS-BNKINSD-RID)                        DBNK182P
040300                    RESP(WS-RESP)                                 DBNK182P
040400     END-EXEC.                                                    DBNK182P
040500     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBNK182P
040600        INS-REC-IS-ACTIVE                                         DBNK182P
040700        SET C182O-INSIDER TO TRUE                                 DBNK182P
040800     END-IF.                                                      DBNK182P
040900 CHECK-ONE-PID-EXIT.                                              DBNK182P
041000     EXIT.                                                        DBNK182P
041100                                                                  DBNK182P
041200***************************************************************** DBNK182P
041300* The operator's live own-PID link, if there is one             * DBNK182P
041400***************************************************************** DBNK182P
041500 FIND-SELF-LINK.                                                  DBNK182P
041600     MOVE SPACES TO WS-SELF-PID.                                  DBNK182P
041700     MOVE C182I-USERID TO WS-BNKINSD-RID-USERID.                  DBNK182P
041800     MOVE LOW-VALUES TO WS-BNKINSD-RID-PID.                       DBNK182P
041900     EXEC CICS STARTBR FILE('BNKINSD')                            DBNK182P
042000                       RIDFLD(WS-BNKINSD-RID)                     DBNK182P
042100                       GTEQ                                       DBNK182P
042200                       RESP(WS-RESP)                              DBNK182P
042300     END-EXEC.                                                    DBNK182P
042400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK182P
042500        GO TO FIND-SELF-LINK-EXIT                                 DBNK182P
042600     END-IF.                                                      DBNK182P
042700 FIND-SELF-LINK-LOOP.                                             DBNK182P
042800     EXEC CICS READNEXT FILE('BNKINSD')                           DBNK182P
042900                        INTO(WS-BNKINSD-REC)                      DBNK182P
043000                        LENGTH(LENGTH OF WS-BNKINSD-REC)          DBNK182P
043100                        RIDFLD(WS-BNKINSD-RID)                    DBNK182P
043200                        RESP(WS-RESP)                             DBNK182P
043300     END-EXEC.                                                    DBNK182P
043400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK182P
043500        INS-REC-USERID IS NOT EQUAL TO C182I-USERID               DBNK182P
043600        GO TO FIND-SELF-LINK-ENDED                                DBNK182P
043700     END-IF.                                                      DBNK182P
043800     IF INS-REC-IS-ACTIVE AND INS-REC-IS-SELF                     DBNK182P
043900        MOVE INS-REC-PID TO WS-SELF-PID                           DBNK182P
044000        GO TO FIND-SELF-LINK-ENDED                                DBNK182P
044100     END-IF.                                                      DBNK182P
044200     GO TO FIND-SELF-LINK-LOOP.                                   DBNK182P
044300 FIND-SELF-LINK-ENDED.                                            DBNK182P
044400     EXEC CICS ENDBR FILE('BNKINSD')                              DBNK182P
044500                     RESP(WS-RESP)                                DBNK182P
044600     END-EXEC.                                                    DBNK182P
044700 FIND-SELF-LINK-EXIT.                                             DBNK182P
044800     EXIT.                                                        DBNK182P
044900                                                                  DBNK182P
045000***************************************************************** DBNK182P
045100* Browse the operator's links by key, returning the first seven * DBNK182P
045200* still live with the customer's name                           * DBNK182P
045300***************************************************************** DBNK182P
045400 LIST-LINKS.                                                      DBNK182P
045500     MOVE 0 TO C182O-COUNT.                                       DBNK182P
045600     MOVE C182I-USERID TO WS-BNKINSD-RID-USERID.                  DBNK182P
045700     MOVE LOW-VALUES TO WS-BNKINSD-RID-PID.                       DBNK182P
045800     EXEC CICS STARTBR FILE('BNKINSD')                            DBNK182P
045900                       RIDFLD(WS-BNKINSD-RID)                     DBNK182P
046000                       GTEQ                                       DBNK182P
046100                       RESP(WS-RESP)                              DBNK182P
046200     END-EXEC.                                                    DBNK182P
046300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK182P
046400        GO TO LIST-LINKS-EXIT                                     DBNK182P
046500     END-IF.                                                      DBNK182P
046600 LIST-LINKS-LOOP.                                                 DBNK182P
046700     EXEC CICS READNEXT FILE('BNKINSD')                           DBNK182P
046800                        INTO(WS-BNKINSD-REC)                      DBNK182P
046900                        LENGTH(LENGTH OF WS-BNKINSD-REC)          DBNK182P
047000                        RIDFLD(WS-BNKINSD-RID)                    DBNK182P
047100                        RESP(WS-RESP)                             DBNK182P
047200     END-EXEC.                                                    DBNK182P
047300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK182P
047400        INS-REC-USERID IS NOT EQUAL TO C182I-USERID               DBNK182P
047500        GO TO LIST-LINKS-ENDED                                    DBNK182P
047600     END-IF.                                                      DBNK182P
047700     IF INS-REC-IS-REMOVED                                        DBNK182P
047800        GO TO LIST-LINKS-LOOP                                     DBNK182P
047900     END-IF.                                                      DBNK182P
048000     IF C182O-COUNT IS EQUAL TO 7                                 DBNK182P
048100        GO TO LIST-LINKS-ENDED                                    DBNK182P
048200     END-IF.                                                      DBNK182P
048300     ADD 1 TO C182O-COUNT.                                        DBNK182P
048400     MOVE INS-REC-PID TO C182O-E-PID (C182O-COUNT).               DBNK182P
048500     MOVE INS-REC-RELATION TO C182O-E-RELATION (C182O-COUNT).     DBNK182P
048600     MOVE INS-REC-DESCRIPTION TO                                  DBNK182P
048700          C182O-E-DESCRIPTION (C182O-COUNT).                      DBNK182P
048800     MOVE INS-REC-ADDED-DATE TO C182O-E-DATE (C182O-COUNT).       DBNK182P
048900     MOVE INS-REC-PID TO WS-BNKCUST-RID.                          DBNK182P
049000     EXEC CICS READ FILE('BNKCUST')                               DBNK182P
049100                    INTO(WS-BNKCUST-REC)                          DBNK182P
049200                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBNK182P
049300                    RIDFLD(WS-BNKCUST-RID)                        DBNK182P
049400                    RESP(WS-RESP)                                 DBNK182P
049500     END-EXEC.                                                    DBNK182P
049600     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK182P
049700        MOVE BCS-REC-NAME TO C182O-E-NAME (C182O-COUNT)           DBNK182P
049800     END-IF.                                                      DBNK182P
049900     GO TO LIST-LINKS-LOOP.                                       DBNK182P
050000 LIST-LINKS-ENDED.                                                DBNK182P
050100     EXEC CICS ENDBR FILE('BNKINSD')                              DBNK182P
050200                     RESP(WS-RESP)                                DBNK182P
050300     END-EXEC.                                                    DBNK182P
050400 LIST-LINKS-EXIT.                                                 DBNK182P
050500     EXIT.                                                        DBNK182P
