000100***************************************************************** DBNK177P
000200*                                                               * DBNK177P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK177P
000400*   This demonstration program is provided for use by users     * DBNK177P
000500*   of Micro Focus products and may be used, modified and       * DBNK177P
000600*   distributed as part of your application provided that       * DBNK177P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK177P
000800*   in this material.                                           * DBNK177P
000900*                                                               * DBNK177P
001000***************************************************************** DBNK177P
001100                                                                  DBNK177P
001200                                                                  DBNK177P
001300***************************************************************** DBNK177P
001400* Program:     DBNK177P.CBL                                     * DBNK177P
001500* Function:    Household suggestion run. Proposes groupings of  * DBNK177P
001600*              related individual customers for staff to        * DBNK177P
001700*              confirm on the household register BNKHHLD:       * DBNK177P
001800*                customers at the same address (first address   * DBNK177P
001900*                  line and post code) - the first one found    * DBNK177P
002000*                  is proposed as head of household             * DBNK177P
002100*                the holders of a jointly held open account     * DBNK177P
002200*                  (BAC-REC-JOINT-PID) - the primary holder is  * DBNK177P
002300*                  proposed as head                             * DBNK177P
002400*              A customer already in a household brings the     * DBNK177P
002500*              other into it; two customers already in          * DBNK177P
002600*              households are left for staff. Nobody already    * DBNK177P
002700*              on the register is touched, so a member staff    * DBNK177P
002800*              took off is not proposed again. Business         * DBNK177P
002900*              entities, deceased and merged customers are      * DBNK177P
003000*              never grouped. Each suggestion is listed on      * DBNK177P
003100*              HHLRPT for the branch to work through DBNK178P.  * DBNK177P
003200*              VSAM version                                     * DBNK177P
003300***************************************************************** DBNK177P
003400                                                                  DBNK177P
003500 IDENTIFICATION DIVISION.                                         DBNK177P
003600 PROGRAM-ID.                                                      DBNK177P
003700     DBNK177P.                                                    DBNK177P
003800 DATE-WRITTEN.                                                    DBNK177P
003900     October 2007.                                                DBNK177P
004000 DATE-COMPILED.                                                   DBNK177P
004100     Today.                                                       DBNK177P
004200                                                                  DBNK177P
004300 ENVIRONMENT DIVISION.                                            DBNK177P
004400                                                                  DBNK177P
004500 INPUT-OUTPUT   SECTION.                                          DBNK177P
004600   FILE-CONTROL.                                                  DBNK177P
004700     SELECT HHLRPT-FILE                                           DBNK177P
004800            ASSIGN       TO HHLRPT                                DBNK177P
004900            ORGANIZATION IS SEQUENTIAL                            DBNK177P
005000            FILE STATUS  IS WS-HHLRPT-STATUS.                     DBNK177P
005100                                                                  DBNK177P
005200     SELECT BNKCUST-FILE                                          DBNK177P
005300            ASSIGN       TO BNKCUST                               DBNK177P
005400            ORGANIZATION IS INDEXED                               DBNK177P
005500            ACCESS MODE  IS DYNAMIC                               DBNK177P
005600            RECORD KEY   IS BCS-REC-PID                           DBNK177P
005700            FILE STATUS  IS WS-BNKCUST-STATUS.                    DBNK177P
005800                                                                  DBNK177P
005900     SELECT BNKACC-FILE                                           DBNK177P
006000            ASSIGN       TO BNKACC                                DBNK177P
006100            ORGANIZATION IS INDEXED                               DBNK177P
006200            ACCESS MODE  IS DYNAMIC                               DBNK177P
006300            RECORD KEY   IS BAC-REC-ACCNO                         DBNK177P
006400            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK177P
006500            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK177P
006600                                                                  DBNK177P
006700     SELECT BNKHHLD-FILE                                          DBNK177P
006800            ASSIGN       TO BNKHHLD                               DBNK177P
006900            ORGANIZATION IS INDEXED                               DBNK177P
007000            ACCESS MODE  IS DYNAMIC                               DBNK177P
007100            RECORD KEY   IS HHL-REC-MEMBER-PID                    DBNK177P
007200            ALTERNATE KEY IS HHL-REC-HEAD-PID WITH DUPLICATES     DBNK177P
007300            FILE STATUS  IS WS-BNKHHLD-STATUS.                    DBNK177P
007400                                                                  DBNK177P
007500 DATA DIVISION.                                                   DBNK177P
007600                                                                  DBNK177P
007700 FILE SECTION.                                                    DBNK177P
007800 FD  HHLRPT-FILE.                                                 DBNK177P
007900 01  HHLRPT-REC                         PIC X(132).               DBNK177P
008000                                                                  DBNK177P
008100 FD  BNKCUST-FILE.                                                DBNK177P
008200 01  BNKCUST-REC.                                                 DBNK177P
008300 COPY CBANKVCS.                                                   DBNK177P
008400                                                                  DBNK177P
008500 FD  BNKACC-FILE.                                                 DBNK177P
008600 01  BNKACC-REC.                                                  DBNK177P
008700 COPY CBANKVAC.                                                   DBNK177P
008800                                                                  DBNK177P
008900 FD  BNKHHLD-FILE.                                                DBNK177P
009000 01  BNKHHLD-REC.                                                 DBNK177P
009100 COPY CBANKVHH.                                                   DBNK177P
009200                                                                  DBNK177P
009300 WORKING-STORAGE SECTION.                                         DBNK177P
009400 COPY CTIMERD.                                                    DBNK177P
009500                                                                  DBNK177P
009600 01  WS-MISC-STORAGE.                                             DBNK177P
009700   05  WS-PROGRAM-ID                         PIC X(8)             DBNK177P
009800       VALUE 'DBNK177P'.                                          DBNK177P
009900                                                                  DBNK177P
010000   05  WS-HHLRPT-STATUS.                                          DBNK177P
010100     10  WS-HHLRPT-STAT1                      PIC X(1).           DBNK177P
010200     10  WS-HHLRPT-STAT2                      PIC X(1).           DBNK177P
010300   05  WS-BNKCUST-STATUS.                                         DBNK177P
010400     10  WS-BNKCUST-STAT1                     PIC X(1).           DBNK177P
010500     10  WS-BNKCUST-STAT2                     PIC X(1).           DBNK177P
010600   05  WS-BNKACC-STATUS.                                          DBNK177P
010700     10  WS-BNKACC-STAT1                      PIC X(1).           DBNK177P
010800     10  WS-BNKACC-STAT2                      PIC X(1).           DBNK177P
010900   05  WS-BNKHHLD-STATUS.                                         DBNK177P
011000     10  WS-BNKHHLD-STAT1                     PIC X(1).           DBNK177P
011100     10  WS-BNKHHLD-STAT2                     PIC X(1).           DBNK177P
011200                                                                  DBNK177P
011300   05  WS-IO-STATUS.                                              DBNK177P
011400     10  WS-IO-STAT1                          PIC X(1).           DBNK177P
011500     10  WS-IO-STAT2                          PIC X(1).           DBNK177P
011600                                                                  DBNK177P
011700   05  WS-TWO-BYTES.                                              DBNK177P
011800     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK177P
011900     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK177P
012000   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK177P
012100                                              PIC 9(1) COMP.      DBNK177P
012200                                                                  DBNK177P
012300   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK177P
012400     88  OPEN-OK                              VALUE 0.            DBNK177P
012500                                                                  DBNK177P
012600   05  WS-FILE                               PIC X(16).           DBNK177P
012700                                                                  DBNK177P
012800   05  WS-RUN-DATE                           PIC X(8).            DBNK177P
012900                                                                  DBNK177P
013000*    the customer being placed and their address as compared      DBNK177P
013100   05  WS-CUR-PID                            PIC X(5).            DBNK177P
013200   05  WS-CUR-ADDR                           PIC X(30).           DBNK177P
013300   05  WS-CUR-POST                           PIC X(10).           DBNK177P
013400   05  WS-CUST-FLAG                          PIC X(1).            DBNK177P
013500     88  WS-CUST-GROUPABLE                   VALUE 'Y'.           DBNK177P
013600     88  WS-CUST-NOT-GROUPABLE               VALUE 'N'.           DBNK177P
013700                                                                  DBNK177P
013800*    the pair being suggested - A is proposed as head             DBNK177P
013900   05  WS-PAIR-A                             PIC X(5).            DBNK177P
014000   05  WS-PAIR-B                             PIC X(5).            DBNK177P
014100   05  WS-PAIR-SOURCE                        PIC X(1).            DBNK177P
014200   05  WS-A-HEAD                             PIC X(5).            DBNK177P
014300   05  WS-B-HEAD                             PIC X(5).            DBNK177P
014400   05  WS-NEW-MEMBER                         PIC X(5).            DBNK177P
014500   05  WS-NEW-HEAD                           PIC X(5).            DBNK177P
014600                                                                  DBNK177P
014700   05  WS-CUSTS-READ                         PIC 9(7)             DBNK177P
014800       VALUE ZERO.                                                DBNK177P
014900   05  WS-ACCOUNTS-READ                      PIC 9(7)             DBNK177P
015000       VALUE ZERO.                                                DBNK177P
015100   05  WS-HOUSEHOLDS-PROPOSED                PIC 9(7)             DBNK177P
015200       VALUE ZERO.                                                DBNK177P
015300   05  WS-MEMBERS-PROPOSED                   PIC 9(7)             DBNK177P
015400       VALUE ZERO.                                                DBNK177P
015500   05  WS-ADDR-COUNT                         PIC S9(4) COMP       DBNK177P
015600       VALUE ZERO.                                                DBNK177P
015700   05  WS-SUB1                               PIC S9(4) COMP.      DBNK177P
015800   05  WS-HIT-SUB                            PIC S9(4) COMP.      DBNK177P
015900                                                                  DBNK177P
016000   05  WS-EDIT-CNT                     PIC Z,ZZZ,ZZ9.             DBNK177P
016100                                                                  DBNK177P
016200*    the first customer seen at each address                      DBNK177P
016300 01  WS-ADDR-TABLE.                                               DBNK177P
016400   05  WS-ADDR-ENTRY OCCURS 2000 TIMES.                           DBNK177P
016500     10  WS-AT-ADDR                          PIC X(30).           DBNK177P
016600     10  WS-AT-POST                          PIC X(10).           DBNK177P
016700     10  WS-AT-PID                           PIC X(5).            DBNK177P
016800                                                                  DBNK177P
016900 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK177P
017000                                                                  DBNK177P
017100 01  WS-BCTL-DATA.                                                DBNK177P
017200 COPY CBCTLD.                                                     DBNK177P
017300                                                                  DBNK177P
017400 01  WS-BUSD-DATA.                                                DBNK177P
017500 COPY CBUSDD.                                                     DBNK177P
017600                                                                  DBNK177P
017700 PROCEDURE DIVISION.                                              DBNK177P
017800     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK177P
017900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK177P
018000     PERFORM RUN-TIME.                                            DBNK177P
018100                                                                  DBNK177P
018200***************************************************************** DBNK177P
018300* Register this run in the batch control file                   * DBNK177P
018400***************************************************************** DBNK177P
018500     MOVE 'DBNK177P' TO BCTL-JOB-NAME.                            DBNK177P
018600     MOVE SPACES TO BCTL-BUS-DATE.                                DBNK177P
018700     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK177P
018800     SET BCTL-FUNC-START TO TRUE.                                 DBNK177P
018900     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK177P
019000     IF NOT BCTL-OK                                               DBNK177P
019100        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK177P
019200        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK177P
019300        MOVE 8 TO RETURN-CODE                                     DBNK177P
019400        GO TO QUICK-EXIT                                          DBNK177P
019500     END-IF.                                                      DBNK177P
019600     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK177P
019700     MOVE BUSD-DATE TO WS-RUN-DATE.                               DBNK177P
019800                                                                  DBNK177P
019900     SET OPEN-OK TO TRUE.                                         DBNK177P
020000                                                                  DBNK177P
020100     OPEN OUTPUT HHLRPT-FILE.                                     DBNK177P
020200     MOVE WS-HHLRPT-STATUS TO WS-IO-STATUS.                       DBNK177P
020300     MOVE 'HHLRPT-FILE' TO WS-FILE.                               DBNK177P
020400     PERFORM CHECK-OPEN THRU                                      DBNK177P
020500             CHECK-OPEN-EXIT.                                     DBNK177P
020600                                                                  DBNK177P
020700     OPEN INPUT BNKCUST-FILE.                                     DBNK177P
020800     MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.                      DBNK177P
020900     MOVE 'BNKCUST-FILE' TO WS-FILE.                              DBNK177P
021000     PERFORM CHECK-OPEN THRU                                      DBNK177P
021100             CHECK-OPEN-EXIT.                                     DBNK177P
021200                                                                  DBNK177P
021300     OPEN INPUT BNKACC-FILE.                                      DBNK177P
021400     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK177P
021500     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK177P
021600     PERFORM CHECK-OPEN THRU                                      DBNK177P
021700             CHECK-OPEN-EXIT.                                     DBNK177P
021800                                                                  DBNK177P
021900     OPEN I-O BNKHHLD-FILE.                                       DBNK177P
022000     MOVE WS-BNKHHLD-STATUS TO WS-IO-STATUS.                      DBNK177P
022100     MOVE 'BNKHHLD-FILE' TO WS-FILE.                              DBNK177P
022200     PERFORM CHECK-OPEN THRU                                      DBNK177P
022300             CHECK-OPEN-EXIT.                                     DBNK177P
022400                                                                  DBNK177P
022500     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK177P
022600        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK177P
022700        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK177P
022800        MOVE 16 TO RETURN-CODE                                    DBNK177P
022900        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK177P
023000        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK177P
023100        GO TO QUICK-EXIT                                          DBNK177P
023200     END-IF.                                                      DBNK177P
023300                                                                  DBNK177P
023400     PERFORM WRITE-REPORT-HEADING THRU                            DBNK177P
023500             WRITE-REPORT-HEADING-EXIT.                           DBNK177P
023600                                                                  DBNK177P
023700***************************************************************** DBNK177P
023800* Pass 1 - customers sharing an address. The first customer     * DBNK177P
023900* seen at an address is remembered and each later one is        * DBNK177P
024000* paired with them                                              * DBNK177P
024100***************************************************************** DBNK177P
024200     MOVE LOW-VALUES TO BCS-REC-PID.                              DBNK177P
024300     START BNKCUST-FILE KEY IS NOT LESS THAN BCS-REC-PID          DBNK177P
024400       INVALID KEY                                                DBNK177P
024500         GO TO CUST-ENDED                                         DBNK177P
024600     END-START.                                                   DBNK177P
024700 CUST-LOOP.                                                       DBNK177P
024800     READ BNKCUST-FILE NEXT                                       DBNK177P
024900       AT END                                                     DBNK177P
025000         GO TO CUST-ENDED                                         DBNK177P
025100     END-READ.                                                    DBNK177P
025200     ADD 1 TO WS-CUSTS-READ.                                      DBNK177P
025300     PERFORM CHECK-GROUPABLE THRU                                 DBNK177P
025400             CHECK-GROUPABLE-EXIT.                                DBNK177P
025500     IF WS-CUST-NOT-GROUPABLE OR                                  DBNK177P
025600        BCS-REC-ADDR1 IS EQUAL TO SPACES OR                       DBNK177P
025700        BCS-REC-POST-CODE IS EQUAL TO SPACES                      DBNK177P
025800        GO TO CUST-LOOP                                           DBNK177P
025900     END-IF.                                                      DBNK177P
026000     MOVE BCS-REC-PID TO WS-CUR-PID.                              DBNK177P
026100     MOVE BCS-REC-ADDR1 TO WS-CUR-ADDR.                           DBNK177P
026200     MOVE BCS-REC-POST-CODE TO WS-CUR-POST.                       DBNK177P
026300     INSPECT WS-CUR-ADDR                                          DBNK177P
026400       CONVERTING 'abcdefghijklmnopqrstuvwxyz'                    DBNK177P
026500               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                   DBNK177P
026600     INSPECT WS-CUR-POST                                          DBNK177P
026700       CONVERTING 'abcdefghijklmnopqrstuvwxyz'                    DBNK177P
026800               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                   DBNK177P
026900     MOVE 0 TO WS-HIT-SUB.                                        DBNK177P
027000     PERFORM FIND-ADDRESS THRU                                    DBNK177P
027100             FIND-ADDRESS-EXIT                                    DBNK177P
027200       VARYING WS-SUB1 FROM 1 BY 1                                DBNK177P
027300         UNTIL WS-SUB1 IS GREATER THAN WS-ADDR-COUNT              DBNK177P
027400            OR WS-HIT-SUB IS GREATER THAN 0.                      DBNK177P
027500     IF WS-HIT-SUB IS GREATER THAN 0                              DBNK177P
027600        MOVE WS-AT-PID (WS-HIT-SUB) TO WS-PAIR-A                  DBNK177P
027700        MOVE WS-CUR-PID TO WS-PAIR-B                              DBNK177P
027800        MOVE 'A' TO WS-PAIR-SOURCE                                DBNK177P
027900        PERFORM SUGGEST-PAIR THRU                                 DBNK177P
028000                SUGGEST-PAIR-EXIT                                 DBNK177P
028100        GO TO CUST-LOOP                                           DBNK177P
028200     END-IF.                                                      DBNK177P
028300     IF WS-ADDR-COUNT IS EQUAL TO 2000                            DBNK177P
028400        MOVE 'Address table full - entry dropped'                 DBNK177P
028500          TO WS-CONSOLE-MESSAGE                                   DBNK177P
028600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK177P
028700        GO TO CUST-LOOP                                           DBNK177P
028800     END-IF.                                                      DBNK177P
028900     ADD 1 TO WS-ADDR-COUNT.                                      DBNK177P
029000     MOVE WS-CUR-ADDR TO WS-AT-ADDR (WS-ADDR-COUNT).              DBNK177P
029100     MOVE WS-CUR-POST TO WS-AT-POST (WS-ADDR-COUNT).              DBNK177P
029200     MOVE WS-CUR-PID TO WS-AT-PID (WS-ADDR-COUNT).                DBNK177P
029300     GO TO CUST-LOOP.                                             DBNK177P
029400 CUST-ENDED.                                                      DBNK177P
029500                                                                  DBNK177P
029600***************************************************************** DBNK177P
029700* Pass 2 - the holders of each jointly held open account        * DBNK177P
029800***************************************************************** DBNK177P
029900     MOVE LOW-VALUES TO BAC-REC-ACCNO.                            DBNK177P
030000     START BNKACC-FILE KEY IS NOT LESS THAN BAC-REC-ACCNO         DBNK177P
030100       INVALID KEY                                                DBNK177P
030200         GO TO ACC-ENDED                                          DBNK177P
030300     END-START.                                                   DBNK177P
030400 ACC-LOOP.                                                        DBNK177P
030500     READ BNKACC-FILE NEXT                                        DBNK177P
030600       AT END                                                     DBNK177P
030700         GO TO ACC-ENDED                                          DBNK177P
030800     END-READ.                                                    DBNK177P
030900     ADD 1 TO WS-ACCOUNTS-READ.                                   DBNK177P
031000     IF BAC-REC-ACC-IS-CLOSED OR                                  DBNK177P
031100        BAC-REC-JOINT-PID IS EQUAL TO SPACES OR                   DBNK177P
031200        BAC-REC-JOINT-PID IS EQUAL TO BAC-REC-PID                 DBNK177P
031300        GO TO ACC-LOOP                                            DBNK177P
031400     END-IF.                                                      DBNK177P
031500     MOVE BAC-REC-PID TO BCS-REC-PID.                             DBNK177P
031600     READ BNKCUST-FILE                                            DBNK177P
031700       INVALID KEY                                                DBNK177P
031800         GO TO ACC-LOOP                                           DBNK177P
031900     END-READ.                                                    DBNK177P
032000     PERFORM CHECK-GROUPABLE THRU                                 DBNK177P
032100             CHECK-GROUPABLE-EXIT.                                DBNK177P
032200     IF WS-CUST-NOT-GROUPABLE                                     DBNK177P
032300        GO TO ACC-LOOP                                            DBNK177P
032400     END-IF.                                                      DBNK177P
032500     MOVE BAC-REC-JOINT-PID TO BCS-REC-PID.                       DBNK177P
032600     READ BNKCUST-FILE                                            DBNK177P
032700       INVALID KEY                                                DBNK177P
032800         GO TO ACC-LOOP                                           DBNK177P
032900     END-READ.                                                    DBNK177P
033000     PERFORM CHECK-GROUPABLE THRU                                 DBNK177P
033100             CHECK-GROUPABLE-EXIT.                                DBNK177P
033200     IF WS-CUST-NOT-GROUPABLE                                     DBNK177P
033300        GO TO ACC-LOOP                                            DBNK177P
033400     END-IF.                                                      DBNK177P
033500     MOVE BAC-REC-PID TO WS-PAIR-A.                               DBNK177P
033600     MOVE BAC-REC-JOINT-PID TO WS-PAIR-B.                         DBNK177P
033700     MOVE 'J' TO WS-PAIR-SOURCE.                                  DBNK177P
033800     PERFORM SUGGEST-PAIR THRU                                    DBNK177P
033900             SUGGEST-PAIR-EXIT.                                   DBNK177P
034000     GO TO ACC-LOOP.                                              DBNK177P
034100 ACC-ENDED.                                                       DBNK177P
034200                                                                  DBNK177P
034300     MOVE SPACES TO HHLRPT-REC.                                   DBNK177P
034400     WRITE HHLRPT-REC.                                            DBNK177P
034500     MOVE WS-HOUSEHOLDS-PROPOSED TO WS-EDIT-CNT.                  DBNK177P
034600     MOVE SPACES TO HHLRPT-REC.                                   DBNK177P
034700     STRING '  NEW HOUSEHOLDS PROPOSED  ' DELIMITED BY SIZE       DBNK177P
034800            WS-EDIT-CNT                   DELIMITED BY SIZE       DBNK177P
034900       INTO HHLRPT-REC.                                           DBNK177P
035000     WRITE HHLRPT-REC.                                            DBNK177P
035100     MOVE WS-MEMBERS-PROPOSED TO WS-EDIT-CNT.                     DBNK177P
035200     MOVE SPACES TO HHLRPT-REC.                                   DBNK177P
035300     STRING '  MEMBERS PROPOSED         ' DELIMITED BY SIZE       DBNK177P
035400            WS-EDIT-CNT                   DELIMITED BY SIZE       DBNK177P
035500       INTO HHLRPT-REC.                                           DBNK177P
035600     WRITE HHLRPT-REC.                                            DBNK177P
035700                                                                  DBNK177P
035800     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK177P
035900     STRING WS-CUSTS-READ DELIMITED BY SIZE                       DBNK177P
036000            ' customers read' DELIMITED BY SIZE                   DBNK177P
036100       INTO WS-CONSOLE-MESSAGE.                                   DBNK177P
036200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK177P
036300     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK177P
036400     STRING WS-ACCOUNTS-READ DELIMITED BY SIZE                    DBNK177P
036500            ' accounts read' DELIMITED BY SIZE                    DBNK177P
036600       INTO WS-CONSOLE-MESSAGE.                                   DBNK177P
036700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK177P
036800     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK177P
036900     STRING WS-HOUSEHOLDS-PROPOSED DELIMITED BY SIZE              DBNK177P
037000            ' new households proposed' DELIMITED BY SIZE          DBNK177P
037100       INTO WS-CONSOLE-MESSAGE.                                   DBNK177P
037200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK177P
037300     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK177P
037400     STRING WS-MEMBERS-PROPOSED DELIMITED BY SIZE                 DBNK177P
037500            ' members proposed' DELIMITED BY SIZE                 DBNK177P
037600       INTO WS-CONSOLE-MESSAGE.                                   DBNK177P
037700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK177P
037800                                                                  DBNK177P
037900     CLOSE HHLRPT-FILE.                                           DBNK177P
038000     CLOSE BNKCUST-FILE.                                          DBNK177P
038100     CLOSE BNKACC-FILE.                                           DBNK177P
038200     CLOSE BNKHHLD-FILE.                                          DBNK177P
038300                                                                  DBNK177P
038400     SET BCTL-FUNC-END TO TRUE.                                   DBNK177P
038500     MOVE WS-CUSTS-READ TO BCTL-RECORD-COUNT.                     DBNK177P
038600     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK177P
038700     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK177P
038800                                                                  DBNK177P
038900     PERFORM RUN-TIME.                                            DBNK177P
039000                                                                  DBNK177P
039100     MOVE 0 TO RETURN-CODE.                                       DBNK177P
039200 QUICK-EXIT.                                                      DBNK177P
039300     GOBACK.                                                      DBNK177P
039400                                                                  DBNK177P
039500***************************************************************** DBNK177P
039600* Only live individual customers are grouped                    * DBNK177P
039700***************************************************************** DBNK177P
039800 CHECK-GROUPABLE.                                                 DBNK177P
039900     SET WS-CUST-GROUPABLE TO TRUE.                               DBNK177P
040000     IF BCS-REC-IS-ENTITY OR                                      DBNK177P
040100        BCS-REC-IS-DECEASED OR                                    DBNK177P
040200        NOT BCS-REC-NOT-MERGED                                    DBNK177P
040300        SET WS-CUST-NOT-GROUPABLE TO TRUE                         DBNK177P
040400     END-IF.                                                      DBNK177P
040500 CHECK-GROUPABLE-EXIT.                                            DBNK177P
040600     EXIT.                                                        DBNK177P
040700                                                                  DBNK177P
040800 FIND-ADDRESS.                                                    DBNK177P
040900     IF WS-AT-ADDR (WS-SUB1) IS EQUAL TO WS-CUR-ADDR AND          DBNK177P
041000        WS-AT-POST (WS-SUB1) IS EQUAL TO WS-CUR-POST              DBNK177P
041100        MOVE WS-SUB1 TO WS-HIT-SUB                                DBNK177P
041200     END-IF.                                                      DBNK177P
041300 FIND-ADDRESS-EXIT.                                               DBNK177P
041400     EXIT.                                                        DBNK177P
041500                                                                  DBNK177P
041600***************************************************************** DBNK177P
041700* Propose WS-PAIR-A and WS-PAIR-B as one household. Either one  * DBNK177P
041800* staff have taken off a household stops the pair; one already  * DBNK177P
041900* in a household brings the other in; neither in one starts a   * DBNK177P
042000* new household headed by A                                     * DBNK177P
042100***************************************************************** DBNK177P
042200 SUGGEST-PAIR.                                                    DBNK177P
042300     MOVE SPACES TO WS-A-HEAD.                                    DBNK177P
042400     MOVE SPACES TO WS-B-HEAD.                                    DBNK177P
042500     MOVE WS-PAIR-A TO HHL-REC-MEMBER-PID.                        DBNK177P
042600     READ BNKHHLD-FILE                                            DBNK177P
042700       INVALID KEY                                                DBNK177P
042800         CONTINUE                                                 DBNK177P
042900     END-READ.                                                    DBNK177P
043000     IF WS-BNKHHLD-STATUS IS EQUAL TO '00'                        DBNK177P
043100        IF HHL-REC-IS-REMOVED                                     DBNK177P
043200           GO TO SUGGEST-PAIR-EXIT                                DBNK177P
043300        END-IF                                                    DBNK177P
043400        MOVE HHL-REC-HEAD-PID TO WS-A-HEAD                        DBNK177P
043500     END-IF.                                                      DBNK177P
043600     MOVE WS-PAIR-B TO HHL-REC-MEMBER-PID.                        DBNK177P
043700     READ BNKHHLD-FILE                                            DBNK177P
043800       INVALID KEY                                                DBNK177P
043900         CONTINUE                                                 DBNK177P
044000     END-READ.                                                    DBNK177P
044100     IF WS-BNKHHLD-STATUS IS EQUAL TO '00'                        DBNK177P
044200        IF HHL-REC-IS-REMOVED                                     DBNK177P
044300           GO TO SUGGEST-PAIR-EXIT                                DBNK177P
044400        END-IF                                                    DBNK177P
044500        MOVE HHL-REC-HEAD-PID TO WS-B-HEAD                        DBNK177P
044600     END-IF.                                                      DBNK177P
044700     EVALUATE TRUE                                                DBNK177P
044800       WHEN WS-A-HEAD IS EQUAL TO SPACES AND                      DBNK177P
044900            WS-B-HEAD IS EQUAL TO SPACES                          DBNK177P
045000         MOVE WS-PAIR-A TO WS-NEW-MEMBER                          DBNK177P
045100         MOVE WS-PAIR-A TO WS-NEW-HEAD                            DBNK177P
045200         PERFORM WRITE-SUGGESTION THRU                            DBNK177P
045300                 WRITE-SUGGESTION-EXIT                            DBNK177P
045400         ADD 1 TO WS-HOUSEHOLDS-PROPOSED                          DBNK177P
045500         MOVE WS-PAIR-B TO WS-NEW-MEMBER                          DBNK177P
045600         MOVE WS-PAIR-A TO WS-NEW-HEAD                            DBNK177P
045700         PERFORM WRITE-SUGGESTION THRU                            DBNK177P
045800                 WRITE-SUGGESTION-EXIT                            DBNK177P
045900       WHEN WS-B-HEAD IS EQUAL TO SPACES                          DBNK177P
046000         MOVE WS-PAIR-B TO WS-NEW-MEMBER                          DBNK177P
046100         MOVE WS-A-HEAD TO WS-NEW-HEAD                            DBNK177P
046200         PERFORM WRITE-SUGGESTION THRU                            DBNK177P
046300                 WRITE-SUGGESTION-EXIT                            DBNK177P
046400       WHEN WS-A-HEAD IS EQUAL TO SPACES                          DBNK177P
046500         MOVE WS-PAIR-A TO WS-NEW-MEMBER                          DBNK177P
046600         MOVE WS-B-HEAD TO WS-NEW-HEAD                            DBNK177P
046700         PERFORM WRITE-SUGGESTION THRU                            DBNK177P
046800                 WRITE-SUGGESTION-EXIT                            DBNK177P
046900       WHEN OTHER                                                 DBNK177P
047000         CONTINUE                                                 DBNK177P
047100     END-EVALUATE.                                                DBNK177P
047200 SUGGEST-PAIR-EXIT.                                               DBNK177P
047300     EXIT.                                                        DBNK177P
047400                                                                  DBNK177P
047500***************************************************************** DBNK177P
047600* File one suggested member and list it                         * DBNK177P
047700***************************************************************** DBNK177P
047800 WRITE-SUGGESTION.                                                DBNK177P
047900     MOVE SPACES TO BNKHHLD-REC.                                  DBNK177P
048000     MOVE WS-NEW-MEMBER TO HHL-REC-MEMBER-PID.                    DBNK177P
048100     MOVE WS-NEW-HEAD TO HHL-REC-HEAD-PID.                        DBNK177P
048200     SET HHL-REC-IS-SUGGESTED TO TRUE.                            DBNK177P
048300     MOVE WS-PAIR-SOURCE TO HHL-REC-SOURCE.                       DBNK177P
048400     MOVE WS-RUN-DATE TO HHL-REC-SUGGESTED-DATE.                  DBNK177P
048500     MOVE WS-PROGRAM-ID TO HHL-REC-UPDATED-BY.                    DBNK177P
048600     WRITE BNKHHLD-REC                                            DBNK177P
048700       INVALID KEY                                                DBNK177P
048800         MOVE 'Unable to file household suggestion'               DBNK177P
048900           TO WS-CONSOLE-MESSAGE                                  DBNK177P
049000         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK177P
049100         GO TO WRITE-SUGGESTION-EXIT                              DBNK177P
049200     END-WRITE.                                                   DBNK177P
049300     IF WS-NEW-MEMBER IS NOT EQUAL TO WS-NEW-HEAD                 DBNK177P
049400        ADD 1 TO WS-MEMBERS-PROPOSED                              DBNK177P
049500     END-IF.                                                      DBNK177P
049600     MOVE SPACES TO HHLRPT-REC.                                   DBNK177P
049700     STRING '  '                     DELIMITED BY SIZE            DBNK177P
049800            WS-NEW-MEMBER            DELIMITED BY SIZE            DBNK177P
049900            '    '                   DELIMITED BY SIZE            DBNK177P
050000            WS-NEW-HEAD              DELIMITED BY SIZE            DBNK177P
050200       INTO HHLRPT-REC.                                           DBNK177P
050300     IF HHL-REC-FROM-ADDRESS                                      DBNK177P
050400        MOVE 'SHARED ADDRESS' TO HHLRPT-REC (22:14)               DBNK177P
050500     ELSE                                                         DBNK177P
050600        MOVE 'JOINT ACCOUNT' TO HHLRPT-REC (22:13)                DBNK177P
050700     END-IF.                                                      DBNK177P
050800     WRITE HHLRPT-REC.                                            DBNK177P
050900 WRITE-SUGGESTION-EXIT.                                           DBNK177P
051000     EXIT.                                                        DBNK177P
051100                                                                  DBNK177P
051200***************************************************************** DBNK177P
051300* Report heading                                                * DBNK177P
051400***************************************************************** DBNK177P
051500 WRITE-REPORT-HEADING.                                            DBNK177P
051600     MOVE SPACES TO HHLRPT-REC.                                   DBNK177P
051700     STRING '  HOUSEHOLD SUGGESTIONS FOR ' DELIMITED BY SIZE      DBNK177P
051800            WS-RUN-DATE                   DELIMITED BY SIZE       DBNK177P
051900       INTO HHLRPT-REC.                                           DBNK177P
052000     WRITE HHLRPT-REC.                                            DBNK177P
052100     MOVE SPACES TO HHLRPT-REC.                                   DBNK177P
052200     WRITE HHLRPT-REC.                                            DBNK177P
052300     MOVE SPACES TO HHLRPT-REC.                                   DBNK177P
052400     STRING '  MEMBER   HEAD      SOURCE' DELIMITED BY SIZE       DBNK177P
052500       INTO HHLRPT-REC.                                           DBNK177P
052600     WRITE HHLRPT-REC.                                            DBNK177P
052700 WRITE-REPORT-HEADING-EXIT.                                       DBNK177P
052800     EXIT.                                                        DBNK177P
052900                                                                  DBNK177P
053000***************************************************************** DBNK177P
053100* Check file open OK                                            * DBNK177P
053200***************************************************************** DBNK177P
053300 CHECK-OPEN.                                                      DBNK177P
053400     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK177P
053500        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK177P
053600        STRING WS-FILE       DELIMITED BY ' '                     DBNK177P
053700               ' opened ok' DELIMITED BY SIZE                     DBNK177P
053800          INTO WS-CONSOLE-MESSAGE                                 DBNK177P
053900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK177P
054000     ELSE                                                         DBNK177P
054100        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK177P
054200        STRING WS-FILE          DELIMITED BY ' '                  DBNK177P
054300               ' did not open' DELIMITED BY SIZE                  DBNK177P
054400          INTO WS-CONSOLE-MESSAGE                                 DBNK177P
054500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK177P
054600        PERFORM DISPLAY-IO-STATUS                                 DBNK177P
054700        ADD 1 TO WS-OPEN-ERROR                                    DBNK177P
054800     END-IF.                                                      DBNK177P
054900 CHECK-OPEN-EXIT.                                                 DBNK177P
055000     EXIT.                                                        DBNK177P
055100                                                                  DBNK177P
055200***************************************************************** DBNK177P
055300* Display the file status bytes. This routine will display as  *  DBNK177P
055400* two digits if the full two byte file status is numeric. If   *  DBNK177P
055500* second byte is non-numeric then it will be treated as a      *  DBNK177P
055600* binary number.                                                * DBNK177P
055700***************************************************************** DBNK177P
055800 DISPLAY-IO-STATUS.                                               DBNK177P
055900     IF WS-IO-STATUS NUMERIC                                      DBNK177P
056000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK177P
056100        STRING 'File status -' DELIMITED BY SIZE                  DBNK177P
056200               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK177P
056300          INTO WS-CONSOLE-MESSAGE                                 DBNK177P
056400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK177P
056500     ELSE                                                         DBNK177P
056600        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK177P
056700        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK177P
056800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK177P
056900        STRING 'File status -' DELIMITED BY SIZE                  DBNK177P
057000               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK177P
057100               '/'            DELIMITED BY SIZE                   DBNK177P
057200               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK177P
057300          INTO WS-CONSOLE-MESSAGE                                 DBNK177P
057400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK177P
057500     END-IF.                                                      DBNK177P
057600                                                                  DBNK177P
057700***************************************************************** DBNK177P
057800* Display CONSOLE messages...                                   * DBNK177P
057900***************************************************************** DBNK177P
058000 DISPLAY-CONSOLE-MESSAGE.                                         DBNK177P
058100     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK177P
058200     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK177P
058300                                                                  DBNK177P
058400 COPY CTIMERP.                                                    DBNK177P
058500                                                                  DBNK177P
