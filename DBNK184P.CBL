000100***************************************************************** DBNK184P
000200*                                                               * DBNK184P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK184P
000400*   This demonstration program is provided for use by users     * DBNK184P
000500*   of Micro Focus products and may be used, modified and       * DBNK184P
000600*   distributed as part of your application provided that       * DBNK184P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK184P
000800*   in this material.                                           * DBNK184P
000900*                                                               * DBNK184P
001000***************************************************************** DBNK184P
001100                                                                  DBNK184P
001200***************************************************************** DBNK184P
001300* Program:     DBNK184P.CBL                                     * DBNK184P
001400* Function:    Operator access recertification. Runs nightly.   * DBNK184P
001500*              The first run in a new calendar quarter opens    * DBNK184P
001600*              that quarter's cycle: every active BNKOPER       * DBNK184P
001700*              profile gets a pending BNKRCRT entry holding its * DBNK184P
001800*              role, refund limit and branch scope, due back by * DBNK184P
001900*              a deadline the BNKPARM RCRTDAYS number of        * DBNK184P
002000*              business days on (default 20). The quarter just  * DBNK184P
002100*              ended is searched for segregation of duties      * DBNK184P
002200*              conflicts - a BNKPCHG change approved by the     * DBNK184P
002300*              user who made it, and a drawer closed with an    * DBNK184P
002400*              over/short by a supervisor or administrator,     * DBNK184P
002500*              who would otherwise be the one to sign the       * DBNK184P
002600*              difference off - and each is counted against     * DBNK184P
002700*              the user's entry. The list goes to the branch    * DBNK184P
002800*              supervisors as RCRRPT, one part per branch scope * DBNK184P
002900*              with the conflicts after, archived by DBANK84P   * DBNK184P
003000*              under id RECERT; they attest or revoke each      * DBNK184P
003100*              entry through DBNK185P. Every run after the      * DBNK184P
003200*              deadline suspends the profile behind any entry   * DBNK184P
003300*              still pending and lists it. The open cycle and   * DBNK184P
003400*              deadline are kept under BNKPARM key RCRTCYC.     * DBNK184P
003500*              VSAM version                                     * DBNK184P
003600***************************************************************** DBNK184P
003700                                                                  DBNK184P
003800 IDENTIFICATION DIVISION.                                         DBNK184P
003900 PROGRAM-ID.                                                      DBNK184P
004000     DBNK184P.                                                    DBNK184P
004100 DATE-WRITTEN.                                                    DBNK184P
004200     October 2008.                                                DBNK184P
004300 DATE-COMPILED.                                                   DBNK184P
004400     Today.                                                       DBNK184P
004500                                                                  DBNK184P
004600 ENVIRONMENT DIVISION.                                            DBNK184P
004700                                                                  DBNK184P
004800 INPUT-OUTPUT   SECTION.                                          DBNK184P
004900   FILE-CONTROL.                                                  DBNK184P
005000     SELECT RCRRPT-FILE                                           DBNK184P
005100            ASSIGN       TO RCRRPT                                DBNK184P
005200            ORGANIZATION IS SEQUENTIAL                            DBNK184P
005300            FILE STATUS  IS WS-RCRRPT-STATUS.                     DBNK184P
005400                                                                  DBNK184P
005500     SELECT BNKOPER-FILE                                          DBNK184P
005600            ASSIGN       TO BNKOPER                               DBNK184P
005700            ORGANIZATION IS INDEXED                               DBNK184P
005800            ACCESS MODE  IS DYNAMIC                               DBNK184P
005900            RECORD KEY   IS BOR-REC-USERID                        DBNK184P
006000            FILE STATUS  IS WS-BNKOPER-STATUS.                    DBNK184P
006100                                                                  DBNK184P
006200     SELECT BNKRCRT-FILE                                          DBNK184P
006300            ASSIGN       TO BNKRCRT                               DBNK184P
006400            ORGANIZATION IS INDEXED                               DBNK184P
006500            ACCESS MODE  IS DYNAMIC                               DBNK184P
006600            RECORD KEY   IS RCT-REC-KEY                           DBNK184P
006700            FILE STATUS  IS WS-BNKRCRT-STATUS.                    DBNK184P
006800                                                                  DBNK184P
006900     SELECT BNKPCHG-FILE                                          DBNK184P
007000            ASSIGN       TO BNKPCHG                               DBNK184P
007100            ORGANIZATION IS INDEXED                               DBNK184P
007200            ACCESS MODE  IS SEQUENTIAL                            DBNK184P
007300            RECORD KEY   IS PCH-REC-TIMESTAMP                     DBNK184P
007400            FILE STATUS  IS WS-BNKPCHG-STATUS.                    DBNK184P
007500                                                                  DBNK184P
007600     SELECT BNKDRWR-FILE                                          DBNK184P
007700            ASSIGN       TO BNKDRWR                               DBNK184P
007800            ORGANIZATION IS INDEXED                               DBNK184P
007900            ACCESS MODE  IS SEQUENTIAL                            DBNK184P
008000            RECORD KEY   IS BDR-REC-KEY                           DBNK184P
008100            FILE STATUS  IS WS-BNKDRWR-STATUS.                    DBNK184P
008200                                                                  DBNK184P
008300     SELECT BNKPARM-FILE                                          DBNK184P
008400            ASSIGN       TO BNKPARM                               DBNK184P
008500            ORGANIZATION IS INDEXED                               DBNK184P
008600            ACCESS MODE  IS RANDOM                                DBNK184P
008700            RECORD KEY   IS PRM-REC-KEY                           DBNK184P
008800            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBNK184P
008900                                                                  DBNK184P
009000 DATA DIVISION.                                                   DBNK184P
009100                                                                  DBNK184P
009200 FILE SECTION.                                                    DBNK184P
009300 FD  RCRRPT-FILE.                                                 DBNK184P
009400 01  RCRRPT-REC                         PIC X(132).               DBNK184P
009500                                                                  DBNK184P
009600 FD  BNKOPER-FILE.                                                DBNK184P
009700 01  BNKOPER-REC.                                                 DBNK184P
009800 COPY CBANKVOR.                                                   DBNK184P
009900                                                                  DBNK184P
010000 FD  BNKRCRT-FILE.                                                DBNK184P
010100 01  BNKRCRT-REC.                                                 DBNK184P
010200 COPY CBANKVRE.                                                   DBNK184P
010300                                                                  DBNK184P
010400 FD  BNKPCHG-FILE.                                                DBNK184P
010500 01  BNKPCHG-REC.                                                 DBNK184P
010600 COPY CBANKVPC.                                                   DBNK184P
010700                                                                  DBNK184P
010800 FD  BNKDRWR-FILE.                                                DBNK184P
010900 01  BNKDRWR-REC.                                                 DBNK184P
011000 COPY CBANKVDR.                                                   DBNK184P
011100                                                                  DBNK184P
011200 FD  BNKPARM-FILE.                                                DBNK184P
011300 01  BNKPARM-REC.                                                 DBNK184P
011400 COPY CBANKVPM.                                                   DBNK184P
011500                                                                  DBNK184P
011600 WORKING-STORAGE SECTION.                                         DBNK184P
011700 COPY CTIMERD.                                                    DBNK184P
011800 COPY CTSTAMPD.                                                   DBNK184P
011900                                                                  DBNK184P
012000 01  WS-MISC-STORAGE.                                             DBNK184P
012100   05  WS-PROGRAM-ID                         PIC X(8)             DBNK184P
012200       VALUE 'DBNK184P'.                                          DBNK184P
012300                                                                  DBNK184P
012400   05  WS-RCRRPT-STATUS.                                          DBNK184P
012500     10  WS-RCRRPT-STAT1                      PIC X(1).           DBNK184P
012600     10  WS-RCRRPT-STAT2                      PIC X(1).           DBNK184P
012700   05  WS-BNKOPER-STATUS.                                         DBNK184P
012800     10  WS-BNKOPER-STAT1                     PIC X(1).           DBNK184P
012900     10  WS-BNKOPER-STAT2                     PIC X(1).           DBNK184P
013000   05  WS-BNKRCRT-STATUS.                                         DBNK184P
013100     10  WS-BNKRCRT-STAT1                     PIC X(1).           DBNK184P
013200     10  WS-BNKRCRT-STAT2                     PIC X(1).           DBNK184P
013300   05  WS-BNKPCHG-STATUS.                                         DBNK184P
013400     10  WS-BNKPCHG-STAT1                     PIC X(1).           DBNK184P
013500     10  WS-BNKPCHG-STAT2                     PIC X(1).           DBNK184P
013600   05  WS-BNKDRWR-STATUS.                                         DBNK184P
013700     10  WS-BNKDRWR-STAT1                     PIC X(1).           DBNK184P
013800     10  WS-BNKDRWR-STAT2                     PIC X(1).           DBNK184P
013900   05  WS-BNKPARM-STATUS.                                         DBNK184P
014000     10  WS-BNKPARM-STAT1                     PIC X(1).           DBNK184P
014100     10  WS-BNKPARM-STAT2                     PIC X(1).           DBNK184P
014200                                                                  DBNK184P
014300   05  WS-IO-STATUS.                                              DBNK184P
014400     10  WS-IO-STAT1                          PIC X(1).           DBNK184P
014500     10  WS-IO-STAT2                          PIC X(1).           DBNK184P
014600                                                                  DBNK184P
014700   05  WS-TWO-BYTES.                                              DBNK184P
014800     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK184P
014900     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK184P
015000   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK184P
015100                                              PIC 9(1) COMP.      DBNK184P
015200                                                                  DBNK184P
015300   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK184P
015400     88  OPEN-OK                              VALUE 0.            DBNK184P
015500                                                                  DBNK184P
015600   05  WS-FILE                               PIC X(16).           DBNK184P
015700                                                                  DBNK184P
015800   05  WS-RUN-DATE                           PIC X(8).            DBNK184P
015900   05  WS-RUN-RC                             PIC 9(2)             DBNK184P
016000       VALUE ZERO.                                                DBNK184P
016100                                                                  DBNK184P
016200*    the quarter the business date falls in, and the one before   DBNK184P
016300*    it whose activity is searched for conflicts                  DBNK184P
016400   05  WS-THIS-CYCLE.                                             DBNK184P
016500     10  WS-THIS-CYCLE-YYYY                  PIC 9(4).            DBNK184P
016600     10  FILLER                              PIC X(1) VALUE 'Q'.  DBNK184P
016700     10  WS-THIS-CYCLE-QTR                   PIC 9(1).            DBNK184P
016800   05  WS-QTR-START.                                              DBNK184P
016900     10  WS-QTR-START-YYYY                   PIC 9(4).            DBNK184P
017000     10  WS-QTR-START-MM                     PIC 9(2).            DBNK184P
017100     10  WS-QTR-START-DD                     PIC 9(2).            DBNK184P
017200   05  WS-PREV-QTR-START.                                         DBNK184P
017300     10  WS-PREV-QTR-START-YYYY              PIC 9(4).            DBNK184P
017400     10  WS-PREV-QTR-START-MM                PIC 9(2).            DBNK184P
017500     10  WS-PREV-QTR-START-DD                PIC 9(2).            DBNK184P
017600   05  WS-RUN-MM                             PIC 9(2).            DBNK184P
017700                                                                  DBNK184P
017800*    the cycle on file, as the last opening left it               DBNK184P
017900   05  WS-OPEN-CYCLE                         PIC X(6).            DBNK184P
018000   05  WS-OPEN-DEADLINE                      PIC X(8).            DBNK184P
018100   05  WS-CYCLE-FLAG                         PIC X(1).            DBNK184P
018200     88  WS-CYCLE-ON-FILE                    VALUE 'Y'.           DBNK184P
018300     88  WS-CYCLE-NOT-ON-FILE                VALUE 'N'.           DBNK184P
018400                                                                  DBNK184P
018500   05  WS-DEADLINE-DAYS                      PIC 9(2)             DBNK184P
018600       VALUE 20.                                                  DBNK184P
018700   05  WS-NEW-DEADLINE                       PIC X(8).            DBNK184P
018800                                                                  DBNK184P
018900   05  WS-ENTRIES-OPENED                     PIC 9(7)             DBNK184P
019000       VALUE ZERO.                                                DBNK184P
019100   05  WS-ENTRIES-SUSPENDED                  PIC 9(7)             DBNK184P
019200       VALUE ZERO.                                                DBNK184P
019300   05  WS-CONFLICTS-FOUND                    PIC 9(7)             DBNK184P
019400       VALUE ZERO.                                                DBNK184P
019500                                                                  DBNK184P
019600   05  WS-FIND-USERID                        PIC X(5).            DBNK184P
019700   05  WS-FIND-SUB                           PIC S9(4) COMP.      DBNK184P
019800   05  WS-SUB1                               PIC S9(4) COMP.      DBNK184P
019900   05  WS-SUB2                               PIC S9(4) COMP.      DBNK184P
020000   05  WS-BR-SUB                             PIC S9(4) COMP.      DBNK184P
020100   05  WS-NEW-BRANCH                         PIC X(4).            DBNK184P
020200   05  WS-LINE-POS                           PIC S9(4) COMP.      DBNK184P
020300   05  WS-REVIEWERS                          PIC S9(4) COMP.      DBNK184P
020400                                                                  DBNK184P
020500   05  WS-EDIT-AMT                           PIC ZZZ,ZZZ,ZZ9.99-. DBNK184P
020600   05  WS-EDIT-LIMIT                         PIC ZZ,ZZ9.99.       DBNK184P
020700   05  WS-EDIT-CNT                           PIC ZZZZZZ9.         DBNK184P
020800   05  WS-EDIT-SOD                           PIC ZZ9.             DBNK184P
020900                                                                  DBNK184P
021000*    every profile on file, in user ID order                      DBNK184P
021100 01  WS-OPER-TABLE.                                               DBNK184P
021200   05  WS-OPER-COUNT                         PIC S9(4) COMP       DBNK184P
021300       VALUE ZERO.                                                DBNK184P
021400   05  WS-OPER-ENTRY OCCURS 500 TIMES.                            DBNK184P
021500     10  WS-OT-USERID                        PIC X(5).            DBNK184P
021600     10  WS-OT-ROLE                          PIC X(1).            DBNK184P
021700     10  WS-OT-SCOPE                         PIC X(4).            DBNK184P
021800     10  WS-OT-STATUS                        PIC X(1).            DBNK184P
021900     10  WS-OT-LIMIT                         PIC S9(5)V99         DBNK184P
022000                                             COMP-3.              DBNK184P
022100     10  WS-OT-GRANTED-BY                    PIC X(5).            DBNK184P
022200     10  WS-OT-GRANTED-DATE                  PIC X(8).            DBNK184P
022300     10  WS-OT-SOD-COUNT                     PIC 9(3).            DBNK184P
022400                                                                  DBNK184P
022500*    the branch scopes held by active profiles, in code order;    DBNK184P
022600*    spaces - every branch - sorts first                          DBNK184P
022700 01  WS-BRANCH-TABLE.                                             DBNK184P
022800   05  WS-BRANCH-COUNT                       PIC S9(4) COMP       DBNK184P
022900       VALUE ZERO.                                                DBNK184P
023000   05  WS-BRANCH-ENTRY OCCURS 200 TIMES.                          DBNK184P
023100     10  WS-BR-CODE                          PIC X(4).            DBNK184P
023200                                                                  DBNK184P
023300 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK184P
023400                                                                  DBNK184P
023500 01  WS-BCTL-DATA.                                                DBNK184P
023600 COPY CBCTLD.                                                     DBNK184P
023700                                                                  DBNK184P
023800 01  WS-BUSD-DATA.                                                DBNK184P
023900 COPY CBUSDD.                                                     DBNK184P
024000                                                                  DBNK184P
024100 01  WS-ROLL-DATA.                                                DBNK184P
024200 COPY CROLLD.                                                     DBNK184P
024300                                                                  DBNK184P
024400 PROCEDURE DIVISION.                                              DBNK184P
024500     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK184P
024600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK184P
024700     PERFORM RUN-TIME.                                            DBNK184P
024800                                                                  DBNK184P
024900***************************************************************** DBNK184P
025000* Register this run against the business date, and work out the * DBNK184P
025100* quarter it falls in and the one before                        * DBNK184P
025200***************************************************************** DBNK184P
025300     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK184P
025400     MOVE BUSD-DATE TO WS-RUN-DATE.                               DBNK184P
025500     MOVE 'DBNK184P' TO BCTL-JOB-NAME.                            DBNK184P
025600     MOVE WS-RUN-DATE TO BCTL-BUS-DATE.                           DBNK184P
025700     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK184P
025800     SET BCTL-FUNC-START TO TRUE.                                 DBNK184P
025900     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK184P
026000     IF NOT BCTL-OK                                               DBNK184P
026100        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK184P
026200        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK184P
026300        MOVE 8 TO RETURN-CODE                                     DBNK184P
026400        GO TO QUICK-EXIT                                          DBNK184P
026500     END-IF.                                                      DBNK184P
026600                                                                  DBNK184P
026700     MOVE WS-RUN-DATE (1:4) TO WS-THIS-CYCLE-YYYY.                DBNK184P
026800     MOVE WS-RUN-DATE (5:2) TO WS-RUN-MM.                         DBNK184P
026900     COMPUTE WS-THIS-CYCLE-QTR = (WS-RUN-MM + 2) / 3.             DBNK184P
027000     MOVE WS-THIS-CYCLE-YYYY TO WS-QTR-START-YYYY.                DBNK184P
027100     COMPUTE WS-QTR-START-MM = (WS-THIS-CYCLE-QTR * 3) - 2.       DBNK184P
027200     MOVE 01 TO WS-QTR-START-DD.                                  DBNK184P
027300     MOVE WS-QTR-START TO WS-PREV-QTR-START.                      DBNK184P
027400     IF WS-PREV-QTR-START-MM IS GREATER THAN 3                    DBNK184P
027500        SUBTRACT 3 FROM WS-PREV-QTR-START-MM                      DBNK184P
027600     ELSE                                                         DBNK184P
027700        MOVE 10 TO WS-PREV-QTR-START-MM                           DBNK184P
027800        SUBTRACT 1 FROM WS-PREV-QTR-START-YYYY                    DBNK184P
027900     END-IF.                                                      DBNK184P
028000                                                                  DBNK184P
028100 COPY CTSTAMPP.                                                   DBNK184P
028200                                                                  DBNK184P
028300     SET OPEN-OK TO TRUE.                                         DBNK184P
028400                                                                  DBNK184P
028500     OPEN OUTPUT RCRRPT-FILE.                                     DBNK184P
028600     MOVE WS-RCRRPT-STATUS TO WS-IO-STATUS.                       DBNK184P
028700     MOVE 'RCRRPT-FILE' TO WS-FILE.                               DBNK184P
028800     PERFORM CHECK-OPEN THRU                                      DBNK184P
028900             CHECK-OPEN-EXIT.                                     DBNK184P
029000                                                                  DBNK184P
029100     OPEN I-O BNKOPER-FILE.                                       DBNK184P
029200     MOVE WS-BNKOPER-STATUS TO WS-IO-STATUS.                      DBNK184P
029300     MOVE 'BNKOPER-FILE' TO WS-FILE.                              DBNK184P
029400     PERFORM CHECK-OPEN THRU                                      DBNK184P
029500             CHECK-OPEN-EXIT.                                     DBNK184P
029600                                                                  DBNK184P
029700     OPEN I-O BNKRCRT-FILE.                                       DBNK184P
029800     MOVE WS-BNKRCRT-STATUS TO WS-IO-STATUS.                      DBNK184P
029900     MOVE 'BNKRCRT-FILE' TO WS-FILE.                              DBNK184P
030000     PERFORM CHECK-OPEN THRU                                      DBNK184P
030100             CHECK-OPEN-EXIT.                                     DBNK184P
030200                                                                  DBNK184P
030300     OPEN INPUT BNKPCHG-FILE.                                     DBNK184P
030400     MOVE WS-BNKPCHG-STATUS TO WS-IO-STATUS.                      DBNK184P
030500     MOVE 'BNKPCHG-FILE' TO WS-FILE.                              DBNK184P
030600     PERFORM CHECK-OPEN THRU                                      DBNK184P
030700             CHECK-OPEN-EXIT.                                     DBNK184P
030800                                                                  DBNK184P
030900     OPEN INPUT BNKDRWR-FILE.                                     DBNK184P
031000     MOVE WS-BNKDRWR-STATUS TO WS-IO-STATUS.                      DBNK184P
031100     MOVE 'BNKDRWR-FILE' TO WS-FILE.                              DBNK184P
031200     PERFORM CHECK-OPEN THRU                                      DBNK184P
031300             CHECK-OPEN-EXIT.                                     DBNK184P
031400                                                                  DBNK184P
031500     OPEN I-O BNKPARM-FILE.                                       DBNK184P
031600     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBNK184P
031700     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBNK184P
031800     PERFORM CHECK-OPEN THRU                                      DBNK184P
031900             CHECK-OPEN-EXIT.                                     DBNK184P
032000                                                                  DBNK184P
032100     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK184P
032200        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK184P
032300        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK184P
032400        MOVE 16 TO RETURN-CODE                                    DBNK184P
032500        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK184P
032600        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK184P
032700        GO TO QUICK-EXIT                                          DBNK184P
032800     END-IF.                                                      DBNK184P
032900                                                                  DBNK184P
033000*    the response time allowed, in business days                  DBNK184P
033100     MOVE 'RCRTDAYS' TO PRM-REC-KEY.                              DBNK184P
033200     READ BNKPARM-FILE                                            DBNK184P
033300       INVALID KEY                                                DBNK184P
033400         CONTINUE                                                 DBNK184P
033500     END-READ.                                                    DBNK184P
033600     IF WS-BNKPARM-STATUS IS EQUAL TO '00' AND                    DBNK184P
033700        PRM-REC-AMOUNT IS GREATER THAN ZERO AND                   DBNK184P
033800        PRM-REC-AMOUNT IS LESS THAN 100                           DBNK184P
033900        MOVE PRM-REC-AMOUNT TO WS-DEADLINE-DAYS                   DBNK184P
034000     END-IF.                                                      DBNK184P
034100                                                                  DBNK184P
034200*    the cycle last opened                                        DBNK184P
034300     SET WS-CYCLE-NOT-ON-FILE TO TRUE.                            DBNK184P
034400     MOVE SPACES TO WS-OPEN-CYCLE.                                DBNK184P
034500     MOVE SPACES TO WS-OPEN-DEADLINE.                             DBNK184P
034600     MOVE 'RCRTCYC ' TO PRM-REC-KEY.                              DBNK184P
034700     READ BNKPARM-FILE                                            DBNK184P
034800       INVALID KEY                                                DBNK184P
034900         CONTINUE                                                 DBNK184P
035000     END-READ.                                                    DBNK184P
035100     IF WS-BNKPARM-STATUS IS EQUAL TO '00'                        DBNK184P
035200        SET WS-CYCLE-ON-FILE TO TRUE                              DBNK184P
035300        MOVE PRM-REC-TEXT (1:6) TO WS-OPEN-CYCLE                  DBNK184P
035400        MOVE PRM-REC-TEXT (7:8) TO WS-OPEN-DEADLINE               DBNK184P
035500     END-IF.                                                      DBNK184P
035600                                                                  DBNK184P
035700     PERFORM PRINT-REPORT-HEADING THRU                            DBNK184P
035800             PRINT-REPORT-HEADING-EXIT.                           DBNK184P
035900                                                                  DBNK184P
036000***************************************************************** DBNK184P
036100* Past the deadline, whatever is still pending is suspended     * DBNK184P
036200***************************************************************** DBNK184P
036300     IF WS-OPEN-CYCLE IS NOT EQUAL TO SPACES AND                  DBNK184P
036400        WS-RUN-DATE IS GREATER THAN WS-OPEN-DEADLINE              DBNK184P
036500        PERFORM SUSPEND-OVERDUE THRU                              DBNK184P
036600                SUSPEND-OVERDUE-EXIT                              DBNK184P
036700     END-IF.                                                      DBNK184P
036800                                                                  DBNK184P
036900***************************************************************** DBNK184P
037000* A new quarter opens a new cycle                               * DBNK184P
037100***************************************************************** DBNK184P
037200     IF WS-OPEN-CYCLE IS NOT EQUAL TO WS-THIS-CYCLE               DBNK184P
037300        PERFORM OPEN-CYCLE THRU                                   DBNK184P
037400                OPEN-CYCLE-EXIT                                   DBNK184P
037500     ELSE                                                         DBNK184P
037600        MOVE SPACES TO RCRRPT-REC                                 DBNK184P
037700        STRING 'CYCLE '                 DELIMITED BY SIZE         DBNK184P
037800               WS-OPEN-CYCLE            DELIMITED BY SIZE         DBNK184P
037900               ' OPEN - ATTEST BY '     DELIMITED BY SIZE         DBNK184P
038000               WS-OPEN-DEADLINE         DELIMITED BY SIZE         DBNK184P
038100          INTO RCRRPT-REC                                         DBNK184P
038200        WRITE RCRRPT-REC                                          DBNK184P
038300     END-IF.                                                      DBNK184P
038400                                                                  DBNK184P
038500     MOVE WS-ENTRIES-OPENED TO WS-EDIT-CNT.                       DBNK184P
038600     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK184P
038700     STRING WS-EDIT-CNT              DELIMITED BY SIZE            DBNK184P
038800            ' entries opened'        DELIMITED BY SIZE            DBNK184P
038900       INTO WS-CONSOLE-MESSAGE.                                   DBNK184P
039000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK184P
039100     MOVE WS-CONFLICTS-FOUND TO WS-EDIT-CNT.                      DBNK184P
039200     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK184P
039300     STRING WS-EDIT-CNT              DELIMITED BY SIZE            DBNK184P
039400            ' duty conflicts found'  DELIMITED BY SIZE            DBNK184P
039500       INTO WS-CONSOLE-MESSAGE.                                   DBNK184P
039600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK184P
039700     MOVE WS-ENTRIES-SUSPENDED TO WS-EDIT-CNT.                    DBNK184P
039800     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK184P
039900     STRING WS-EDIT-CNT              DELIMITED BY SIZE            DBNK184P
040000            ' profiles suspended'    DELIMITED BY SIZE            DBNK184P
040100       INTO WS-CONSOLE-MESSAGE.                                   DBNK184P
040200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK184P
040300                                                                  DBNK184P
040400     CLOSE RCRRPT-FILE.                                           DBNK184P
040500     CLOSE BNKOPER-FILE.                                          DBNK184P
040600     CLOSE BNKRCRT-FILE.                                          DBNK184P
040700     CLOSE BNKPCHG-FILE.                                          DBNK184P
040800     CLOSE BNKDRWR-FILE.                                          DBNK184P
040900     CLOSE BNKPARM-FILE.                                          DBNK184P
041000                                                                  DBNK184P
041100     SET BCTL-FUNC-END TO TRUE.                                   DBNK184P
041200     COMPUTE BCTL-RECORD-COUNT =                                  DBNK184P
041300         WS-ENTRIES-OPENED + WS-ENTRIES-SUSPENDED.                DBNK184P
041400     MOVE WS-RUN-RC TO BCTL-RETURN-CODE.                          DBNK184P
041500     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK184P
041600                                                                  DBNK184P
041700     PERFORM RUN-TIME.                                            DBNK184P
041800                                                                  DBNK184P
041900     MOVE WS-RUN-RC TO RETURN-CODE.                               DBNK184P
042000 QUICK-EXIT.                                                      DBNK184P
042100     GOBACK.                                                      DBNK184P
042200                                                                  DBNK184P
042300***************************************************************** DBNK184P
042400* Suspend the profile behind every entry of the open cycle      * DBNK184P
042500* nobody decided in time. A profile already revoked or          * DBNK184P
042600* suspended is left as it is; the entry is closed either way.   * DBNK184P
042700***************************************************************** DBNK184P
042800 SUSPEND-OVERDUE.                                                 DBNK184P
042900     MOVE SPACES TO RCRRPT-REC.                                   DBNK184P
043000     STRING 'CYCLE '                    DELIMITED BY SIZE         DBNK184P
043100            WS-OPEN-CYCLE               DELIMITED BY SIZE         DBNK184P
043200            ' - NOT RECERTIFIED BY '    DELIMITED BY SIZE         DBNK184P
043300            WS-OPEN-DEADLINE            DELIMITED BY SIZE         DBNK184P
043400            ', SUSPENDED'               DELIMITED BY SIZE         DBNK184P
043500       INTO RCRRPT-REC.                                           DBNK184P
043600     WRITE RCRRPT-REC.                                            DBNK184P
043700     MOVE SPACES TO RCRRPT-REC.                                   DBNK184P
043800     WRITE RCRRPT-REC.                                            DBNK184P
043900     MOVE WS-OPEN-CYCLE TO RCT-REC-CYCLE.                         DBNK184P
044000     MOVE LOW-VALUES TO RCT-REC-USERID.                           DBNK184P
044100     START BNKRCRT-FILE KEY IS NOT LESS THAN RCT-REC-KEY          DBNK184P
044200       INVALID KEY                                                DBNK184P
044300         GO TO SUSPEND-OVERDUE-DONE                               DBNK184P
044400     END-START.                                                   DBNK184P
044500 SUSPEND-OVERDUE-LOOP.                                            DBNK184P
044600     READ BNKRCRT-FILE NEXT                                       DBNK184P
044700       AT END                                                     DBNK184P
044800         GO TO SUSPEND-OVERDUE-DONE                               DBNK184P
044900     END-READ.                                                    DBNK184P
045000     IF RCT-REC-CYCLE IS NOT EQUAL TO WS-OPEN-CYCLE               DBNK184P
045100        GO TO SUSPEND-OVERDUE-DONE                                DBNK184P
045200     END-IF.                                                      DBNK184P
045300     IF NOT RCT-REC-IS-PENDING                                    DBNK184P
045400        GO TO SUSPEND-OVERDUE-LOOP                                DBNK184P
045500     END-IF.                                                      DBNK184P
045600     SET RCT-REC-IS-SUSPENDED TO TRUE.                            DBNK184P
045700     MOVE SPACES TO RCT-REC-DECIDED-BY.                           DBNK184P
045800     MOVE WS-RUN-DATE TO RCT-REC-DECIDED-DATE.                    DBNK184P
045900     REWRITE BNKRCRT-REC                                          DBNK184P
046000       INVALID KEY                                                DBNK184P
046100         MOVE 'Unable to close a recertification entry'           DBNK184P
046200           TO WS-CONSOLE-MESSAGE                                  DBNK184P
046300         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK184P
046400         MOVE 4 TO WS-RUN-RC                                      DBNK184P
046500         GO TO SUSPEND-OVERDUE-LOOP                               DBNK184P
046600     END-REWRITE.                                                 DBNK184P
046700     MOVE RCT-REC-USERID TO BOR-REC-USERID.                       DBNK184P
046800     READ BNKOPER-FILE                                            DBNK184P
046900       INVALID KEY                                                DBNK184P
047000         GO TO SUSPEND-OVERDUE-LOOP                               DBNK184P
047100     END-READ.                                                    DBNK184P
047200     IF NOT BOR-REC-IS-ACTIVE                                     DBNK184P
047300        GO TO SUSPEND-OVERDUE-LOOP                                DBNK184P
047400     END-IF.                                                      DBNK184P
047500     SET BOR-REC-IS-SUSPENDED TO TRUE.                            DBNK184P
047600     REWRITE BNKOPER-REC                                          DBNK184P
047700       INVALID KEY                                                DBNK184P
047800         MOVE 'Unable to suspend an operator profile'             DBNK184P
047900           TO WS-CONSOLE-MESSAGE                                  DBNK184P
048000         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK184P
048100         MOVE 4 TO WS-RUN-RC                                      DBNK184P
048200         GO TO SUSPEND-OVERDUE-LOOP                               DBNK184P
048300     END-REWRITE.                                                 DBNK184P
048400     ADD 1 TO WS-ENTRIES-SUSPENDED.                               DBNK184P
048500     MOVE SPACES TO RCRRPT-REC.                                   DBNK184P
048600     MOVE RCT-REC-USERID TO RCRRPT-REC (1:5).                     DBNK184P
048700     MOVE RCT-REC-ROLE TO RCRRPT-REC (8:1).                       DBNK184P
048800     MOVE RCT-REC-BRANCH-SCOPE TO RCRRPT-REC (11:4).              DBNK184P
048900     MOVE 'SUSPENDED' TO RCRRPT-REC (17:9).                       DBNK184P
049000     WRITE RCRRPT-REC.                                            DBNK184P
049100     GO TO SUSPEND-OVERDUE-LOOP.                                  DBNK184P
049200 SUSPEND-OVERDUE-DONE.                                            DBNK184P
049300     IF WS-ENTRIES-SUSPENDED IS EQUAL TO ZERO                     DBNK184P
049400        MOVE SPACES TO RCRRPT-REC                                 DBNK184P
049500        MOVE 'NONE' TO RCRRPT-REC (1:4)                           DBNK184P
049600        WRITE RCRRPT-REC                                          DBNK184P
049700     END-IF.                                                      DBNK184P
049800     MOVE SPACES TO RCRRPT-REC.                                   DBNK184P
049900     WRITE RCRRPT-REC.                                            DBNK184P
050000 SUSPEND-OVERDUE-EXIT.                                            DBNK184P
050100     EXIT.                                                        DBNK184P
050200                                                                  DBNK184P
050300***************************************************************** DBNK184P
050400* Open the quarter's cycle: set the deadline, find the last     * DBNK184P
050500* quarter's conflicts, write an entry for every active profile  * DBNK184P
050600* and list them by branch, then record the cycle as open        * DBNK184P
050700***************************************************************** DBNK184P
050800 OPEN-CYCLE.                                                      DBNK184P
050900     MOVE WS-RUN-DATE TO ROLL-INPUT-DATE.                         DBNK184P
051000     MOVE SPACES TO ROLL-BRANCH-CODE.                             DBNK184P
051100     MOVE WS-DEADLINE-DAYS TO ROLL-ADD-DAYS.                      DBNK184P
051200     CALL 'UDATROLL' USING WS-ROLL-DATA.                          DBNK184P
051300     IF ROLL-FAILED                                               DBNK184P
051400        MOVE 'Unable to roll the recertification deadline'        DBNK184P
051500          TO WS-CONSOLE-MESSAGE                                   DBNK184P
051600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK184P
051700        MOVE 12 TO WS-RUN-RC                                      DBNK184P
051800        GO TO OPEN-CYCLE-EXIT                                     DBNK184P
051900     END-IF.                                                      DBNK184P
052000     MOVE ROLL-OUTPUT-DATE TO WS-NEW-DEADLINE.                    DBNK184P
052100                                                                  DBNK184P
052200     PERFORM LOAD-OPERATORS THRU                                  DBNK184P
052300             LOAD-OPERATORS-EXIT.                                 DBNK184P
052400                                                                  DBNK184P
052500     MOVE SPACES TO RCRRPT-REC.                                   DBNK184P
052600     STRING 'SEGREGATION OF DUTIES CONFLICTS FROM '               DBNK184P
052700                                        DELIMITED BY SIZE         DBNK184P
052800            WS-PREV-QTR-START           DELIMITED BY SIZE         DBNK184P
052900            ' TO BEFORE '               DELIMITED BY SIZE         DBNK184P
053000            WS-QTR-START                DELIMITED BY SIZE         DBNK184P
053100       INTO RCRRPT-REC.                                           DBNK184P
053200     WRITE RCRRPT-REC.                                            DBNK184P
053300     MOVE SPACES TO RCRRPT-REC.                                   DBNK184P
053400     MOVE 'USER' TO RCRRPT-REC (1:4).                             DBNK184P
053500     MOVE 'CONFLICT' TO RCRRPT-REC (8:8).                         DBNK184P
053600     MOVE 'DATE' TO RCRRPT-REC (34:4).                            DBNK184P
053700     MOVE 'DETAIL' TO RCRRPT-REC (44:6).                          DBNK184P
053800     WRITE RCRRPT-REC.                                            DBNK184P
053900     PERFORM CHECK-CHANGES THRU                                   DBNK184P
054000             CHECK-CHANGES-EXIT.                                  DBNK184P
054100     PERFORM CHECK-DRAWERS THRU                                   DBNK184P
054200             CHECK-DRAWERS-EXIT.                                  DBNK184P
054300     IF WS-CONFLICTS-FOUND IS EQUAL TO ZERO                       DBNK184P
054400        MOVE SPACES TO RCRRPT-REC                                 DBNK184P
054500        MOVE 'NONE' TO RCRRPT-REC (1:4)                           DBNK184P
054600        WRITE RCRRPT-REC                                          DBNK184P
054700     END-IF.                                                      DBNK184P
054800     MOVE SPACES TO RCRRPT-REC.                                   DBNK184P
054900     WRITE RCRRPT-REC.                                            DBNK184P
055000                                                                  DBNK184P
055100     PERFORM WRITE-ONE-ENTRY THRU                                 DBNK184P
055200             WRITE-ONE-ENTRY-EXIT                                 DBNK184P
055300       VARYING WS-SUB1 FROM 1 BY 1                                DBNK184P
055400         UNTIL WS-SUB1 IS GREATER THAN WS-OPER-COUNT.             DBNK184P
055500                                                                  DBNK184P
055600     PERFORM PRINT-ONE-BRANCH THRU                                DBNK184P
055700             PRINT-ONE-BRANCH-EXIT                                DBNK184P
055800       VARYING WS-BR-SUB FROM 1 BY 1                              DBNK184P
055900         UNTIL WS-BR-SUB IS GREATER THAN WS-BRANCH-COUNT.         DBNK184P
056000                                                                  DBNK184P
056100     MOVE SPACES TO BNKPARM-REC.                                  DBNK184P
056200     MOVE 'RCRTCYC ' TO PRM-REC-KEY.                              DBNK184P
056300     MOVE ZERO TO PRM-REC-AMOUNT.                                 DBNK184P
056400     MOVE WS-THIS-CYCLE TO PRM-REC-TEXT (1:6).                    DBNK184P
056500     MOVE WS-NEW-DEADLINE TO PRM-REC-TEXT (7:8).                  DBNK184P
056600     MOVE 'Open access recertification' TO PRM-REC-DESC.          DBNK184P
056700     IF WS-CYCLE-ON-FILE                                          DBNK184P
056800        REWRITE BNKPARM-REC                                       DBNK184P
056900          INVALID KEY                                             DBNK184P
057000            MOVE 'Unable to save recertification cycle'           DBNK184P
057100              TO WS-CONSOLE-MESSAGE                               DBNK184P
057200            PERFORM DISPLAY-CONSOLE-MESSAGE                       DBNK184P
057300            MOVE 4 TO WS-RUN-RC                                   DBNK184P
057400        END-REWRITE                                               DBNK184P
057500     ELSE                                                         DBNK184P
057600        WRITE BNKPARM-REC                                         DBNK184P
057700          INVALID KEY                                             DBNK184P
057800            MOVE 'Unable to save recertification cycle'           DBNK184P
057900              TO WS-CONSOLE-MESSAGE                               DBNK184P
058000            PERFORM DISPLAY-CONSOLE-MESSAGE                       DBNK184P
058100            MOVE 4 TO WS-RUN-RC                                   DBNK184P
058200        END-WRITE                                                 DBNK184P
058300     END-IF.                                                      DBNK184P
058400 OPEN-CYCLE-EXIT.                                                 DBNK184P
058500     EXIT.                                                        DBNK184P
058600                                                                  DBNK184P
058700***************************************************************** DBNK184P
058800* Every profile into the table; the active ones' branch scopes  * DBNK184P
058900* into the branch list                                          * DBNK184P
059000***************************************************************** DBNK184P
059100 LOAD-OPERATORS.                                                  DBNK184P
059200     MOVE LOW-VALUES TO BOR-REC-USERID.                           DBNK184P
059300     START BNKOPER-FILE KEY IS NOT LESS THAN BOR-REC-USERID       DBNK184P
059400       INVALID KEY                                                DBNK184P
059500         GO TO LOAD-OPERATORS-EXIT                                DBNK184P
059600     END-START.                                                   DBNK184P
059700 LOAD-OPERATORS-LOOP.                                             DBNK184P
059800     READ BNKOPER-FILE NEXT                                       DBNK184P
059900       AT END                                                     DBNK184P
060000         GO TO LOAD-OPERATORS-EXIT                                DBNK184P
060100     END-READ.                                                    DBNK184P
060200     IF WS-OPER-COUNT IS NOT LESS THAN 500                        DBNK184P
060300        MOVE 'Operator table full - profiles ignored'             DBNK184P
060400          TO WS-CONSOLE-MESSAGE                                   DBNK184P
060500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK184P
060600        MOVE 4 TO WS-RUN-RC                                       DBNK184P
060700        GO TO LOAD-OPERATORS-EXIT                                 DBNK184P
060800     END-IF.                                                      DBNK184P
060900     ADD 1 TO WS-OPER-COUNT.                                      DBNK184P
061000     MOVE BOR-REC-USERID TO WS-OT-USERID (WS-OPER-COUNT).         DBNK184P
061100     MOVE BOR-REC-ROLE TO WS-OT-ROLE (WS-OPER-COUNT).             DBNK184P
061200     MOVE BOR-REC-BRANCH-SCOPE TO WS-OT-SCOPE (WS-OPER-COUNT).    DBNK184P
061300     MOVE BOR-REC-STATUS TO WS-OT-STATUS (WS-OPER-COUNT).         DBNK184P
061400     MOVE BOR-REC-REFUND-LIMIT TO WS-OT-LIMIT (WS-OPER-COUNT).    DBNK184P
061500     MOVE BOR-REC-GRANTED-BY TO WS-OT-GRANTED-BY (WS-OPER-COUNT). DBNK184P
061600     MOVE BOR-REC-GRANTED-DATE TO                                 DBNK184P
061700          WS-OT-GRANTED-DATE (WS-OPER-COUNT).                     DBNK184P
061800     MOVE ZERO TO WS-OT-SOD-COUNT (WS-OPER-COUNT).                DBNK184P
061900     IF BOR-REC-IS-ACTIVE                                         DBNK184P
062000        MOVE BOR-REC-BRANCH-SCOPE TO WS-NEW-BRANCH                DBNK184P
062100        PERFORM ADD-BRANCH THRU                                   DBNK184P
062200                ADD-BRANCH-EXIT                                   DBNK184P
062300     END-IF.                                                      DBNK184P
062400     GO TO LOAD-OPERATORS-LOOP.                                   DBNK184P
062500 LOAD-OPERATORS-EXIT.                                             DBNK184P
062600     EXIT.                                                        DBNK184P
062700                                                                  DBNK184P
062800***************************************************************** DBNK184P
062900* Put WS-NEW-BRANCH into the branch list in code order, once    * DBNK184P
063000***************************************************************** DBNK184P
063100 ADD-BRANCH.                                                      DBNK184P
063200     MOVE 1 TO WS-SUB2.                                           DBNK184P
063300 ADD-BRANCH-LOOP.                                                 DBNK184P
063400     IF WS-SUB2 IS GREATER THAN WS-BRANCH-COUNT                   DBNK184P
063500        GO TO ADD-BRANCH-INSERT                                   DBNK184P
063600     END-IF.                                                      DBNK184P
063700     IF WS-BR-CODE (WS-SUB2) IS EQUAL TO WS-NEW-BRANCH            DBNK184P
063800        GO TO ADD-BRANCH-EXIT                                     DBNK184P
063900     END-IF.                                                      DBNK184P
064000     IF WS-BR-CODE (WS-SUB2) IS GREATER THAN WS-NEW-BRANCH        DBNK184P
064100        GO TO ADD-BRANCH-INSERT                                   DBNK184P
064200     END-IF.                                                      DBNK184P
064300     ADD 1 TO WS-SUB2.                                            DBNK184P
064400     GO TO ADD-BRANCH-LOOP.                                       DBNK184P
064500 ADD-BRANCH-INSERT.                                               DBNK184P
064600     IF WS-BRANCH-COUNT IS NOT LESS THAN 200                      DBNK184P
064700        GO TO ADD-BRANCH-EXIT                                     DBNK184P
064800     END-IF.                                                      DBNK184P
064900     MOVE WS-SUB2 TO WS-BR-SUB.                                   DBNK184P
065000     PERFORM SHIFT-ONE-BRANCH THRU                                DBNK184P
065100             SHIFT-ONE-BRANCH-EXIT                                DBNK184P
065200       VARYING WS-SUB2 FROM WS-BRANCH-COUNT BY -1                 DBNK184P
065300         UNTIL WS-SUB2 IS LESS THAN WS-BR-SUB.                    DBNK184P
065400     MOVE WS-NEW-BRANCH TO WS-BR-CODE (WS-BR-SUB).                DBNK184P
065500     ADD 1 TO WS-BRANCH-COUNT.                                    DBNK184P
065600 ADD-BRANCH-EXIT.                                                 DBNK184P
065700     EXIT.                                                        DBNK184P
065800                                                                  DBNK184P
065900 SHIFT-ONE-BRANCH.                                                DBNK184P
066000     MOVE WS-BR-CODE (WS-SUB2) TO WS-BR-CODE (WS-SUB2 + 1).       DBNK184P
066100 SHIFT-ONE-BRANCH-EXIT.                                           DBNK184P
066200     EXIT.                                                        DBNK184P
066300                                                                  DBNK184P
066400***************************************************************** DBNK184P
066500* The table slot for WS-FIND-USERID; zero when not on file      * DBNK184P
066600***************************************************************** DBNK184P
066700 FIND-OPERATOR.                                                   DBNK184P
066800     MOVE 1 TO WS-FIND-SUB.                                       DBNK184P
066900 FIND-OPERATOR-LOOP.                                              DBNK184P
067000     IF WS-FIND-SUB IS GREATER THAN WS-OPER-COUNT                 DBNK184P
067100        MOVE ZERO TO WS-FIND-SUB                                  DBNK184P
067200        GO TO FIND-OPERATOR-EXIT                                  DBNK184P
067300     END-IF.                                                      DBNK184P
067400     IF WS-OT-USERID (WS-FIND-SUB) IS EQUAL TO WS-FIND-USERID     DBNK184P
067500        GO TO FIND-OPERATOR-EXIT                                  DBNK184P
067600     END-IF.                                                      DBNK184P
067700     ADD 1 TO WS-FIND-SUB.                                        DBNK184P
067800     GO TO FIND-OPERATOR-LOOP.                                    DBNK184P
067900 FIND-OPERATOR-EXIT.                                              DBNK184P
068000     EXIT.                                                        DBNK184P
068100                                                                  DBNK184P
068200***************************************************************** DBNK184P
068300* Staged changes approved last quarter by the user who made     * DBNK184P
068400* them                                                          * DBNK184P
068500***************************************************************** DBNK184P
068600 CHECK-CHANGES.                                                   DBNK184P
068700     READ BNKPCHG-FILE                                            DBNK184P
068800       AT END                                                     DBNK184P
068900         GO TO CHECK-CHANGES-EXIT                                 DBNK184P
069000     END-READ.                                                    DBNK184P
069100     IF NOT PCH-REC-IS-APPROVED OR                                DBNK184P
069200        PCH-REC-CHECKED-DATE IS LESS THAN WS-PREV-QTR-START OR    DBNK184P
069300        PCH-REC-CHECKED-DATE IS NOT LESS THAN WS-QTR-START        DBNK184P
069400        GO TO CHECK-CHANGES                                       DBNK184P
069500     END-IF.                                                      DBNK184P
069600     IF PCH-REC-CHECKER IS EQUAL TO SPACES OR                     DBNK184P
069700        PCH-REC-CHECKER IS NOT EQUAL TO PCH-REC-MAKER             DBNK184P
069800        GO TO CHECK-CHANGES                                       DBNK184P
069900     END-IF.                                                      DBNK184P
070000     MOVE PCH-REC-CHECKER TO WS-FIND-USERID.                      DBNK184P
070100     PERFORM COUNT-CONFLICT THRU                                  DBNK184P
070200             COUNT-CONFLICT-EXIT.                                 DBNK184P
070300     MOVE SPACES TO RCRRPT-REC.                                   DBNK184P
070400     MOVE PCH-REC-CHECKER TO RCRRPT-REC (1:5).                    DBNK184P
070500     MOVE 'MADE AND APPROVED CHANGE' TO RCRRPT-REC (8:24).        DBNK184P
070600     MOVE PCH-REC-CHECKED-DATE TO RCRRPT-REC (34:8).              DBNK184P
070700     MOVE PCH-REC-TARGET TO RCRRPT-REC (44:8).                    DBNK184P
070800     MOVE PCH-REC-SUMMARY TO RCRRPT-REC (54:60).                  DBNK184P
070900     WRITE RCRRPT-REC.                                            DBNK184P
071000     GO TO CHECK-CHANGES.                                         DBNK184P
071100 CHECK-CHANGES-EXIT.                                              DBNK184P
071200     EXIT.                                                        DBNK184P
071300                                                                  DBNK184P
071400***************************************************************** DBNK184P
071500* Drawers closed last quarter with a difference by a user who   * DBNK184P
071600* holds the authority to sign differences off                   * DBNK184P
071700***************************************************************** DBNK184P
071800 CHECK-DRAWERS.                                                   DBNK184P
071900     READ BNKDRWR-FILE                                            DBNK184P
072000       AT END                                                     DBNK184P
072100         GO TO CHECK-DRAWERS-EXIT                                 DBNK184P
072200     END-READ.                                                    DBNK184P
072300     IF NOT BDR-REC-IS-CLOSED OR                                  DBNK184P
072400        BDR-REC-OVER-SHORT IS EQUAL TO ZERO OR                    DBNK184P
072500        BDR-REC-DATE IS LESS THAN WS-PREV-QTR-START OR            DBNK184P
072600        BDR-REC-DATE IS NOT LESS THAN WS-QTR-START                DBNK184P
072700        GO TO CHECK-DRAWERS                                       DBNK184P
072800     END-IF.                                                      DBNK184P
072900     MOVE BDR-REC-TELLER TO WS-FIND-USERID.                       DBNK184P
073000     PERFORM FIND-OPERATOR THRU                                   DBNK184P
073100             FIND-OPERATOR-EXIT.                                  DBNK184P
073200     IF WS-FIND-SUB IS EQUAL TO ZERO                              DBNK184P
073300        GO TO CHECK-DRAWERS                                       DBNK184P
073400     END-IF.                                                      DBNK184P
073500     IF WS-OT-ROLE (WS-FIND-SUB) IS NOT EQUAL TO 'S' AND          DBNK184P
073600        WS-OT-ROLE (WS-FIND-SUB) IS NOT EQUAL TO 'A'              DBNK184P
073700        GO TO CHECK-DRAWERS                                       DBNK184P
073800     END-IF.                                                      DBNK184P
073900     PERFORM COUNT-CONFLICT THRU                                  DBNK184P
074000             COUNT-CONFLICT-EXIT.                                 DBNK184P
074100     MOVE SPACES TO RCRRPT-REC.                                   DBNK184P
074200     MOVE BDR-REC-TELLER TO RCRRPT-REC (1:5).                     DBNK184P
074300     MOVE 'OWN DRAWER DIFFERENCE' TO RCRRPT-REC (8:21).           DBNK184P
074400     MOVE BDR-REC-DATE TO RCRRPT-REC (34:8).                      DBNK184P
074500     MOVE 'BRANCH' TO RCRRPT-REC (44:6).                          DBNK184P
074600     MOVE BDR-REC-BRANCH TO RCRRPT-REC (51:4).                    DBNK184P
074700     MOVE 'OVER/SHORT' TO RCRRPT-REC (57:10).                     DBNK184P
074800     MOVE BDR-REC-OVER-SHORT TO WS-EDIT-AMT.                      DBNK184P
074900     MOVE WS-EDIT-AMT TO RCRRPT-REC (68:15).                      DBNK184P
075000     WRITE RCRRPT-REC.                                            DBNK184P
075100     GO TO CHECK-DRAWERS.                                         DBNK184P
075200 CHECK-DRAWERS-EXIT.                                              DBNK184P
075300     EXIT.                                                        DBNK184P
075400                                                                  DBNK184P
075500***************************************************************** DBNK184P
075600* One more conflict against WS-FIND-USERID                      * DBNK184P
075700***************************************************************** DBNK184P
075800 COUNT-CONFLICT.                                                  DBNK184P
075900     ADD 1 TO WS-CONFLICTS-FOUND.                                 DBNK184P
076000     PERFORM FIND-OPERATOR THRU                                   DBNK184P
076100             FIND-OPERATOR-EXIT.                                  DBNK184P
076200     IF WS-FIND-SUB IS GREATER THAN ZERO AND                      DBNK184P
076300        WS-OT-SOD-COUNT (WS-FIND-SUB) IS LESS THAN 999            DBNK184P
076400        ADD 1 TO WS-OT-SOD-COUNT (WS-FIND-SUB)                    DBNK184P
076500     END-IF.                                                      DBNK184P
076600 COUNT-CONFLICT-EXIT.                                             DBNK184P
076700     EXIT.                                                        DBNK184P
076800                                                                  DBNK184P
076900***************************************************************** DBNK184P
077000* A pending entry for an active profile. One already there from * DBNK184P
077100* an earlier attempt at the same cycle is left alone.           * DBNK184P
077200***************************************************************** DBNK184P
077300 WRITE-ONE-ENTRY.                                                 DBNK184P
077400     IF WS-OT-STATUS (WS-SUB1) IS NOT EQUAL TO 'A'                DBNK184P
077500        GO TO WRITE-ONE-ENTRY-EXIT                                DBNK184P
077600     END-IF.                                                      DBNK184P
077700     MOVE SPACES TO BNKRCRT-REC.                                  DBNK184P
077800     MOVE WS-THIS-CYCLE TO RCT-REC-CYCLE.                         DBNK184P
077900     MOVE WS-OT-USERID (WS-SUB1) TO RCT-REC-USERID.               DBNK184P
078000     MOVE WS-OT-ROLE (WS-SUB1) TO RCT-REC-ROLE.                   DBNK184P
078100     MOVE WS-OT-SCOPE (WS-SUB1) TO RCT-REC-BRANCH-SCOPE.          DBNK184P
078200     MOVE WS-OT-LIMIT (WS-SUB1) TO RCT-REC-REFUND-LIMIT.          DBNK184P
078300     MOVE WS-OT-GRANTED-BY (WS-SUB1) TO RCT-REC-GRANTED-BY.       DBNK184P
078400     MOVE WS-OT-GRANTED-DATE (WS-SUB1) TO RCT-REC-GRANTED-DATE.   DBNK184P
078500     MOVE WS-RUN-DATE TO RCT-REC-OPENED-DATE.                     DBNK184P
078600     MOVE WS-NEW-DEADLINE TO RCT-REC-DEADLINE.                    DBNK184P
078700     MOVE WS-OT-SOD-COUNT (WS-SUB1) TO RCT-REC-SOD-COUNT.         DBNK184P
078800     SET RCT-REC-IS-PENDING TO TRUE.                              DBNK184P
078900     WRITE BNKRCRT-REC                                            DBNK184P
079000       INVALID KEY                                                DBNK184P
079100         GO TO WRITE-ONE-ENTRY-EXIT                               DBNK184P
079200     END-WRITE.                                                   DBNK184P
079300     ADD 1 TO WS-ENTRIES-OPENED.                                  DBNK184P
079400 WRITE-ONE-ENTRY-EXIT.                                            DBNK184P
079500     EXIT.                                                        DBNK184P
079600                                                                  DBNK184P
079700***************************************************************** DBNK184P
079800* One branch scope's part of the list: who reviews it, then its * DBNK184P
079900* active staff with their access and conflicts                  * DBNK184P
080000***************************************************************** DBNK184P
080100 PRINT-ONE-BRANCH.                                                DBNK184P
080200     MOVE SPACES TO RCRRPT-REC.                                   DBNK184P
080300     IF WS-BR-CODE (WS-BR-SUB) IS EQUAL TO SPACES                 DBNK184P
080400        STRING 'ALL BRANCHES - CYCLE '  DELIMITED BY SIZE         DBNK184P
080500               WS-THIS-CYCLE            DELIMITED BY SIZE         DBNK184P
080600               ' - ATTEST OR REVOKE BY ' DELIMITED BY SIZE        DBNK184P
080700               WS-NEW-DEADLINE          DELIMITED BY SIZE         DBNK184P
080800          INTO RCRRPT-REC                                         DBNK184P
080900     ELSE                                                         DBNK184P
081000        STRING 'BRANCH '                DELIMITED BY SIZE         DBNK184P
081100               WS-BR-CODE (WS-BR-SUB)   DELIMITED BY SIZE         DBNK184P
081200               ' - CYCLE '              DELIMITED BY SIZE         DBNK184P
081300               WS-THIS-CYCLE            DELIMITED BY SIZE         DBNK184P
081400               ' - ATTEST OR REVOKE BY ' DELIMITED BY SIZE        DBNK184P
081500               WS-NEW-DEADLINE          DELIMITED BY SIZE         DBNK184P
081600          INTO RCRRPT-REC                                         DBNK184P
081700     END-IF.                                                      DBNK184P
081800     WRITE RCRRPT-REC.                                            DBNK184P
081900     MOVE SPACES TO RCRRPT-REC.                                   DBNK184P
082000     MOVE 'REVIEWED BY' TO RCRRPT-REC (1:11).                     DBNK184P
082100     MOVE 14 TO WS-LINE-POS.                                      DBNK184P
082200     MOVE ZERO TO WS-REVIEWERS.                                   DBNK184P
082300     PERFORM ADD-REVIEWER THRU                                    DBNK184P
082400             ADD-REVIEWER-EXIT                                    DBNK184P
082500       VARYING WS-SUB1 FROM 1 BY 1                                DBNK184P
082600         UNTIL WS-SUB1 IS GREATER THAN WS-OPER-COUNT.             DBNK184P
082700     IF WS-REVIEWERS IS EQUAL TO ZERO                             DBNK184P
082800        MOVE 'ANY ALL-BRANCH SUPERVISOR OR ADMINISTRATOR'         DBNK184P
082900          TO RCRRPT-REC (14:42)                                   DBNK184P
083000     END-IF.                                                      DBNK184P
083100     WRITE RCRRPT-REC.                                            DBNK184P
083200     MOVE SPACES TO RCRRPT-REC.                                   DBNK184P
083300     MOVE 'USER' TO RCRRPT-REC (1:4).                             DBNK184P
083400     MOVE 'ROLE' TO RCRRPT-REC (8:4).                             DBNK184P
083500     MOVE 'REFUND LIMIT' TO RCRRPT-REC (21:12).                   DBNK184P
083600     MOVE 'GRANTED BY' TO RCRRPT-REC (36:10).                     DBNK184P
083700     MOVE 'ON' TO RCRRPT-REC (48:2).                              DBNK184P
083800     MOVE 'CONFLICTS' TO RCRRPT-REC (58:9).                       DBNK184P
083900     WRITE RCRRPT-REC.                                            DBNK184P
084000     PERFORM PRINT-ONE-OPERATOR THRU                              DBNK184P
084100             PRINT-ONE-OPERATOR-EXIT                              DBNK184P
084200       VARYING WS-SUB1 FROM 1 BY 1                                DBNK184P
084300         UNTIL WS-SUB1 IS GREATER THAN WS-OPER-COUNT.             DBNK184P
084400     MOVE SPACES TO RCRRPT-REC.                                   DBNK184P
084500     WRITE RCRRPT-REC.                                            DBNK184P
084600 PRINT-ONE-BRANCH-EXIT.                                           DBNK184P
084700     EXIT.                                                        DBNK184P
084800                                                                  DBNK184P
084900*    an active supervisor or administrator of this scope, across  DBNK184P
085000*    the line while there is room                                 DBNK184P
085100 ADD-REVIEWER.                                                    DBNK184P
085200     IF WS-OT-STATUS (WS-SUB1) IS NOT EQUAL TO 'A' OR             DBNK184P
085300        WS-OT-SCOPE (WS-SUB1) IS NOT EQUAL TO                     DBNK184P
085400        WS-BR-CODE (WS-BR-SUB)                                    DBNK184P
085500        GO TO ADD-REVIEWER-EXIT                                   DBNK184P
085600     END-IF.                                                      DBNK184P
085700     IF WS-OT-ROLE (WS-SUB1) IS NOT EQUAL TO 'S' AND              DBNK184P
085800        WS-OT-ROLE (WS-SUB1) IS NOT EQUAL TO 'A'                  DBNK184P
085900        GO TO ADD-REVIEWER-EXIT                                   DBNK184P
086000     END-IF.                                                      DBNK184P
086100     IF WS-LINE-POS IS GREATER THAN 127                           DBNK184P
086200        GO TO ADD-REVIEWER-EXIT                                   DBNK184P
086300     END-IF.                                                      DBNK184P
086400     MOVE WS-OT-USERID (WS-SUB1) TO RCRRPT-REC (WS-LINE-POS:5).   DBNK184P
086500     ADD 6 TO WS-LINE-POS.                                        DBNK184P
086600     ADD 1 TO WS-REVIEWERS.                                       DBNK184P
086700 ADD-REVIEWER-EXIT.                                               DBNK184P
086800     EXIT.                                                        DBNK184P
086900                                                                  DBNK184P
087000 PRINT-ONE-OPERATOR.                                              DBNK184P
087100     IF WS-OT-STATUS (WS-SUB1) IS NOT EQUAL TO 'A' OR             DBNK184P
087200        WS-OT-SCOPE (WS-SUB1) IS NOT EQUAL TO                     DBNK184P
087300        WS-BR-CODE (WS-BR-SUB)                                    DBNK184P
087400        GO TO PRINT-ONE-OPERATOR-EXIT                             DBNK184P
087500     END-IF.                                                      DBNK184P
087600     MOVE SPACES TO RCRRPT-REC.                                   DBNK184P
087700     MOVE WS-OT-USERID (WS-SUB1) TO RCRRPT-REC (1:5).             DBNK184P
087800     EVALUATE WS-OT-ROLE (WS-SUB1)                                DBNK184P
087900       WHEN 'I'                                                   DBNK184P
088000         MOVE 'INQUIRY' TO RCRRPT-REC (8:10)                      DBNK184P
088100       WHEN 'T'                                                   DBNK184P
088200         MOVE 'TELLER' TO RCRRPT-REC (8:10)                       DBNK184P
088300       WHEN 'S'                                                   DBNK184P
088400         MOVE 'SUPERVISOR' TO RCRRPT-REC (8:10)                   DBNK184P
088500       WHEN 'A'                                                   DBNK184P
088600         MOVE 'ADMIN' TO RCRRPT-REC (8:10)                        DBNK184P
088700       WHEN OTHER                                                 DBNK184P
088800         MOVE WS-OT-ROLE (WS-SUB1) TO RCRRPT-REC (8:1)            DBNK184P
088900     END-EVALUATE.                                                DBNK184P
089000     IF WS-OT-LIMIT (WS-SUB1) IS NUMERIC                          DBNK184P
089100        MOVE WS-OT-LIMIT (WS-SUB1) TO WS-EDIT-LIMIT               DBNK184P
089200        MOVE WS-EDIT-LIMIT TO RCRRPT-REC (24:9)                   DBNK184P
089300     END-IF.                                                      DBNK184P
089400     MOVE WS-OT-GRANTED-BY (WS-SUB1) TO RCRRPT-REC (36:5).        DBNK184P
089500     MOVE WS-OT-GRANTED-DATE (WS-SUB1) TO RCRRPT-REC (48:8).      DBNK184P
089600     IF WS-OT-SOD-COUNT (WS-SUB1) IS GREATER THAN ZERO            DBNK184P
089700        MOVE WS-OT-SOD-COUNT (WS-SUB1) TO WS-EDIT-SOD             DBNK184P
089800        MOVE WS-EDIT-SOD TO RCRRPT-REC (64:3)                     DBNK184P
089900     END-IF.                                                      DBNK184P
090000     WRITE RCRRPT-REC.                                            DBNK184P
090100 PRINT-ONE-OPERATOR-EXIT.                                         DBNK184P
090200     EXIT.                                                        DBNK184P
090300                                                                  DBNK184P
090400***************************************************************** DBNK184P
090500* Report headings                                               * DBNK184P
090600***************************************************************** DBNK184P
090700 PRINT-REPORT-HEADING.                                            DBNK184P
090800     MOVE SPACES TO RCRRPT-REC.                                   DBNK184P
090900     STRING 'OPERATOR ACCESS RECERTIFICATION AS OF '              DBNK184P
091000                                          DELIMITED BY SIZE       DBNK184P
091100            WS-RUN-DATE                   DELIMITED BY SIZE       DBNK184P
091200       INTO RCRRPT-REC.                                           DBNK184P
091300     WRITE RCRRPT-REC.                                            DBNK184P
091400     MOVE SPACES TO RCRRPT-REC.                                   DBNK184P
091500     WRITE RCRRPT-REC.                                            DBNK184P
091600 PRINT-REPORT-HEADING-EXIT.                                       DBNK184P
091700     EXIT.                                                        DBNK184P
091800                                                                  DBNK184P
091900***************************************************************** DBNK184P
092000* Check file open OK                                            * DBNK184P
092100***************************************************************** DBNK184P
092200 CHECK-OPEN.                                                      DBNK184P
092300     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK184P
092400        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK184P
092500        STRING WS-FILE       DELIMITED BY ' '                     DBNK184P
092600               ' opened ok' DELIMITED BY SIZE                     DBNK184P
092700          INTO WS-CONSOLE-MESSAGE                                 DBNK184P
092800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK184P
092900     ELSE                                                         DBNK184P
093000        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK184P
093100        STRING WS-FILE          DELIMITED BY ' '                  DBNK184P
093200               ' did not open' DELIMITED BY SIZE                  DBNK184P
093300          INTO WS-CONSOLE-MESSAGE                                 DBNK184P
093400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK184P
093500        PERFORM DISPLAY-IO-STATUS                                 DBNK184P
093600        ADD 1 TO WS-OPEN-ERROR                                    DBNK184P
093700     END-IF.                                                      DBNK184P
093800 CHECK-OPEN-EXIT.                                                 DBNK184P
093900     EXIT.                                                        DBNK184P
094000                                                                  DBNK184P
094100***************************************************************** DBNK184P
094200* Display the file status bytes. This routine will display as  *  DBNK184P
094300* two digits if the full two byte file status is numeric. If   *  DBNK184P
094400* second byte is non-numeric then it will be treated as a      *  DBNK184P
094500* binary number.                                                * DBNK184P
094600***************************************************************** DBNK184P
094700 DISPLAY-IO-STATUS.                                               DBNK184P
094800     IF WS-IO-STATUS NUMERIC                                      DBNK184P
094900        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK184P
095000        STRING 'File status -' DELIMITED BY SIZE                  DBNK184P
095100               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK184P
095200          INTO WS-CONSOLE-MESSAGE                                 DBNK184P
095300        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK184P
095400     ELSE                                                         DBNK184P
095500        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK184P
095600        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK184P
095700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK184P
095800        STRING 'File status -' DELIMITED BY SIZE                  DBNK184P
095900               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK184P
096000               '/'            DELIMITED BY SIZE                   DBNK184P
096100               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK184P
096200          INTO WS-CONSOLE-MESSAGE                                 DBNK184P
096300        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK184P
096400     END-IF.                                                      DBNK184P
096500                                                                  DBNK184P
096600***************************************************************** DBNK184P
096700* Display CONSOLE messages...                                   * DBNK184P
096800***************************************************************** DBNK184P
096900 DISPLAY-CONSOLE-MESSAGE.                                         DBNK184P
097000     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK184P
097100     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK184P
097200                                                                  DBNK184P
097300 COPY CTIMERP.                                                    DBNK184P
097400                                                                  DBNK184P
