000100***************************************************************** DBNK149P
000200*                                                               * DBNK149P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK149P
000400*   This demonstration program is provided for use by users     * DBNK149P
000500*   of Micro Focus products and may be used, modified and       * DBNK149P
000600*   distributed as part of your application provided that       * DBNK149P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK149P
000800*   in this material.                                           * DBNK149P
000900*                                                               * DBNK149P
001000***************************************************************** DBNK149P
001100                                                                  DBNK149P
001200***************************************************************** DBNK149P
001300* Program:     DBNK149P.CBL                                     * DBNK149P
001400* Function:    Loan late charges. An installment still unpaid   * DBNK149P
001500*              when its grace period has run out (BNKPARM key   * DBNK149P
001600*              LATEGRCE, default 15 days past the due date)     * DBNK149P
001700*              draws the late charge BNKFEES holds under fee    * DBNK149P
001800*              code LATE for the loan's account type. The       * DBNK149P
001900*              charge is debited to the loan account with a     * DBNK149P
002000*              BNKLEDG entry in category LATE, and recorded on  * DBNK149P
002100*              the installment so DBANK66P collects it with     * DBNK149P
002200*              the payment. Each installment is charged once.   * DBNK149P
002300*              No charge is assessed while the borrower is      * DBNK149P
002310*              under a bankruptcy stay (BCS-REC-BANKRUPTCY).    * DBNK149P
002320*              Runs daily after DBANK66P. VSAM version          * DBNK149P
002400***************************************************************** DBNK149P
002500                                                                  DBNK149P
002600 IDENTIFICATION DIVISION.                                         DBNK149P
002700 PROGRAM-ID.                                                      DBNK149P
002800     DBNK149P.                                                    DBNK149P
002900 DATE-WRITTEN.                                                    DBNK149P
003000     September 2007.                                              DBNK149P
003100 DATE-COMPILED.                                                   DBNK149P
003200     Today.                                                       DBNK149P
003300                                                                  DBNK149P
003400 ENVIRONMENT DIVISION.                                            DBNK149P
003500                                                                  DBNK149P
003600 INPUT-OUTPUT   SECTION.                                          DBNK149P
003700   FILE-CONTROL.                                                  DBNK149P
003800     SELECT LATERPT-FILE                                          DBNK149P
003900            ASSIGN       TO LATERPT                               DBNK149P
004000            ORGANIZATION IS SEQUENTIAL                            DBNK149P
004100            FILE STATUS  IS WS-LATERPT-STATUS.                    DBNK149P
004200                                                                  DBNK149P
004300     SELECT BNKLSCH-FILE                                          DBNK149P
004400            ASSIGN       TO BNKLSCH                               DBNK149P
004500            ORGANIZATION IS INDEXED                               DBNK149P
004600            ACCESS MODE  IS SEQUENTIAL                            DBNK149P
004700            RECORD KEY   IS BLS-REC-KEY                           DBNK149P
004800            FILE STATUS  IS WS-BNKLSCH-STATUS.                    DBNK149P
004900                                                                  DBNK149P
005000     SELECT BNKACC-FILE                                           DBNK149P
005100            ASSIGN       TO BNKACC                                DBNK149P
005200            ORGANIZATION IS INDEXED                               DBNK149P
005300            ACCESS MODE  IS RANDOM                                DBNK149P
005400            RECORD KEY   IS BAC-REC-ACCNO                         DBNK149P
005500            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK149P
005600            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK149P
005700                                                                  DBNK149P
005800     SELECT BNKFEES-FILE                                          DBNK149P
005900            ASSIGN       TO BNKFEES                               DBNK149P
006000            ORGANIZATION IS INDEXED                               DBNK149P
006100            ACCESS MODE  IS RANDOM                                DBNK149P
006200            RECORD KEY   IS BFE-REC-KEY                           DBNK149P
006300            FILE STATUS  IS WS-BNKFEES-STATUS.                    DBNK149P
006400                                                                  DBNK149P
006500     SELECT BNKLEDG-FILE                                          DBNK149P
006600            ASSIGN       TO BNKLEDG                               DBNK149P
006700            ORGANIZATION IS INDEXED                               DBNK149P
006800            ACCESS MODE  IS RANDOM                                DBNK149P
006900            RECORD KEY   IS BLG-REC-TIMESTAMP                     DBNK149P
007000            ALTERNATE KEY IS BLG-REC-ALTKEY1 WITH DUPLICATES      DBNK149P
007100            FILE STATUS  IS WS-BNKLEDG-STATUS.                    DBNK149P
007200                                                                  DBNK149P
007300     SELECT BNKPARM-FILE                                          DBNK149P
007400            ASSIGN       TO BNKPARM                               DBNK149P
007500            ORGANIZATION IS INDEXED                               DBNK149P
007600            ACCESS MODE  IS RANDOM                                DBNK149P
007700            RECORD KEY   IS PRM-REC-KEY                           DBNK149P
007800            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBNK149P
007810                                                                  DBNK149P
007820     SELECT BNKCUST-FILE                                          DBNK149P
007830            ASSIGN       TO BNKCUST                               DBNK149P
007840            ORGANIZATION IS INDEXED                               DBNK149P
007850            ACCESS MODE  IS RANDOM                                DBNK149P
007860            RECORD KEY   IS BCS-REC-PID                           DBNK149P
007870            FILE STATUS  IS WS-BNKCUST-STATUS.                    DBNK149P
007900                                                                  DBNK149P
008000 DATA DIVISION.                                                   DBNK149P
008100                                                                  DBNK149P
008200 FILE SECTION.                                                    DBNK149P
008300 FD  LATERPT-FILE.                                                DBNK149P
008400 01  LATERPT-REC                        PIC X(132).               DBNK149P
008500                                                                  DBNK149P
008600 FD  BNKLSCH-FILE.                                                DBNK149P
008700 01  BNKLSCH-REC.                                                 DBNK149P
008800 COPY CBANKVLS.                                                   DBNK149P
008900                                                                  DBNK149P
009000 FD  BNKACC-FILE.                                                 DBNK149P
009100 01  BNKACC-REC.                                                  DBNK149P
009200 COPY CBANKVAC.                                                   DBNK149P
009300                                                                  DBNK149P
009400 FD  BNKFEES-FILE.                                                DBNK149P
009500 01  BNKFEES-REC.                                                 DBNK149P
009600 COPY CBANKVFE.                                                   DBNK149P
009700                                                                  DBNK149P
009800 FD  BNKLEDG-FILE.                                                DBNK149P
009900 01  BNKLEDG-REC.                                                 DBNK149P
010000 COPY CBANKVLG.                                                   DBNK149P
010100                                                                  DBNK149P
010200 FD  BNKPARM-FILE.                                                DBNK149P
010300 01  BNKPARM-REC.                                                 DBNK149P
010400 COPY CBANKVPM.                                                   DBNK149P
010410                                                                  DBNK149P
010420 FD  BNKCUST-FILE.                                                DBNK149P
010430 01  BNKCUST-REC.                                                 DBNK149P
010440 COPY CBANKVCS.                                                   DBNK149P
010500                                                                  DBNK149P
010600 WORKING-STORAGE SECTION.                                         DBNK149P
010700 COPY CTIMERD.                                                    DBNK149P
010800 COPY CTSTAMPD.                                                   DBNK149P
010900                                                                  DBNK149P
011000 01  WS-MISC-STORAGE.                                             DBNK149P
011100   05  WS-PROGRAM-ID                         PIC X(8)             DBNK149P
011200       VALUE 'DBNK149P'.                                          DBNK149P
011300                                                                  DBNK149P
011400   05  WS-LATERPT-STATUS.                                         DBNK149P
011500     10  WS-LATERPT-STAT1                      PIC X(1).          DBNK149P
011600     10  WS-LATERPT-STAT2                      PIC X(1).          DBNK149P
011700   05  WS-BNKLSCH-STATUS.                                         DBNK149P
011800     10  WS-BNKLSCH-STAT1                      PIC X(1).          DBNK149P
011900     10  WS-BNKLSCH-STAT2                      PIC X(1).          DBNK149P
012000   05  WS-BNKACC-STATUS.                                          DBNK149P
012100     10  WS-BNKACC-STAT1                      PIC X(1).           DBNK149P
012200     10  WS-BNKACC-STAT2                      PIC X(1).           DBNK149P
012300   05  WS-BNKFEES-STATUS.                                         DBNK149P
012400     10  WS-BNKFEES-STAT1                      PIC X(1).          DBNK149P
012500     10  WS-BNKFEES-STAT2                      PIC X(1).          DBNK149P
012600   05  WS-BNKLEDG-STATUS.                                         DBNK149P
012700     10  WS-BNKLEDG-STAT1                      PIC X(1).          DBNK149P
012800     10  WS-BNKLEDG-STAT2                      PIC X(1).          DBNK149P
012900   05  WS-BNKPARM-STATUS.                                         DBNK149P
013000     10  WS-BNKPARM-STAT1                      PIC X(1).          DBNK149P
013100     10  WS-BNKPARM-STAT2                      PIC X(1).          DBNK149P
013110   05  WS-BNKCUST-STATUS.                                         DBNK149P
013120     10  WS-BNKCUST-STAT1                      PIC X(1).          DBNK149P
013130     10  WS-BNKCUST-STAT2                      PIC X(1).          DBNK149P
013200                                                                  DBNK149P
013300   05  WS-IO-STATUS.                                              DBNK149P
013400     10  WS-IO-STAT1                          PIC X(1).           DBNK149P
013500     10  WS-IO-STAT2                          PIC X(1).           DBNK149P
013600                                                                  DBNK149P
013700   05  WS-TWO-BYTES.                                              DBNK149P
013800     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK149P
013900     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK149P
014000   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK149P
014100                                              PIC 9(1) COMP.      DBNK149P
014200                                                                  DBNK149P
014300   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK149P
014400     88  OPEN-OK                              VALUE 0.            DBNK149P
014500                                                                  DBNK149P
014600   05  WS-FILE                               PIC X(16).           DBNK149P
014700                                                                  DBNK149P
014800   05  WS-RUN-DATE                           PIC X(8).            DBNK149P
014900   05  WS-RUN-YYYY                           PIC 9(4).            DBNK149P
015000   05  WS-RUN-MM                             PIC 9(2).            DBNK149P
015100   05  WS-RUN-DD                             PIC 9(2).            DBNK149P
015200   05  WS-DUE-YYYY                           PIC 9(4).            DBNK149P
015300   05  WS-DUE-MM                             PIC 9(2).            DBNK149P
015400   05  WS-DUE-DD                             PIC 9(2).            DBNK149P
015500   05  WS-DAYS-PAST-DUE                      PIC S9(5)            DBNK149P
015600                                             COMP-3.              DBNK149P
015700   05  WS-GRACE-DAYS                         PIC 9(3).            DBNK149P
015800                                                                  DBNK149P
015900   05  WS-LATE-AMOUNT                        PIC S9(5)V99         DBNK149P
016000                                             COMP-3.              DBNK149P
016100   05  WS-POST-DESC                          PIC X(40).           DBNK149P
016200                                                                  DBNK149P
016300   05  WS-INSTALLMENTS-READ                  PIC 9(7)             DBNK149P
016400       VALUE ZERO.                                                DBNK149P
016500   05  WS-CHARGES-POSTED                     PIC 9(5)             DBNK149P
016600       VALUE ZERO.                                                DBNK149P
016610   05  WS-CHARGES-STAYED                     PIC 9(5)             DBNK149P
016620       VALUE ZERO.                                                DBNK149P
016630   05  WS-STAY-PID                           PIC X(5)             DBNK149P
016640       VALUE SPACES.                                              DBNK149P
016650   05  WS-STAY-FLAG                          PIC X(1)             DBNK149P
016660       VALUE 'N'.                                                 DBNK149P
016670     88  WS-PID-IS-STAYED                     VALUE 'Y'.          DBNK149P
016680     88  WS-PID-NOT-STAYED                    VALUE 'N'.          DBNK149P
016700   05  WS-TOTAL-CHARGED                      PIC S9(9)V99         DBNK149P
016800                                             COMP-3 VALUE ZERO.   DBNK149P
016900                                                                  DBNK149P
017000   05  WS-EDIT-AMT-5-2                       PIC ZZ,ZZ9.99.       DBNK149P
017100   05  WS-EDIT-AMT-9-2                 PIC Z,ZZZ,ZZZ,ZZ9.99.      DBNK149P
017200                                                                  DBNK149P
017300 01  WS-TWOS-COMP.                                                DBNK149P
017400   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBNK149P
017500   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBNK149P
017600   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          DBNK149P
017700                                                                  DBNK149P
017800 COPY CBANKTXD.                                                   DBNK149P
017900                                                                  DBNK149P
018000 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK149P
018100                                                                  DBNK149P
018200 01  WS-BCTL-DATA.                                                DBNK149P
018300 COPY CBCTLD.                                                     DBNK149P
018400                                                                  DBNK149P
018500 01  WS-BUSD-DATA.                                                DBNK149P
018600 COPY CBUSDD.                                                     DBNK149P
018700                                                                  DBNK149P
018800 01  WS-TREF-DATA.                                                DBNK149P
018900 COPY CTREFD.                                                     DBNK149P
019000                                                                  DBNK149P
019100 01  WS-FJRN-DATA.                                                DBNK149P
019200 COPY CFJRND.                                                     DBNK149P
019300                                                                  DBNK149P
019400 PROCEDURE DIVISION.                                              DBNK149P
019500     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK149P
019600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK149P
019700     PERFORM RUN-TIME.                                            DBNK149P
019800                                                                  DBNK149P
019900***************************************************************** DBNK149P
020000* Register this run in the batch control file                   * DBNK149P
020100***************************************************************** DBNK149P
020200     MOVE 'DBNK149P' TO BCTL-JOB-NAME.                            DBNK149P
020300     MOVE SPACES TO BCTL-BUS-DATE.                                DBNK149P
020400     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK149P
020500     SET BCTL-FUNC-START TO TRUE.                                 DBNK149P
020600     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK149P
020700     IF NOT BCTL-OK                                               DBNK149P
020800        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK149P
020900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK149P
021000        MOVE 8 TO RETURN-CODE                                     DBNK149P
021100        GO TO QUICK-EXIT                                          DBNK149P
021200     END-IF.                                                      DBNK149P
021300*    postings carry the bank-wide business date, not the clock    DBNK149P
021400     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK149P
021500                                                                  DBNK149P
021600     SET OPEN-OK TO TRUE.                                         DBNK149P
021700                                                                  DBNK149P
021800     OPEN OUTPUT LATERPT-FILE.                                    DBNK149P
021900     MOVE WS-LATERPT-STATUS TO WS-IO-STATUS.                      DBNK149P
022000     MOVE 'LATERPT-FILE' TO WS-FILE.                              DBNK149P
022100     PERFORM CHECK-OPEN THRU                                      DBNK149P
022200             CHECK-OPEN-EXIT.                                     DBNK149P
022300                                                                  DBNK149P
022400     OPEN I-O BNKLSCH-FILE.                                       DBNK149P
022500     MOVE WS-BNKLSCH-STATUS TO WS-IO-STATUS.                      DBNK149P
022600     MOVE 'BNKLSCH-FILE' TO WS-FILE.                              DBNK149P
022700     PERFORM CHECK-OPEN THRU                                      DBNK149P
022800             CHECK-OPEN-EXIT.                                     DBNK149P
022900                                                                  DBNK149P
023000     OPEN I-O BNKACC-FILE.                                        DBNK149P
023100     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK149P
023200     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK149P
023300     PERFORM CHECK-OPEN THRU                                      DBNK149P
023400             CHECK-OPEN-EXIT.                                     DBNK149P
023500                                                                  DBNK149P
023600     OPEN INPUT BNKFEES-FILE.                                     DBNK149P
023700     MOVE WS-BNKFEES-STATUS TO WS-IO-STATUS.                      DBNK149P
023800     MOVE 'BNKFEES-FILE' TO WS-FILE.                              DBNK149P
023900     PERFORM CHECK-OPEN THRU                                      DBNK149P
024000             CHECK-OPEN-EXIT.                                     DBNK149P
024100                                                                  DBNK149P
024200     OPEN I-O BNKLEDG-FILE.                                       DBNK149P
024300     MOVE WS-BNKLEDG-STATUS TO WS-IO-STATUS.                      DBNK149P
024400     MOVE 'BNKLEDG-FILE' TO WS-FILE.                              DBNK149P
024500     PERFORM CHECK-OPEN THRU                                      DBNK149P
024600             CHECK-OPEN-EXIT.                                     DBNK149P
024700                                                                  DBNK149P
024800     OPEN INPUT BNKPARM-FILE.                                     DBNK149P
024900     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBNK149P
025000     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBNK149P
025100     PERFORM CHECK-OPEN THRU                                      DBNK149P
025200             CHECK-OPEN-EXIT.                                     DBNK149P
025210                                                                  DBNK149P
025220     OPEN INPUT BNKCUST-FILE.                                     DBNK149P
025230     MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.                      DBNK149P
025240     MOVE 'BNKCUST-FILE' TO WS-FILE.                              DBNK149P
025250     PERFORM CHECK-OPEN THRU                                      DBNK149P
025260             CHECK-OPEN-EXIT.                                     DBNK149P
025300                                                                  DBNK149P
025400     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK149P
025500        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK149P
025600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK149P
025700        MOVE 16 TO RETURN-CODE                                    DBNK149P
025800        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK149P
025900        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK149P
026000        GO TO QUICK-EXIT                                          DBNK149P
026100     END-IF.                                                      DBNK149P
026200                                                                  DBNK149P
026300     MOVE BUSD-DATE TO WS-RUN-DATE.                               DBNK149P
026400     MOVE WS-RUN-DATE (1:4) TO WS-RUN-YYYY.                       DBNK149P
026500     MOVE WS-RUN-DATE (5:2) TO WS-RUN-MM.                         DBNK149P
026600     MOVE WS-RUN-DATE (7:2) TO WS-RUN-DD.                         DBNK149P
026700                                                                  DBNK149P
026800     MOVE 15 TO WS-GRACE-DAYS.                                    DBNK149P
026900     MOVE 'LATEGRCE' TO PRM-REC-KEY.                              DBNK149P
027000     READ BNKPARM-FILE                                            DBNK149P
027100       INVALID KEY                                                DBNK149P
027200         CONTINUE                                                 DBNK149P
027300     END-READ.                                                    DBNK149P
027400     IF WS-BNKPARM-STATUS IS EQUAL TO '00' AND                    DBNK149P
027500        PRM-REC-AMOUNT IS GREATER THAN ZERO                       DBNK149P
027600        MOVE PRM-REC-AMOUNT TO WS-GRACE-DAYS                      DBNK149P
027700     END-IF.                                                      DBNK149P
027800                                                                  DBNK149P
027900     MOVE SPACES TO LATERPT-REC.                                  DBNK149P
028000     STRING '  LOAN LATE CHARGES FOR '  DELIMITED BY SIZE         DBNK149P
028100            WS-RUN-DATE                DELIMITED BY SIZE          DBNK149P
028200            '  GRACE DAYS '            DELIMITED BY SIZE          DBNK149P
028300            WS-GRACE-DAYS              DELIMITED BY SIZE          DBNK149P
028400       INTO LATERPT-REC.                                          DBNK149P
028500     WRITE LATERPT-REC.                                           DBNK149P
028600                                                                  DBNK149P
028700 BNKLSCH-LOOP.                                                    DBNK149P
028800     READ BNKLSCH-FILE                                            DBNK149P
028900       AT END                                                     DBNK149P
029000         GO TO BNKLSCH-ENDED                                      DBNK149P
029100     END-READ.                                                    DBNK149P
029200     ADD 1 TO WS-INSTALLMENTS-READ.                               DBNK149P
029300     IF NOT BLS-REC-IS-SCHEDULED AND                              DBNK149P
029400        NOT BLS-REC-IS-PAST-DUE                                   DBNK149P
029500        GO TO BNKLSCH-LOOP                                        DBNK149P
029600     END-IF.                                                      DBNK149P
029700     IF NOT BLS-REC-NO-LATE-FEE OR                                DBNK149P
029800        BLS-REC-DUE-DATE IS NOT LESS THAN WS-RUN-DATE             DBNK149P
029900        GO TO BNKLSCH-LOOP                                        DBNK149P
030000     END-IF.                                                      DBNK149P
030100*    the same close-enough day arithmetic the arrears aging uses  DBNK149P
030200     MOVE BLS-REC-DUE-DATE (1:4) TO WS-DUE-YYYY.                  DBNK149P
030300     MOVE BLS-REC-DUE-DATE (5:2) TO WS-DUE-MM.                    DBNK149P
030400     MOVE BLS-REC-DUE-DATE (7:2) TO WS-DUE-DD.                    DBNK149P
030500     COMPUTE WS-DAYS-PAST-DUE =                                   DBNK149P
030600         ((WS-RUN-YYYY - WS-DUE-YYYY) * 365)                      DBNK149P
030700       + ((WS-RUN-MM - WS-DUE-MM) * 30)                           DBNK149P
030800       + (WS-RUN-DD - WS-DUE-DD).                                 DBNK149P
030900     IF WS-DAYS-PAST-DUE IS NOT GREATER THAN WS-GRACE-DAYS        DBNK149P
031000        GO TO BNKLSCH-LOOP                                        DBNK149P
031100     END-IF.                                                      DBNK149P
031110*    no charge runs against a borrower under a bankruptcy stay    DBNK149P
031120     IF BLS-REC-PID IS NOT EQUAL TO WS-STAY-PID                   DBNK149P
031130        PERFORM CHECK-STAY THRU                                   DBNK149P
031140                CHECK-STAY-EXIT                                   DBNK149P
031150     END-IF.                                                      DBNK149P
031160     IF WS-PID-IS-STAYED                                          DBNK149P
031170        ADD 1 TO WS-CHARGES-STAYED                                DBNK149P
031180        GO TO BNKLSCH-LOOP                                        DBNK149P
031190     END-IF.                                                      DBNK149P
031200     PERFORM ASSESS-LATE-CHARGE THRU                              DBNK149P
031300             ASSESS-LATE-CHARGE-EXIT.                             DBNK149P
031400     GO TO BNKLSCH-LOOP.                                          DBNK149P
031500 BNKLSCH-ENDED.                                                   DBNK149P
031600                                                                  DBNK149P
031700     MOVE SPACES TO LATERPT-REC.                                  DBNK149P
031800     MOVE WS-TOTAL-CHARGED TO WS-EDIT-AMT-9-2.                    DBNK149P
031900     STRING '  LATE CHARGES ASSESSED ' DELIMITED BY SIZE          DBNK149P
032000            WS-CHARGES-POSTED         DELIMITED BY SIZE           DBNK149P
032100            '  VALUE '                DELIMITED BY SIZE           DBNK149P
032200            WS-EDIT-AMT-9-2           DELIMITED BY SIZE           DBNK149P
032300       INTO LATERPT-REC.                                          DBNK149P
032400     WRITE LATERPT-REC.                                           DBNK149P
032500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK149P
032600     STRING WS-INSTALLMENTS-READ DELIMITED BY SIZE                DBNK149P
032700            ' installments read' DELIMITED BY SIZE                DBNK149P
032800       INTO WS-CONSOLE-MESSAGE.                                   DBNK149P
032900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK149P
033000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK149P
033100     STRING WS-CHARGES-POSTED DELIMITED BY SIZE                   DBNK149P
033200            ' late charges assessed' DELIMITED BY SIZE            DBNK149P
033300       INTO WS-CONSOLE-MESSAGE.                                   DBNK149P
033400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK149P
033410     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK149P
033420     STRING WS-CHARGES-STAYED DELIMITED BY SIZE                   DBNK149P
033430            ' late charges held - bankruptcy stay'                DBNK149P
033440                              DELIMITED BY SIZE                   DBNK149P
033450       INTO WS-CONSOLE-MESSAGE.                                   DBNK149P
033460     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK149P
033500                                                                  DBNK149P
033600     CLOSE LATERPT-FILE.                                          DBNK149P
033700     CLOSE BNKLSCH-FILE.                                          DBNK149P
033800     CLOSE BNKACC-FILE.                                           DBNK149P
033900     CLOSE BNKFEES-FILE.                                          DBNK149P
034000     CLOSE BNKLEDG-FILE.                                          DBNK149P
034100     CLOSE BNKPARM-FILE.                                          DBNK149P
034110     CLOSE BNKCUST-FILE.                                          DBNK149P
034200                                                                  DBNK149P
034300     SET BCTL-FUNC-END TO TRUE.                                   DBNK149P
034400     MOVE WS-INSTALLMENTS-READ TO BCTL-RECORD-COUNT.              DBNK149P
034500     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK149P
034600     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK149P
034700                                                                  DBNK149P
034800     PERFORM RUN-TIME.                                            DBNK149P
034900                                                                  DBNK149P
035000     MOVE 0 TO RETURN-CODE.                                       DBNK149P
035100 QUICK-EXIT.                                                      DBNK149P
035200     GOBACK.                                                      DBNK149P
035300                                                                  DBNK149P
035305***************************************************************** DBNK149P
035310* Note whether the installment's borrower is under a bankruptcy * DBNK149P
035315* stay, keeping the PID so the borrower's later installments    * DBNK149P
035320* need no further read                                          * DBNK149P
035325***************************************************************** DBNK149P
035330 CHECK-STAY.                                                      DBNK149P
035335     MOVE BLS-REC-PID TO WS-STAY-PID.                             DBNK149P
035340     SET WS-PID-NOT-STAYED TO TRUE.                               DBNK149P
035345     MOVE BLS-REC-PID TO BCS-REC-PID.                             DBNK149P
035350     READ BNKCUST-FILE                                            DBNK149P
035355       INVALID KEY                                                DBNK149P
035360         GO TO CHECK-STAY-EXIT                                    DBNK149P
035365     END-READ.                                                    DBNK149P
035370     IF BCS-REC-IN-BANKRUPTCY                                     DBNK149P
035375        SET WS-PID-IS-STAYED TO TRUE                              DBNK149P
035380     END-IF.                                                      DBNK149P
035385 CHECK-STAY-EXIT.                                                 DBNK149P
035390     EXIT.                                                        DBNK149P
035395                                                                  DBNK149P
035400***************************************************************** DBNK149P
035500* Charge one installment: the fee for the loan's account type   * DBNK149P
035600* is debited to the loan account so it is owed with the loan,   * DBNK149P
035700* and the installment carries it until DBANK66P collects it     * DBNK149P
035800***************************************************************** DBNK149P
035900 ASSESS-LATE-CHARGE.                                              DBNK149P
036000     MOVE BLS-REC-LOAN-ACCNO TO BAC-REC-ACCNO.                    DBNK149P
036100     READ BNKACC-FILE                                             DBNK149P
036200       INVALID KEY                                                DBNK149P
036300         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBNK149P
036400         STRING 'Unknown loan account '     DELIMITED BY SIZE     DBNK149P
036500                BLS-REC-LOAN-ACCNO          DELIMITED BY SIZE     DBNK149P
036600           INTO WS-CONSOLE-MESSAGE                                DBNK149P
036700         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK149P
036800         GO TO ASSESS-LATE-CHARGE-EXIT                            DBNK149P
036900     END-READ.                                                    DBNK149P
037000     IF BAC-REC-ACC-IS-CLOSED OR BAC-REC-IS-CHARGED-OFF           DBNK149P
037100        GO TO ASSESS-LATE-CHARGE-EXIT                             DBNK149P
037200     END-IF.                                                      DBNK149P
037300     MOVE 'LATE' TO BFE-REC-FEE-CODE.                             DBNK149P
037400     MOVE BAC-REC-TYPE TO BFE-REC-ACC-TYPE.                       DBNK149P
037500     READ BNKFEES-FILE                                            DBNK149P
037600       INVALID KEY                                                DBNK149P
037700         GO TO ASSESS-LATE-CHARGE-EXIT                            DBNK149P
037800     END-READ.                                                    DBNK149P
037900     IF BFE-REC-AMOUNT IS NOT GREATER THAN ZERO                   DBNK149P
038000        GO TO ASSESS-LATE-CHARGE-EXIT                             DBNK149P
038100     END-IF.                                                      DBNK149P
038200     MOVE BFE-REC-AMOUNT TO WS-LATE-AMOUNT.                       DBNK149P
038300                                                                  DBNK149P
038400     SUBTRACT WS-LATE-AMOUNT FROM BAC-REC-BALANCE.                DBNK149P
038500     REWRITE BNKACC-REC                                           DBNK149P
038600       INVALID KEY                                                DBNK149P
038700         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBNK149P
038800         STRING 'Unable to charge loan account '                  DBNK149P
038900                                            DELIMITED BY SIZE     DBNK149P
039000                BLS-REC-LOAN-ACCNO          DELIMITED BY SIZE     DBNK149P
039100           INTO WS-CONSOLE-MESSAGE                                DBNK149P
039200         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK149P
039300         GO TO ASSESS-LATE-CHARGE-EXIT                            DBNK149P
039400     END-REWRITE.                                                 DBNK149P
039500     PERFORM JOURNAL-ACC-IMAGE THRU                               DBNK149P
039600             JOURNAL-ACC-IMAGE-EXIT.                              DBNK149P
039700     PERFORM WRITE-LATE-LEDGER THRU                               DBNK149P
039800             WRITE-LATE-LEDGER-EXIT.                              DBNK149P
039900                                                                  DBNK149P
040000     MOVE WS-LATE-AMOUNT TO BLS-REC-LATE-FEE.                     DBNK149P
040100     SET BLS-REC-LATE-FEE-DUE TO TRUE.                            DBNK149P
040200     REWRITE BNKLSCH-REC                                          DBNK149P
040300       INVALID KEY                                                DBNK149P
040400         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBNK149P
040500         STRING 'Unable to mark schedule for '                    DBNK149P
040600                                            DELIMITED BY SIZE     DBNK149P
040700                BLS-REC-LOAN-ACCNO          DELIMITED BY SIZE     DBNK149P
040800           INTO WS-CONSOLE-MESSAGE                                DBNK149P
040900         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK149P
041000     END-REWRITE.                                                 DBNK149P
041100                                                                  DBNK149P
041200     ADD 1 TO WS-CHARGES-POSTED.                                  DBNK149P
041300     ADD WS-LATE-AMOUNT TO WS-TOTAL-CHARGED.                      DBNK149P
041400     MOVE WS-LATE-AMOUNT TO WS-EDIT-AMT-5-2.                      DBNK149P
041500     MOVE SPACES TO LATERPT-REC.                                  DBNK149P
041600     STRING '  LATE CHARGE '       DELIMITED BY SIZE              DBNK149P
041700            BLS-REC-LOAN-ACCNO     DELIMITED BY SIZE              DBNK149P
041800            ' INST '               DELIMITED BY SIZE              DBNK149P
041900            BLS-REC-SEQ            DELIMITED BY SIZE              DBNK149P
042000            '  '                   DELIMITED BY SIZE              DBNK149P
042100            BLS-REC-PID            DELIMITED BY SIZE              DBNK149P
042200            '  DUE '               DELIMITED BY SIZE              DBNK149P
042300            BLS-REC-DUE-DATE       DELIMITED BY SIZE              DBNK149P
042400            '  '                   DELIMITED BY SIZE              DBNK149P
042500            WS-EDIT-AMT-5-2        DELIMITED BY SIZE              DBNK149P
042600       INTO LATERPT-REC.                                          DBNK149P
042700     WRITE LATERPT-REC.                                           DBNK149P
042800 ASSESS-LATE-CHARGE-EXIT.                                         DBNK149P
042900     EXIT.                                                        DBNK149P
043000                                                                  DBNK149P
043100***************************************************************** DBNK149P
043200* The charge's ledger entry on the loan account. The narrative  * DBNK149P
043300* names the loan and installment in fixed places - DBANK66P     * DBNK149P
043400* repeats it on the collection and DBNK126P reads it back to    * DBNK149P
043500* find the installment when the charge is waived                * DBNK149P
043600***************************************************************** DBNK149P
043700 WRITE-LATE-LEDGER.                                               DBNK149P
043800 COPY CTSTAMPP.                                                   DBNK149P
043900     MOVE '0' TO WS-TIMESTAMP (26:1).                             DBNK149P
044000     SET TREF-FUNC-ENCODE TO TRUE.                                DBNK149P
044100     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBNK149P
044200     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK149P
044300     MOVE SPACES TO BNKLEDG-REC.                                  DBNK149P
044400     MOVE TREF-REFNO TO BLG-REC-REFNO.                            DBNK149P
044500     MOVE BLS-REC-PID TO BLG-REC-PID.                             DBNK149P
044600     MOVE '1' TO BLG-REC-TYPE.                                    DBNK149P
044700     MOVE '1' TO BLG-REC-SUB-TYPE.                                DBNK149P
044800     MOVE 'LATE' TO BLG-REC-CATEGORY.                             DBNK149P
044900     MOVE BLS-REC-LOAN-ACCNO TO BLG-REC-ACCNO.                    DBNK149P
045000     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBNK149P
045100     MOVE BLS-REC-LOAN-ACCNO TO BLG-REC-ALTKEY1-ACCNO.            DBNK149P
045200     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBNK149P
045300     MOVE WS-LATE-AMOUNT TO BLG-REC-AMOUNT.                       DBNK149P
045400     MOVE SPACES TO WS-POST-DESC.                                 DBNK149P
045500     STRING 'Late charge loan '     DELIMITED BY SIZE             DBNK149P
045600            BLS-REC-LOAN-ACCNO     DELIMITED BY SIZE              DBNK149P
045700            ' inst '               DELIMITED BY SIZE              DBNK149P
045800            BLS-REC-SEQ            DELIMITED BY SIZE              DBNK149P
045900       INTO WS-POST-DESC.                                         DBNK149P
046000     MOVE SPACES TO TXN-DATA.                                     DBNK149P
046100     MOVE WS-POST-DESC TO TXN-T1-OLD-DESC.                        DBNK149P
046200     MOVE TXN-DATA-OLD TO BLG-REC-DATA-OLD.                       DBNK149P
046300     MOVE TXN-DATA-NEW TO BLG-REC-DATA-NEW.                       DBNK149P
046400     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBNK149P
046500     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBNK149P
046600     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBNK149P
046700     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBNK149P
046800                           WS-TWOS-COMP-INPUT                     DBNK149P
046900                           WS-TWOS-COMP-OUTPUT.                   DBNK149P
047000     MOVE WS-TWOS-COMP-OUTPUT TO BLG-REC-TIMESTAMP-FF.            DBNK149P
047100     MOVE BUSD-DATE TO BLG-REC-BUS-DATE.                          DBNK149P
047200     WRITE BNKLEDG-REC                                            DBNK149P
047300       INVALID KEY                                                DBNK149P
047400         MOVE 'Unable to write late charge entry'                 DBNK149P
047500           TO WS-CONSOLE-MESSAGE                                  DBNK149P
047600         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK149P
047700     END-WRITE.                                                   DBNK149P
047800     PERFORM JOURNAL-LEDG-IMAGE THRU                              DBNK149P
047900             JOURNAL-LEDG-IMAGE-EXIT.                             DBNK149P
048000 WRITE-LATE-LEDGER-EXIT.                                          DBNK149P
048100     EXIT.                                                        DBNK149P
048200                                                                  DBNK149P
048300***************************************************************** DBNK149P
048400* After-image feeds for the roll-forward recovery (ZBNKRCVR) -  * DBNK149P
048500* each write to a protected cluster lands its final image on    * DBNK149P
048600* the BNKFJRN journal                                           * DBNK149P
048700***************************************************************** DBNK149P
048800 JOURNAL-ACC-IMAGE.                                               DBNK149P
048900     MOVE 'BNKACC  ' TO FJRN-FILE-NAME.                           DBNK149P
049000     MOVE WS-PROGRAM-ID TO FJRN-PROGRAM.                          DBNK149P
049100     SET FJRN-ACTION-REWRITE TO TRUE.                             DBNK149P
049200     MOVE LENGTH OF BNKACC-REC TO FJRN-REC-LEN.                   DBNK149P
049300     MOVE SPACES TO FJRN-REC-IMAGE.                               DBNK149P
049400     MOVE BNKACC-REC TO FJRN-REC-IMAGE.                           DBNK149P
049500     CALL 'UFWDJRNL' USING WS-FJRN-DATA.                          DBNK149P
049600 JOURNAL-ACC-IMAGE-EXIT.                                          DBNK149P
049700     EXIT.                                                        DBNK149P
049800                                                                  DBNK149P
049900 JOURNAL-LEDG-IMAGE.                                              DBNK149P
050000     MOVE 'BNKLEDG ' TO FJRN-FILE-NAME.                           DBNK149P
050100     MOVE WS-PROGRAM-ID TO FJRN-PROGRAM.                          DBNK149P
050200     SET FJRN-ACTION-WRITE TO TRUE.                               DBNK149P
050300     MOVE LENGTH OF BNKLEDG-REC TO FJRN-REC-LEN.                  DBNK149P
050400     MOVE SPACES TO FJRN-REC-IMAGE.                               DBNK149P
050500     MOVE BNKLEDG-REC TO FJRN-REC-IMAGE.                          DBNK149P
050600     CALL 'UFWDJRNL' USING WS-FJRN-DATA.                          DBNK149P
050700 JOURNAL-LEDG-IMAGE-EXIT.                                         DBNK149P
050800     EXIT.                                                        DBNK149P
050900                                                                  DBNK149P
051000***************************************************************** DBNK149P
051100* Check file open OK                                            * DBNK149P
051200***************************************************************** DBNK149P
051300 CHECK-OPEN.                                                      DBNK149P
051400     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK149P
051500        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK149P
051600        STRING WS-FILE       DELIMITED BY ' '                     DBNK149P
051700               ' opened ok' DELIMITED BY SIZE                     DBNK149P
051800          INTO WS-CONSOLE-MESSAGE                                 DBNK149P
051900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK149P
052000     ELSE                                                         DBNK149P
052100        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK149P
052200        STRING WS-FILE          DELIMITED BY ' '                  DBNK149P
052300               ' did not open' DELIMITED BY SIZE                  DBNK149P
052400          INTO WS-CONSOLE-MESSAGE                                 DBNK149P
052500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK149P
052600        PERFORM DISPLAY-IO-STATUS                                 DBNK149P
052700        ADD 1 TO WS-OPEN-ERROR                                    DBNK149P
052800     END-IF.                                                      DBNK149P
052900 CHECK-OPEN-EXIT.                                                 DBNK149P
053000     EXIT.                                                        DBNK149P
053100                                                                  DBNK149P
053200***************************************************************** DBNK149P
053300* Display the file status bytes. This routine will display as  *  DBNK149P
053400* two digits if the full two byte file status is numeric. If   *  DBNK149P
053500* second byte is non-numeric then it will be treated as a      *  DBNK149P
053600* binary number.                                                * DBNK149P
053700***************************************************************** DBNK149P
053800 DISPLAY-IO-STATUS.                                               DBNK149P
053900     IF WS-IO-STATUS NUMERIC                                      DBNK149P
054000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK149P
054100        STRING 'File status -' DELIMITED BY SIZE                  DBNK149P
054200               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK149P
054300          INTO WS-CONSOLE-MESSAGE                                 DBNK149P
054400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK149P
054500     ELSE                                                         DBNK149P
054600        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK149P
054700        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK149P
054800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK149P
054900        STRING 'File status -' DELIMITED BY SIZE                  DBNK149P
055000               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK149P
055100               '/'            DELIMITED BY SIZE                   DBNK149P
055200               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK149P
055300          INTO WS-CONSOLE-MESSAGE                                 DBNK149P
055400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK149P
055500     END-IF.                                                      DBNK149P
055600                                                                  DBNK149P
055700***************************************************************** DBNK149P
055800* Display CONSOLE messages...                                   * DBNK149P
055900***************************************************************** DBNK149P
056000 DISPLAY-CONSOLE-MESSAGE.                                         DBNK149P
056100     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK149P
056200     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK149P
056300                                                                  DBNK149P
056400 COPY CTIMERP.                                                    DBNK149P
056500                                                                  DBNK149P
