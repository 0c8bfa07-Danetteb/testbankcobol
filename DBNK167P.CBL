000100***************************************************************** DBNK167P
000200*                                                               * DBNK167P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK167P
000400*   This demonstration program is provided for use by users     * DBNK167P
000500*   of Micro Focus products and may be used, modified and       * DBNK167P
000600*   distributed as part of your application provided that       * DBNK167P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK167P
000800*   in this material.                                           * DBNK167P
000900*                                                               * DBNK167P
001000***************************************************************** DBNK167P
001100                                                                  DBNK167P
001200                                                                  DBNK167P
001300***************************************************************** DBNK167P
001400* Program:     DBNK167P.CBL                                     * DBNK167P
001500* Function:    Nightly sweep of point-of-sale authorizations.   * DBNK167P
001600*              A purchase DBNK166P approved that the network    * DBNK167P
001700*              has still not presented for settlement BNKPARM   * DBNK167P
001800*              POSAUTHD days later (default 7) is taken as      * DBNK167P
001900*              abandoned: its memo hold comes off the account's * DBNK167P
002000*              BAC-REC-HOLD-AMOUNT and the authorization is     * DBNK167P
002100*              marked expired, so DBANK97P treats a late        * DBNK167P
002200*              presentment as an unauthorized item. Each expiry * DBNK167P
002300*              is listed on AUTHRPT with the day's totals.      * DBNK167P
002400*              VSAM version                                     * DBNK167P
002500***************************************************************** DBNK167P
002600                                                                  DBNK167P
002700 IDENTIFICATION DIVISION.                                         DBNK167P
002800 PROGRAM-ID.                                                      DBNK167P
002900     DBNK167P.                                                    DBNK167P
003000 DATE-WRITTEN.                                                    DBNK167P
003100     October 2007.                                                DBNK167P
003200 DATE-COMPILED.                                                   DBNK167P
003300     Today.                                                       DBNK167P
003400                                                                  DBNK167P
003500 ENVIRONMENT DIVISION.                                            DBNK167P
003600                                                                  DBNK167P
003700 INPUT-OUTPUT   SECTION.                                          DBNK167P
003800   FILE-CONTROL.                                                  DBNK167P
003900     SELECT AUTHRPT-FILE                                          DBNK167P
004000            ASSIGN       TO AUTHRPT                               DBNK167P
004100            ORGANIZATION IS SEQUENTIAL                            DBNK167P
004200            FILE STATUS  IS WS-AUTHRPT-STATUS.                    DBNK167P
004300                                                                  DBNK167P
004400     SELECT BNKCAUT-FILE                                          DBNK167P
004500            ASSIGN       TO BNKCAUT                               DBNK167P
004600            ORGANIZATION IS INDEXED                               DBNK167P
004700            ACCESS MODE  IS SEQUENTIAL                            DBNK167P
004800            RECORD KEY   IS BCA-REC-KEY                           DBNK167P
004900            FILE STATUS  IS WS-BNKCAUT-STATUS.                    DBNK167P
005000                                                                  DBNK167P
005100     SELECT BNKACC-FILE                                           DBNK167P
005200            ASSIGN       TO BNKACC                                DBNK167P
005300            ORGANIZATION IS INDEXED                               DBNK167P
005400            ACCESS MODE  IS RANDOM                                DBNK167P
005500            RECORD KEY   IS BAC-REC-ACCNO                         DBNK167P
005600            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK167P
005700            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK167P
005800                                                                  DBNK167P
005900     SELECT BNKPARM-FILE                                          DBNK167P
006000            ASSIGN       TO BNKPARM                               DBNK167P
006100            ORGANIZATION IS INDEXED                               DBNK167P
006200            ACCESS MODE  IS RANDOM                                DBNK167P
006300            RECORD KEY   IS PRM-REC-KEY                           DBNK167P
006400            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBNK167P
006500                                                                  DBNK167P
006600 DATA DIVISION.                                                   DBNK167P
006700                                                                  DBNK167P
006800 FILE SECTION.                                                    DBNK167P
006900 FD  AUTHRPT-FILE.                                                DBNK167P
007000 01  AUTHRPT-REC                        PIC X(132).               DBNK167P
007100                                                                  DBNK167P
007200 FD  BNKCAUT-FILE.                                                DBNK167P
007300 01  BNKCAUT-REC.                                                 DBNK167P
007400 COPY CBANKVCA.                                                   DBNK167P
007500                                                                  DBNK167P
007600 FD  BNKACC-FILE.                                                 DBNK167P
007700 01  BNKACC-REC.                                                  DBNK167P
007800 COPY CBANKVAC.                                                   DBNK167P
007900                                                                  DBNK167P
008000 FD  BNKPARM-FILE.                                                DBNK167P
008100 01  BNKPARM-REC.                                                 DBNK167P
008200 COPY CBANKVPM.                                                   DBNK167P
008300                                                                  DBNK167P
008400 WORKING-STORAGE SECTION.                                         DBNK167P
008500 COPY CTIMERD.                                                    DBNK167P
008600                                                                  DBNK167P
008700 01  WS-MISC-STORAGE.                                             DBNK167P
008800   05  WS-PROGRAM-ID                         PIC X(8)             DBNK167P
008900       VALUE 'DBNK167P'.                                          DBNK167P
009000                                                                  DBNK167P
009100   05  WS-AUTHRPT-STATUS.                                         DBNK167P
009200     10  WS-AUTHRPT-STAT1                      PIC X(1).          DBNK167P
009300     10  WS-AUTHRPT-STAT2                      PIC X(1).          DBNK167P
009400   05  WS-BNKCAUT-STATUS.                                         DBNK167P
009500     10  WS-BNKCAUT-STAT1                      PIC X(1).          DBNK167P
009600     10  WS-BNKCAUT-STAT2                      PIC X(1).          DBNK167P
009700   05  WS-BNKACC-STATUS.                                          DBNK167P
009800     10  WS-BNKACC-STAT1                      PIC X(1).           DBNK167P
009900     10  WS-BNKACC-STAT2                      PIC X(1).           DBNK167P
010000   05  WS-BNKPARM-STATUS.                                         DBNK167P
010100     10  WS-BNKPARM-STAT1                      PIC X(1).          DBNK167P
010200     10  WS-BNKPARM-STAT2                      PIC X(1).          DBNK167P
010300                                                                  DBNK167P
010400   05  WS-IO-STATUS.                                              DBNK167P
010500     10  WS-IO-STAT1                          PIC X(1).           DBNK167P
010600     10  WS-IO-STAT2                          PIC X(1).           DBNK167P
010700                                                                  DBNK167P
010800   05  WS-TWO-BYTES.                                              DBNK167P
010900     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK167P
011000     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK167P
011100   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK167P
011200                                              PIC 9(1) COMP.      DBNK167P
011300                                                                  DBNK167P
011400   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK167P
011500     88  OPEN-OK                              VALUE 0.            DBNK167P
011600                                                                  DBNK167P
011700   05  WS-FILE                               PIC X(16).           DBNK167P
011800                                                                  DBNK167P
011900   05  WS-RUN-DATE                           PIC X(8).            DBNK167P
012000   05  WS-RUN-YYYY                           PIC 9(4).            DBNK167P
012100   05  WS-RUN-MM                             PIC 9(2).            DBNK167P
012200   05  WS-RUN-DD                             PIC 9(2).            DBNK167P
012300   05  WS-AUTH-YYYY                          PIC 9(4).            DBNK167P
012400   05  WS-AUTH-MM                            PIC 9(2).            DBNK167P
012500   05  WS-AUTH-DD                            PIC 9(2).            DBNK167P
012600   05  WS-DAYS-HELD                          PIC S9(5)            DBNK167P
012700                                             COMP-3.              DBNK167P
012800   05  WS-EDIT-DAYS                          PIC ZZZZ9.           DBNK167P
012900   05  WS-EXPIRY-DAYS                        PIC 9(3).            DBNK167P
013000   05  WS-HOLD-RELEASED                      PIC S9(7)V99         DBNK167P
013100                                             COMP-3.              DBNK167P
013200                                                                  DBNK167P
013300   05  WS-AUTHS-READ                         PIC 9(7)             DBNK167P
013400       VALUE ZERO.                                                DBNK167P
013500   05  WS-AUTHS-HELD                         PIC 9(7)             DBNK167P
013600       VALUE ZERO.                                                DBNK167P
013700   05  WS-AUTHS-EXPIRED                      PIC 9(5)             DBNK167P
013800       VALUE ZERO.                                                DBNK167P
013900   05  WS-AMOUNT-RELEASED                    PIC S9(9)V99         DBNK167P
014000                                             COMP-3 VALUE ZERO.   DBNK167P
014100                                                                  DBNK167P
014200   05  WS-EDIT-AMT-7-2                       PIC Z,ZZZ,ZZ9.99.    DBNK167P
014300   05  WS-EDIT-AMT-9-2                 PIC Z,ZZZ,ZZZ,ZZ9.99.      DBNK167P
014400                                                                  DBNK167P
014500 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK167P
014600                                                                  DBNK167P
014700 01  WS-BCTL-DATA.                                                DBNK167P
014800 COPY CBCTLD.                                                     DBNK167P
014900                                                                  DBNK167P
015000 01  WS-BUSD-DATA.                                                DBNK167P
015100 COPY CBUSDD.                                                     DBNK167P
015200                                                                  DBNK167P
015300 01  WS-FJRN-DATA.                                                DBNK167P
015400 COPY CFJRND.                                                     DBNK167P
015500                                                                  DBNK167P
015600 PROCEDURE DIVISION.                                              DBNK167P
015700     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK167P
015800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK167P
015900     PERFORM RUN-TIME.                                            DBNK167P
016000                                                                  DBNK167P
016100***************************************************************** DBNK167P
016200* Register this run in the batch control file                   * DBNK167P
016300***************************************************************** DBNK167P
016400     MOVE 'DBNK167P' TO BCTL-JOB-NAME.                            DBNK167P
016500     MOVE SPACES TO BCTL-BUS-DATE.                                DBNK167P
016600     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK167P
016700     SET BCTL-FUNC-START TO TRUE.                                 DBNK167P
016800     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK167P
016900     IF NOT BCTL-OK                                               DBNK167P
017000        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK167P
017100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK167P
017200        MOVE 8 TO RETURN-CODE                                     DBNK167P
017300        GO TO QUICK-EXIT                                          DBNK167P
017400     END-IF.                                                      DBNK167P
017500     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK167P
017600                                                                  DBNK167P
017700     SET OPEN-OK TO TRUE.                                         DBNK167P
017800                                                                  DBNK167P
017900     OPEN OUTPUT AUTHRPT-FILE.                                    DBNK167P
018000     MOVE WS-AUTHRPT-STATUS TO WS-IO-STATUS.                      DBNK167P
018100     MOVE 'AUTHRPT-FILE' TO WS-FILE.                              DBNK167P
018200     PERFORM CHECK-OPEN THRU                                      DBNK167P
018300             CHECK-OPEN-EXIT.                                     DBNK167P
018400                                                                  DBNK167P
018500     OPEN I-O BNKCAUT-FILE.                                       DBNK167P
018600     MOVE WS-BNKCAUT-STATUS TO WS-IO-STATUS.                      DBNK167P
018700     MOVE 'BNKCAUT-FILE' TO WS-FILE.                              DBNK167P
018800     PERFORM CHECK-OPEN THRU                                      DBNK167P
018900             CHECK-OPEN-EXIT.                                     DBNK167P
019000                                                                  DBNK167P
019100     OPEN I-O BNKACC-FILE.                                        DBNK167P
019200     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK167P
019300     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK167P
019400     PERFORM CHECK-OPEN THRU                                      DBNK167P
019500             CHECK-OPEN-EXIT.                                     DBNK167P
019600                                                                  DBNK167P
019700     OPEN INPUT BNKPARM-FILE.                                     DBNK167P
019800     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBNK167P
019900     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBNK167P
020000     PERFORM CHECK-OPEN THRU                                      DBNK167P
020100             CHECK-OPEN-EXIT.                                     DBNK167P
020200                                                                  DBNK167P
020300     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK167P
020400        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK167P
020500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK167P
020600        MOVE 16 TO RETURN-CODE                                    DBNK167P
020700        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK167P
020800        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK167P
020900        GO TO QUICK-EXIT                                          DBNK167P
021000     END-IF.                                                      DBNK167P
021100                                                                  DBNK167P
021200     MOVE BUSD-DATE TO WS-RUN-DATE.                               DBNK167P
021300     MOVE WS-RUN-DATE (1:4) TO WS-RUN-YYYY.                       DBNK167P
021400     MOVE WS-RUN-DATE (5:2) TO WS-RUN-MM.                         DBNK167P
021500     MOVE WS-RUN-DATE (7:2) TO WS-RUN-DD.                         DBNK167P
021600                                                                  DBNK167P
021700***************************************************************** DBNK167P
021800* How long an approval may wait for settlement is data, with a  * DBNK167P
021900* shipped default                                               * DBNK167P
022000***************************************************************** DBNK167P
022100     MOVE 7 TO WS-EXPIRY-DAYS.                                    DBNK167P
022200     MOVE 'POSAUTHD' TO PRM-REC-KEY.                              DBNK167P
022300     READ BNKPARM-FILE                                            DBNK167P
022400       INVALID KEY                                                DBNK167P
022500         CONTINUE                                                 DBNK167P
022600     END-READ.                                                    DBNK167P
022700     IF WS-BNKPARM-STATUS IS EQUAL TO '00' AND                    DBNK167P
022800        PRM-REC-AMOUNT IS GREATER THAN ZERO                       DBNK167P
022900        MOVE PRM-REC-AMOUNT TO WS-EXPIRY-DAYS                     DBNK167P
023000     END-IF.                                                      DBNK167P
023100                                                                  DBNK167P
023200     MOVE SPACES TO AUTHRPT-REC.                                  DBNK167P
023300     STRING '  CARD AUTHORIZATIONS EXPIRED UNSETTLED FOR '        DBNK167P
023400                                           DELIMITED BY SIZE      DBNK167P
023500            WS-RUN-DATE                    DELIMITED BY SIZE      DBNK167P
023600            '  AFTER '                     DELIMITED BY SIZE      DBNK167P
023700            WS-EXPIRY-DAYS                 DELIMITED BY SIZE      DBNK167P
023800            ' DAYS'                        DELIMITED BY SIZE      DBNK167P
023900       INTO AUTHRPT-REC.                                          DBNK167P
024000     WRITE AUTHRPT-REC.                                           DBNK167P
024100                                                                  DBNK167P
024200 BNKCAUT-LOOP.                                                    DBNK167P
024300     READ BNKCAUT-FILE                                            DBNK167P
024400       AT END                                                     DBNK167P
024500         GO TO BNKCAUT-ENDED                                      DBNK167P
024600     END-READ.                                                    DBNK167P
024700     ADD 1 TO WS-AUTHS-READ.                                      DBNK167P
024800     IF NOT BCA-REC-IS-APPROVED                                   DBNK167P
024900        GO TO BNKCAUT-LOOP                                        DBNK167P
025000     END-IF.                                                      DBNK167P
025100     ADD 1 TO WS-AUTHS-HELD.                                      DBNK167P
025200     MOVE BCA-REC-AUTH-DATE (1:4) TO WS-AUTH-YYYY.                DBNK167P
025300     MOVE BCA-REC-AUTH-DATE (5:2) TO WS-AUTH-MM.                  DBNK167P
025400     MOVE BCA-REC-AUTH-DATE (7:2) TO WS-AUTH-DD.                  DBNK167P
025500     COMPUTE WS-DAYS-HELD =                                       DBNK167P
025600         ((WS-RUN-YYYY - WS-AUTH-YYYY) * 365)                     DBNK167P
025700       + ((WS-RUN-MM - WS-AUTH-MM) * 30)                          DBNK167P
025800       + (WS-RUN-DD - WS-AUTH-DD).                                DBNK167P
025900     IF WS-DAYS-HELD IS NOT GREATER THAN WS-EXPIRY-DAYS           DBNK167P
026000        GO TO BNKCAUT-LOOP                                        DBNK167P
026100     END-IF.                                                      DBNK167P
026200     PERFORM EXPIRE-AUTHORIZATION THRU                            DBNK167P
026300             EXPIRE-AUTHORIZATION-EXIT.                           DBNK167P
026400     GO TO BNKCAUT-LOOP.                                          DBNK167P
026500 BNKCAUT-ENDED.                                                   DBNK167P
026600                                                                  DBNK167P
026700     MOVE SPACES TO AUTHRPT-REC.                                  DBNK167P
026800     MOVE WS-AMOUNT-RELEASED TO WS-EDIT-AMT-9-2.                  DBNK167P
026900     STRING '  APPROVALS HELD '        DELIMITED BY SIZE          DBNK167P
027000            WS-AUTHS-HELD              DELIMITED BY SIZE          DBNK167P
027100            '  EXPIRED '               DELIMITED BY SIZE          DBNK167P
027200            WS-AUTHS-EXPIRED           DELIMITED BY SIZE          DBNK167P
027300            '  HOLDS RELEASED '        DELIMITED BY SIZE          DBNK167P
027400            WS-EDIT-AMT-9-2            DELIMITED BY SIZE          DBNK167P
027500       INTO AUTHRPT-REC.                                          DBNK167P
027600     WRITE AUTHRPT-REC.                                           DBNK167P
027700                                                                  DBNK167P
027800     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK167P
027900     STRING WS-AUTHS-READ DELIMITED BY SIZE                       DBNK167P
028000            ' authorizations read' DELIMITED BY SIZE              DBNK167P
028100       INTO WS-CONSOLE-MESSAGE.                                   DBNK167P
028200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK167P
028300     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK167P
028400     STRING WS-AUTHS-EXPIRED DELIMITED BY SIZE                    DBNK167P
028500            ' approvals expired' DELIMITED BY SIZE                DBNK167P
028600       INTO WS-CONSOLE-MESSAGE.                                   DBNK167P
028700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK167P
028800                                                                  DBNK167P
028900     CLOSE AUTHRPT-FILE.                                          DBNK167P
029000     CLOSE BNKCAUT-FILE.                                          DBNK167P
029100     CLOSE BNKACC-FILE.                                           DBNK167P
029200     CLOSE BNKPARM-FILE.                                          DBNK167P
029300                                                                  DBNK167P
029400     SET BCTL-FUNC-END TO TRUE.                                   DBNK167P
029500     MOVE WS-AUTHS-READ TO BCTL-RECORD-COUNT.                     DBNK167P
029600     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK167P
029700     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK167P
029800                                                                  DBNK167P
029900     PERFORM RUN-TIME.                                            DBNK167P
030000                                                                  DBNK167P
030100     MOVE 0 TO RETURN-CODE.                                       DBNK167P
030200 QUICK-EXIT.                                                      DBNK167P
030300     GOBACK.                                                      DBNK167P
030400                                                                  DBNK167P
030500***************************************************************** DBNK167P
030600* Take the approval's memo hold off its account - never more    * DBNK167P
030700* than the account still holds - and mark the approval expired  * DBNK167P
030800***************************************************************** DBNK167P
030900 EXPIRE-AUTHORIZATION.                                            DBNK167P
031000     MOVE ZERO TO WS-HOLD-RELEASED.                               DBNK167P
031100     MOVE BCA-REC-ACCNO TO BAC-REC-ACCNO.                         DBNK167P
031200     READ BNKACC-FILE                                             DBNK167P
031300       INVALID KEY                                                DBNK167P
031400         GO TO EXPIRE-AUTHORIZATION-MARK                          DBNK167P
031500     END-READ.                                                    DBNK167P
031600     IF BAC-REC-HOLD-AMOUNT IS LESS THAN BCA-REC-AMOUNT           DBNK167P
031700        MOVE BAC-REC-HOLD-AMOUNT TO WS-HOLD-RELEASED              DBNK167P
031800     ELSE                                                         DBNK167P
031900        MOVE BCA-REC-AMOUNT TO WS-HOLD-RELEASED                   DBNK167P
032000     END-IF.                                                      DBNK167P
032100     IF WS-HOLD-RELEASED IS GREATER THAN ZERO                     DBNK167P
032200        SUBTRACT WS-HOLD-RELEASED FROM BAC-REC-HOLD-AMOUNT        DBNK167P
032300        REWRITE BNKACC-REC                                        DBNK167P
032400          INVALID KEY                                             DBNK167P
032500            MOVE SPACES TO WS-CONSOLE-MESSAGE                     DBNK167P
032600            STRING 'Unable to release hold on '                   DBNK167P
032700                                            DELIMITED BY SIZE     DBNK167P
032800                   BCA-REC-ACCNO            DELIMITED BY SIZE     DBNK167P
032900              INTO WS-CONSOLE-MESSAGE                             DBNK167P
033000            PERFORM DISPLAY-CONSOLE-MESSAGE                       DBNK167P
033100            GO TO EXPIRE-AUTHORIZATION-EXIT                       DBNK167P
033200        END-REWRITE                                               DBNK167P
033300        PERFORM JOURNAL-ACC-IMAGE THRU                            DBNK167P
033400                JOURNAL-ACC-IMAGE-EXIT                            DBNK167P
033500     END-IF.                                                      DBNK167P
033600 EXPIRE-AUTHORIZATION-MARK.                                       DBNK167P
033700     SET BCA-REC-IS-EXPIRED TO TRUE.                              DBNK167P
033800     MOVE WS-RUN-DATE TO BCA-REC-STATUS-DATE.                     DBNK167P
033900     REWRITE BNKCAUT-REC                                          DBNK167P
034000       INVALID KEY                                                DBNK167P
034100         MOVE 'Unable to mark authorization expired'              DBNK167P
034200           TO WS-CONSOLE-MESSAGE                                  DBNK167P
034300         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK167P
034400     END-REWRITE.                                                 DBNK167P
034500     ADD 1 TO WS-AUTHS-EXPIRED.                                   DBNK167P
034600     ADD WS-HOLD-RELEASED TO WS-AMOUNT-RELEASED.                  DBNK167P
034700     MOVE WS-DAYS-HELD TO WS-EDIT-DAYS.                           DBNK167P
034800     MOVE BCA-REC-AMOUNT TO WS-EDIT-AMT-7-2.                      DBNK167P
034900     MOVE SPACES TO AUTHRPT-REC.                                  DBNK167P
035000     STRING '  CARD '                DELIMITED BY SIZE            DBNK167P
035100            BCA-REC-CARD-NO          DELIMITED BY SIZE            DBNK167P
035200            '  REF '                 DELIMITED BY SIZE            DBNK167P
035300            BCA-REC-MERCH-REF        DELIMITED BY SIZE            DBNK167P
035400            '  '                     DELIMITED BY SIZE            DBNK167P
035500            BCA-REC-MERCHANT         DELIMITED BY SIZE            DBNK167P
035600            '  ACC '                 DELIMITED BY SIZE            DBNK167P
035700            BCA-REC-ACCNO            DELIMITED BY SIZE            DBNK167P
035800            WS-EDIT-AMT-7-2          DELIMITED BY SIZE            DBNK167P
035900            '  APPROVED '            DELIMITED BY SIZE            DBNK167P
036000            BCA-REC-AUTH-DATE        DELIMITED BY SIZE            DBNK167P
036100            WS-EDIT-DAYS             DELIMITED BY SIZE            DBNK167P
036200            ' DAYS'                  DELIMITED BY SIZE            DBNK167P
036300       INTO AUTHRPT-REC.                                          DBNK167P
036400     WRITE AUTHRPT-REC.                                           DBNK167P
036500 EXPIRE-AUTHORIZATION-EXIT.                                       DBNK167P
036600     EXIT.                                                        DBNK167P
036700                                                                  DBNK167P
036800***************************************************************** DBNK167P
036900* After-image feed for the roll-forward recovery (ZBNKRCVR) -   * DBNK167P
037000* each rewrite of the account lands its final image on the      * DBNK167P
037100* BNKFJRN journal                                               * DBNK167P
037200***************************************************************** DBNK167P
037300 JOURNAL-ACC-IMAGE.                                               DBNK167P
037400     MOVE 'BNKACC  ' TO FJRN-FILE-NAME.                           DBNK167P
037500     MOVE WS-PROGRAM-ID TO FJRN-PROGRAM.                          DBNK167P
037600     SET FJRN-ACTION-REWRITE TO TRUE.                             DBNK167P
037700     MOVE LENGTH OF BNKACC-REC TO FJRN-REC-LEN.                   DBNK167P
037800     MOVE SPACES TO FJRN-REC-IMAGE.                               DBNK167P
037900     MOVE BNKACC-REC TO FJRN-REC-IMAGE.                           DBNK167P
038000     CALL 'UFWDJRNL' USING WS-FJRN-DATA.                          DBNK167P
038100 JOURNAL-ACC-IMAGE-EXIT.                                          DBNK167P
038200     EXIT.                                                        DBNK167P
038300                                                                  DBNK167P
038400***************************************************************** DBNK167P
038500* Check file open OK                                            * DBNK167P
038600***************************************************************** DBNK167P
038700 CHECK-OPEN.                                                      DBNK167P
038800     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK167P
038900        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK167P
039000        STRING WS-FILE       DELIMITED BY ' '                     DBNK167P
039100               ' opened ok' DELIMITED BY SIZE                     DBNK167P
039200          INTO WS-CONSOLE-MESSAGE                                 DBNK167P
039300        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK167P
039400     ELSE                                                         DBNK167P
039500        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK167P
039600        STRING WS-FILE          DELIMITED BY ' '                  DBNK167P
039700               ' did not open' DELIMITED BY SIZE                  DBNK167P
039800          INTO WS-CONSOLE-MESSAGE                                 DBNK167P
039900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK167P
040000        PERFORM DISPLAY-IO-STATUS                                 DBNK167P
040100        ADD 1 TO WS-OPEN-ERROR                                    DBNK167P
040200     END-IF.                                                      DBNK167P
040300 CHECK-OPEN-EXIT.                                                 DBNK167P
040400     EXIT.                                                        DBNK167P
040500                                                                  DBNK167P
040600***************************************************************** DBNK167P
040700* Display the file status bytes. This routine will display as  *  DBNK167P
040800* two digits if the full two byte file status is numeric. If   *  DBNK167P
040900* second byte is non-numeric then it will be treated as a      *  DBNK167P
041000* binary number.                                                * DBNK167P
041100***************************************************************** DBNK167P
041200 DISPLAY-IO-STATUS.                                               DBNK167P
041300     IF WS-IO-STATUS NUMERIC                                      DBNK167P
041400        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK167P
041500        STRING 'File status -' DELIMITED BY SIZE                  DBNK167P
041600               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK167P
041700          INTO WS-CONSOLE-MESSAGE                                 DBNK167P
041800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK167P
041900     ELSE                                                         DBNK167P
042000        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK167P
042100        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK167P
042200        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK167P
042300        STRING 'File status -' DELIMITED BY SIZE                  DBNK167P
042400               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK167P
042500               '/'            DELIMITED BY SIZE                   DBNK167P
042600               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK167P
042700          INTO WS-CONSOLE-MESSAGE                                 DBNK167P
042800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK167P
042900     END-IF.                                                      DBNK167P
043000                                                                  DBNK167P
043100***************************************************************** DBNK167P
043200* Display CONSOLE messages...                                   * DBNK167P
043300***************************************************************** DBNK167P
043400 DISPLAY-CONSOLE-MESSAGE.                                         DBNK167P
043500     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK167P
043600     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK167P
043700                                                                  DBNK167P
043800 COPY CTIMERP.                                                    DBNK167P
043900                                                                  DBNK167P
