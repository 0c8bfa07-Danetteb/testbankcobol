000100***************************************************************** DBNK215P
000200*                                                               * DBNK215P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK215P
000400*   This demonstration program is provided for use by users     * DBNK215P
000500*   of Micro Focus products and may be used, modified and       * DBNK215P
000600*   distributed as part of your application provided that       * DBNK215P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK215P
000800*   in this material.                                           * DBNK215P
000900*                                                               * DBNK215P
001000***************************************************************** DBNK215P
001100                                                                  DBNK215P
001200***************************************************************** DBNK215P
001300* Program:     DBNK215P.CBL                                     * DBNK215P
001400* Function:    ATM availability. For the business date, works   * DBNK215P
001500*              out from the BNKATFL fault log how many minutes  * DBNK215P
001600*              of the day each BNKATRM terminal had each fault  * DBNK215P
001700*              cause open, and how many it was down - out of    * DBNK215P
001800*              service, cassette empty or card reader fault,    * DBNK215P
001900*              an overlap counted once. Cassette low and        * DBNK215P
002000*              deposit module full are shown but do not count   * DBNK215P
002100*              as downtime. The day is kept on BNKATDN and      * DBNK215P
002200*              reported to ATMARPT per terminal with totals by  * DBNK215P
002300*              branch; the month to date, from BNKATDN, goes to * DBNK215P
002400*              ATMMRPT the same way. VSAM version               * DBNK215P
002500***************************************************************** DBNK215P
002600                                                                  DBNK215P
002700 IDENTIFICATION DIVISION.                                         DBNK215P
002800 PROGRAM-ID.                                                      DBNK215P
002900     DBNK215P.                                                    DBNK215P
003000 DATE-WRITTEN.                                                    DBNK215P
003100     October 2008.                                                DBNK215P
003200 DATE-COMPILED.                                                   DBNK215P
003300     Today.                                                       DBNK215P
003400                                                                  DBNK215P
003500 ENVIRONMENT DIVISION.                                            DBNK215P
003600                                                                  DBNK215P
003700 INPUT-OUTPUT   SECTION.                                          DBNK215P
003800   FILE-CONTROL.                                                  DBNK215P
003900     SELECT ATMARPT-FILE                                          DBNK215P
004000            ASSIGN       TO ATMARPT                               DBNK215P
004100            ORGANIZATION IS SEQUENTIAL                            DBNK215P
004200            FILE STATUS  IS WS-ATMARPT-STATUS.                    DBNK215P
004300                                                                  DBNK215P
004400     SELECT ATMMRPT-FILE                                          DBNK215P
004500            ASSIGN       TO ATMMRPT                               DBNK215P
004600            ORGANIZATION IS SEQUENTIAL                            DBNK215P
004700            FILE STATUS  IS WS-ATMMRPT-STATUS.                    DBNK215P
004800                                                                  DBNK215P
004900     SELECT BNKATRM-FILE                                          DBNK215P
005000            ASSIGN       TO BNKATRM                               DBNK215P
005100            ORGANIZATION IS INDEXED                               DBNK215P
005200            ACCESS MODE  IS SEQUENTIAL                            DBNK215P
005300            RECORD KEY   IS BTM-REC-TERM-ID                       DBNK215P
005400            FILE STATUS  IS WS-BNKATRM-STATUS.                    DBNK215P
005500                                                                  DBNK215P
005600     SELECT BNKATFL-FILE                                          DBNK215P
005700            ASSIGN       TO BNKATFL                               DBNK215P
005800            ORGANIZATION IS INDEXED                               DBNK215P
005900            ACCESS MODE  IS DYNAMIC                               DBNK215P
006000            RECORD KEY   IS BAF-REC-KEY                           DBNK215P
006100            FILE STATUS  IS WS-BNKATFL-STATUS.                    DBNK215P
006200                                                                  DBNK215P
006300     SELECT BNKATDN-FILE                                          DBNK215P
006400            ASSIGN       TO BNKATDN                               DBNK215P
006500            ORGANIZATION IS INDEXED                               DBNK215P
006600            ACCESS MODE  IS DYNAMIC                               DBNK215P
006700            RECORD KEY   IS BAD-REC-KEY                           DBNK215P
006800            FILE STATUS  IS WS-BNKATDN-STATUS.                    DBNK215P
006900                                                                  DBNK215P
007000 DATA DIVISION.                                                   DBNK215P
007100                                                                  DBNK215P
007200 FILE SECTION.                                                    DBNK215P
007300 FD  ATMARPT-FILE.                                                DBNK215P
007400 01  ATMARPT-REC                        PIC X(132).               DBNK215P
007500                                                                  DBNK215P
007600 FD  ATMMRPT-FILE.                                                DBNK215P
007700 01  ATMMRPT-REC                        PIC X(132).               DBNK215P
007800                                                                  DBNK215P
007900 FD  BNKATRM-FILE.                                                DBNK215P
008000 01  BNKATRM-REC.                                                 DBNK215P
008100 COPY CBANKVTM.                                                   DBNK215P
008200                                                                  DBNK215P
008300 FD  BNKATFL-FILE.                                                DBNK215P
008400 01  BNKATFL-REC.                                                 DBNK215P
008500 COPY CBANKVAF.                                                   DBNK215P
008600                                                                  DBNK215P
008700 FD  BNKATDN-FILE.                                                DBNK215P
008800 01  BNKATDN-REC.                                                 DBNK215P
008900 COPY CBANKVAD.                                                   DBNK215P
009000                                                                  DBNK215P
009100 WORKING-STORAGE SECTION.                                         DBNK215P
009200 COPY CTIMERD.                                                    DBNK215P
009300                                                                  DBNK215P
009400 01  WS-MISC-STORAGE.                                             DBNK215P
009500   05  WS-PROGRAM-ID                         PIC X(8)             DBNK215P
009600       VALUE 'DBNK215P'.                                          DBNK215P
009700                                                                  DBNK215P
009800   05  WS-ATMARPT-STATUS.                                         DBNK215P
009900     10  WS-ATMARPT-STAT1                    PIC X(1).            DBNK215P
010000     10  WS-ATMARPT-STAT2                    PIC X(1).            DBNK215P
010100                                                                  DBNK215P
010200   05  WS-ATMMRPT-STATUS.                                         DBNK215P
010300     10  WS-ATMMRPT-STAT1                    PIC X(1).            DBNK215P
010400     10  WS-ATMMRPT-STAT2                    PIC X(1).            DBNK215P
010500                                                                  DBNK215P
010600   05  WS-BNKATRM-STATUS.                                         DBNK215P
010700     10  WS-BNKATRM-STAT1                    PIC X(1).            DBNK215P
010800     10  WS-BNKATRM-STAT2                    PIC X(1).            DBNK215P
010900                                                                  DBNK215P
011000   05  WS-BNKATFL-STATUS.                                         DBNK215P
011100     10  WS-BNKATFL-STAT1                    PIC X(1).            DBNK215P
011200     10  WS-BNKATFL-STAT2                    PIC X(1).            DBNK215P
011300                                                                  DBNK215P
011400   05  WS-BNKATDN-STATUS.                                         DBNK215P
011500     10  WS-BNKATDN-STAT1                    PIC X(1).            DBNK215P
011600     10  WS-BNKATDN-STAT2                    PIC X(1).            DBNK215P
011700                                                                  DBNK215P
011800   05  WS-IO-STATUS.                                              DBNK215P
011900     10  WS-IO-STAT1                         PIC X(1).            DBNK215P
012000     10  WS-IO-STAT2                         PIC X(1).            DBNK215P
012100                                                                  DBNK215P
012200   05  WS-TWO-BYTES.                                              DBNK215P
012300     10  WS-TWO-BYTES-LEFT                   PIC X(1).            DBNK215P
012400     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            DBNK215P
012500   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK215P
012600                                             PIC 9(1) COMP.       DBNK215P
012700                                                                  DBNK215P
012800   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK215P
012900     88  OPEN-OK                              VALUE 0.            DBNK215P
013000                                                                  DBNK215P
013100   05  WS-FILE                               PIC X(16).           DBNK215P
013200                                                                  DBNK215P
013300   05  WS-MINS-IN-DAY                        PIC 9(4) COMP-3      DBNK215P
013400       VALUE 1440.                                                DBNK215P
013500                                                                  DBNK215P
013600   05  WS-TERMINALS-READ                     PIC 9(5)             DBNK215P
013700       VALUE ZERO.                                                DBNK215P
013800   05  WS-DAYS-WRITTEN                       PIC 9(5)             DBNK215P
013900       VALUE ZERO.                                                DBNK215P
014000   05  WS-TERMINALS-DOWN                     PIC 9(5)             DBNK215P
014100       VALUE ZERO.                                                DBNK215P
014200                                                                  DBNK215P
014300   05  WS-MONTH-START                        PIC X(8).            DBNK215P
014400   05  WS-SUB1                               PIC S9(4) COMP.      DBNK215P
014500   05  WS-CAUSE-SUB                          PIC S9(4) COMP.      DBNK215P
014600   05  WS-BR-SUB                             PIC S9(4) COMP.      DBNK215P
014700   05  WS-START-MIN                          PIC S9(4) COMP.      DBNK215P
014800   05  WS-END-MIN                            PIC S9(4) COMP.      DBNK215P
014900   05  WS-SPAN-MINS                          PIC S9(4) COMP.      DBNK215P
015000   05  WS-DOWN-TALLY                         PIC S9(4) COMP.      DBNK215P
015100   05  WS-DAY-SAVE                           PIC X(56).           DBNK215P
015200   05  WS-HHMM.                                                   DBNK215P
015300     10  WS-HHMM-HH                          PIC 9(2).            DBNK215P
015400     10  WS-HHMM-MI                          PIC 9(2).            DBNK215P
015500                                                                  DBNK215P
015600* One byte per minute of the business date; a down cause marks    DBNK215P
015700* its minutes so overlapping faults are counted once              DBNK215P
015800   05  WS-MINUTE-MAP                         PIC X(1440).         DBNK215P
015900                                                                  DBNK215P
016000* Minutes, days and percentages for the line being reported       DBNK215P
016100   05  WS-LINE-CAUSE-MINS                    PIC 9(7) COMP-3      DBNK215P
016200                                             OCCURS 5 TIMES.      DBNK215P
016300   05  WS-LINE-DOWN-MINS                     PIC 9(7) COMP-3.     DBNK215P
016400   05  WS-LINE-FAULTS                        PIC 9(5) COMP-3.     DBNK215P
016500   05  WS-LINE-TICKETS                       PIC 9(5) COMP-3.     DBNK215P
016600   05  WS-LINE-TERM-DAYS                     PIC 9(7) COMP-3.     DBNK215P
016700   05  WS-LINE-AVAIL-PCT                     PIC 9(3)V99 COMP-3.  DBNK215P
016800                                                                  DBNK215P
016900   05  WS-EDIT-MINS                          PIC ZZZZZZ9          DBNK215P
017000                                             OCCURS 5 TIMES.      DBNK215P
017100   05  WS-EDIT-DOWN                          PIC ZZZZZZ9.         DBNK215P
017200   05  WS-EDIT-PCT                           PIC ZZ9.99.          DBNK215P
017300   05  WS-EDIT-CNT                           PIC ZZZZ9.           DBNK215P
017400   05  WS-EDIT-CNT-2                         PIC ZZZZ9.           DBNK215P
017500   05  WS-EDIT-DAYS                          PIC ZZZZ9.           DBNK215P
017600                                                                  DBNK215P
017700* The fault causes in BNKATDN order                               DBNK215P
017800 01  WS-CAUSE-CODES.                                              DBNK215P
017900   05  FILLER                                PIC X(10)            DBNK215P
018000       VALUE 'OSCECRCLDF'.                                        DBNK215P
018100 01  WS-CAUSE-CODES-R REDEFINES WS-CAUSE-CODES.                   DBNK215P
018200   05  WS-CC-CODE                            PIC X(2)             DBNK215P
018300                                             OCCURS 5 TIMES.      DBNK215P
018400                                                                  DBNK215P
018500* The terminal's month to date, summed from BNKATDN               DBNK215P
018600 01  WS-MONTH-TOTALS.                                             DBNK215P
018700   05  WS-MT-CAUSE-MINS                      PIC 9(7) COMP-3      DBNK215P
018800                                             OCCURS 5 TIMES.      DBNK215P
018900   05  WS-MT-DOWN-MINS                       PIC 9(7) COMP-3.     DBNK215P
019000   05  WS-MT-FAULTS                          PIC 9(5) COMP-3.     DBNK215P
019100   05  WS-MT-TICKETS                         PIC 9(5) COMP-3.     DBNK215P
019200   05  WS-MT-DAYS                            PIC 9(5) COMP-3.     DBNK215P
019300                                                                  DBNK215P
019400* Branch totals for the day and the month to date, built up as    DBNK215P
019500* the terminals are read                                          DBNK215P
019600 01  WS-BRANCH-TABLE.                                             DBNK215P
019700   05  WS-BRANCH-COUNT                       PIC S9(4) COMP       DBNK215P
019800       VALUE ZERO.                                                DBNK215P
019900   05  WS-BR-ENTRY OCCURS 200 TIMES.                              DBNK215P
020000     10  WS-BR-CODE                          PIC X(4).            DBNK215P
020100     10  WS-BR-TERMINALS                     PIC 9(5) COMP-3.     DBNK215P
020200     10  WS-BR-DAY-CAUSE-MINS                PIC 9(7) COMP-3      DBNK215P
020300                                             OCCURS 5 TIMES.      DBNK215P
020400     10  WS-BR-DAY-DOWN-MINS                 PIC 9(7) COMP-3.     DBNK215P
020500     10  WS-BR-DAY-FAULTS                    PIC 9(5) COMP-3.     DBNK215P
020600     10  WS-BR-DAY-TICKETS                   PIC 9(5) COMP-3.     DBNK215P
020700     10  WS-BR-MTD-CAUSE-MINS                PIC 9(7) COMP-3      DBNK215P
020800                                             OCCURS 5 TIMES.      DBNK215P
020900     10  WS-BR-MTD-DOWN-MINS                 PIC 9(7) COMP-3.     DBNK215P
021000     10  WS-BR-MTD-FAULTS                    PIC 9(5) COMP-3.     DBNK215P
021100     10  WS-BR-MTD-TICKETS                   PIC 9(5) COMP-3.     DBNK215P
021200     10  WS-BR-MTD-DAYS                      PIC 9(7) COMP-3.     DBNK215P
021300                                                                  DBNK215P
021400 01  WS-REPORT-LINE                          PIC X(132).          DBNK215P
021500                                                                  DBNK215P
021600 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK215P
021700                                                                  DBNK215P
021800 01  WS-BCTL-DATA.                                                DBNK215P
021900 COPY CBCTLD.                                                     DBNK215P
022000                                                                  DBNK215P
022100 01  WS-BUSD-DATA.                                                DBNK215P
022200 COPY CBUSDD.                                                     DBNK215P
022300                                                                  DBNK215P
022400 PROCEDURE DIVISION.                                              DBNK215P
022500     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK215P
022600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK215P
022700     PERFORM RUN-TIME.                                            DBNK215P
022800                                                                  DBNK215P
022900***************************************************************** DBNK215P
023000* Register this run in the batch control file keyed on the      * DBNK215P
023100* business date so a day's availability is only taken once      * DBNK215P
023200***************************************************************** DBNK215P
023300     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK215P
023400     MOVE BUSD-DATE TO WS-MONTH-START.                            DBNK215P
023500     MOVE '01' TO WS-MONTH-START (7:2).                           DBNK215P
023600     MOVE 'DBNK215P' TO BCTL-JOB-NAME.                            DBNK215P
023700     MOVE BUSD-DATE TO BCTL-BUS-DATE.                             DBNK215P
023800     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK215P
023900     SET BCTL-FUNC-START TO TRUE.                                 DBNK215P
024000     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK215P
024100     IF NOT BCTL-OK                                               DBNK215P
024200        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK215P
024300        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK215P
024400        MOVE 8 TO RETURN-CODE                                     DBNK215P
024500        GO TO QUICK-EXIT                                          DBNK215P
024600     END-IF.                                                      DBNK215P
024700     SET OPEN-OK TO TRUE.                                         DBNK215P
024800                                                                  DBNK215P
024900     OPEN OUTPUT ATMARPT-FILE.                                    DBNK215P
025000     MOVE WS-ATMARPT-STATUS TO WS-IO-STATUS.                      DBNK215P
025100     MOVE 'ATMARPT-FILE' TO WS-FILE.                              DBNK215P
025200     PERFORM CHECK-OPEN THRU                                      DBNK215P
025300             CHECK-OPEN-EXIT.                                     DBNK215P
025400                                                                  DBNK215P
025500     OPEN OUTPUT ATMMRPT-FILE.                                    DBNK215P
025600     MOVE WS-ATMMRPT-STATUS TO WS-IO-STATUS.                      DBNK215P
025700     MOVE 'ATMMRPT-FILE' TO WS-FILE.                              DBNK215P
025800     PERFORM CHECK-OPEN THRU                                      DBNK215P
025900             CHECK-OPEN-EXIT.                                     DBNK215P
026000                                                                  DBNK215P
026100     OPEN INPUT BNKATRM-FILE.                                     DBNK215P
026200     MOVE WS-BNKATRM-STATUS TO WS-IO-STATUS.                      DBNK215P
026300     MOVE 'BNKATRM-FILE' TO WS-FILE.                              DBNK215P
026400     PERFORM CHECK-OPEN THRU                                      DBNK215P
026500             CHECK-OPEN-EXIT.                                     DBNK215P
026600                                                                  DBNK215P
026700     OPEN INPUT BNKATFL-FILE.                                     DBNK215P
026800     MOVE WS-BNKATFL-STATUS TO WS-IO-STATUS.                      DBNK215P
026900     MOVE 'BNKATFL-FILE' TO WS-FILE.                              DBNK215P
027000     PERFORM CHECK-OPEN THRU                                      DBNK215P
027100             CHECK-OPEN-EXIT.                                     DBNK215P
027200                                                                  DBNK215P
027300     OPEN I-O BNKATDN-FILE.                                       DBNK215P
027400     MOVE WS-BNKATDN-STATUS TO WS-IO-STATUS.                      DBNK215P
027500     MOVE 'BNKATDN-FILE' TO WS-FILE.                              DBNK215P
027600     PERFORM CHECK-OPEN THRU                                      DBNK215P
027700             CHECK-OPEN-EXIT.                                     DBNK215P
027800                                                                  DBNK215P
027900     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK215P
028000        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK215P
028100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK215P
028200        MOVE 16 TO RETURN-CODE                                    DBNK215P
028300        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK215P
028400        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK215P
028500        GO TO QUICK-EXIT                                          DBNK215P
028600     END-IF.                                                      DBNK215P
028700                                                                  DBNK215P
028800     PERFORM WRITE-REPORT-HEADINGS THRU                           DBNK215P
028900             WRITE-REPORT-HEADINGS-EXIT.                          DBNK215P
029000                                                                  DBNK215P
029100 BNKATRM-PROCESS.                                                 DBNK215P
029200     MOVE 0 TO WS-TERMINALS-READ.                                 DBNK215P
029300 BNKATRM-LOOP.                                                    DBNK215P
029400     READ BNKATRM-FILE                                            DBNK215P
029500       AT END                                                     DBNK215P
029600         GO TO BNKATRM-ENDED                                      DBNK215P
029700     END-READ.                                                    DBNK215P
029800     ADD 1 TO WS-TERMINALS-READ.                                  DBNK215P
029900     PERFORM MEASURE-TERMINAL-DAY THRU                            DBNK215P
030000             MEASURE-TERMINAL-DAY-EXIT.                           DBNK215P
030100     PERFORM STORE-TERMINAL-DAY THRU                              DBNK215P
030200             STORE-TERMINAL-DAY-EXIT.                             DBNK215P
030300     PERFORM SUM-TERMINAL-MONTH THRU                              DBNK215P
030400             SUM-TERMINAL-MONTH-EXIT.                             DBNK215P
030500     PERFORM ADD-TO-BRANCH THRU                                   DBNK215P
030600             ADD-TO-BRANCH-EXIT.                                  DBNK215P
030700     PERFORM WRITE-TERMINAL-LINES THRU                            DBNK215P
030800             WRITE-TERMINAL-LINES-EXIT.                           DBNK215P
030900     GO TO BNKATRM-LOOP.                                          DBNK215P
031000 BNKATRM-ENDED.                                                   DBNK215P
031100     PERFORM WRITE-BRANCH-TOTALS THRU                             DBNK215P
031200             WRITE-BRANCH-TOTALS-EXIT.                            DBNK215P
031300                                                                  DBNK215P
031400     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK215P
031500     STRING WS-TERMINALS-READ            DELIMITED BY SIZE        DBNK215P
031600            ' terminals read from BNKATRM'                        DBNK215P
031700                                         DELIMITED BY SIZE        DBNK215P
031800       INTO WS-CONSOLE-MESSAGE.                                   DBNK215P
031900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK215P
032000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK215P
032100     STRING WS-TERMINALS-DOWN            DELIMITED BY SIZE        DBNK215P
032200            ' terminals had downtime on ' DELIMITED BY SIZE       DBNK215P
032300            BUSD-DATE                    DELIMITED BY SIZE        DBNK215P
032400       INTO WS-CONSOLE-MESSAGE.                                   DBNK215P
032500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK215P
032600     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK215P
032700     STRING WS-DAYS-WRITTEN              DELIMITED BY SIZE        DBNK215P
032800            ' daily availability records stored on BNKATDN'       DBNK215P
032900                                         DELIMITED BY SIZE        DBNK215P
033000       INTO WS-CONSOLE-MESSAGE.                                   DBNK215P
033100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK215P
033200                                                                  DBNK215P
033300     CLOSE ATMARPT-FILE.                                          DBNK215P
033400     CLOSE ATMMRPT-FILE.                                          DBNK215P
033500     CLOSE BNKATRM-FILE.                                          DBNK215P
033600     CLOSE BNKATFL-FILE.                                          DBNK215P
033700     CLOSE BNKATDN-FILE.                                          DBNK215P
033800                                                                  DBNK215P
033900     SET BCTL-FUNC-END TO TRUE.                                   DBNK215P
034000     MOVE WS-TERMINALS-READ TO BCTL-RECORD-COUNT.                 DBNK215P
034100     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK215P
034200     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK215P
034300                                                                  DBNK215P
034400     PERFORM RUN-TIME.                                            DBNK215P
034500     MOVE 0 TO RETURN-CODE.                                       DBNK215P
034600 QUICK-EXIT.                                                      DBNK215P
034700     GOBACK.                                                      DBNK215P
034800                                                                  DBNK215P
034900***************************************************************** DBNK215P
035000* Measure the terminal's day from its faults. Each fault that   * DBNK215P
035100* was open at some point of the business date is clipped to the * DBNK215P
035200* day - from its start, or midnight if it opened earlier, to    * DBNK215P
035300* its clearance, or the end of the day if it is still open or   * DBNK215P
035400* cleared later - and its minutes added to its cause.           * DBNK215P
035500***************************************************************** DBNK215P
035600 MEASURE-TERMINAL-DAY.                                            DBNK215P
035700     MOVE SPACES TO BNKATDN-REC.                                  DBNK215P
035800     MOVE BTM-REC-TERM-ID TO BAD-REC-TERM-ID.                     DBNK215P
035900     MOVE BUSD-DATE TO BAD-REC-DATE.                              DBNK215P
036000     MOVE BTM-REC-BRANCH-CODE TO BAD-REC-BRANCH-CODE.             DBNK215P
036100     PERFORM CLEAR-DAY-CAUSE THRU                                 DBNK215P
036200             CLEAR-DAY-CAUSE-EXIT                                 DBNK215P
036300       VARYING WS-SUB1 FROM 1 BY 1                                DBNK215P
036400         UNTIL WS-SUB1 IS GREATER THAN 5.                         DBNK215P
036500     MOVE ZERO TO BAD-REC-DOWN-MINS.                              DBNK215P
036600     MOVE ZERO TO BAD-REC-FAULTS-OPENED.                          DBNK215P
036700     MOVE ZERO TO BAD-REC-TICKETS.                                DBNK215P
036800     MOVE ALL '0' TO WS-MINUTE-MAP.                               DBNK215P
036900     MOVE BTM-REC-TERM-ID TO BAF-REC-TERM-ID.                     DBNK215P
037000     MOVE LOW-VALUES TO BAF-REC-START-DATE.                       DBNK215P
037100     MOVE LOW-VALUES TO BAF-REC-START-TIME.                       DBNK215P
037200     MOVE LOW-VALUES TO BAF-REC-CAUSE.                            DBNK215P
037300     START BNKATFL-FILE                                           DBNK215P
037400       KEY IS GREATER THAN OR EQUAL TO BAF-REC-KEY                DBNK215P
037500       INVALID KEY                                                DBNK215P
037600         GO TO MEASURE-TERMINAL-DONE                              DBNK215P
037700     END-START.                                                   DBNK215P
037800 MEASURE-TERMINAL-LOOP.                                           DBNK215P
037900     READ BNKATFL-FILE NEXT                                       DBNK215P
038000       AT END                                                     DBNK215P
038100         GO TO MEASURE-TERMINAL-DONE                              DBNK215P
038200     END-READ.                                                    DBNK215P
038300     IF BAF-REC-TERM-ID IS NOT EQUAL TO BTM-REC-TERM-ID OR        DBNK215P
038400        BAF-REC-START-DATE IS GREATER THAN BUSD-DATE              DBNK215P
038500        GO TO MEASURE-TERMINAL-DONE                               DBNK215P
038600     END-IF.                                                      DBNK215P
038700     IF BAF-REC-IS-CLEARED AND                                    DBNK215P
038800        BAF-REC-CLEAR-DATE IS LESS THAN BUSD-DATE                 DBNK215P
038900        GO TO MEASURE-TERMINAL-LOOP                               DBNK215P
039000     END-IF.                                                      DBNK215P
039100     IF BAF-REC-START-DATE IS EQUAL TO BUSD-DATE                  DBNK215P
039200        ADD 1 TO BAD-REC-FAULTS-OPENED                            DBNK215P
039300        MOVE BAF-REC-START-TIME (1:4) TO WS-HHMM                  DBNK215P
039400        COMPUTE WS-START-MIN = (WS-HHMM-HH * 60) + WS-HHMM-MI     DBNK215P
039500     ELSE                                                         DBNK215P
039600        MOVE ZERO TO WS-START-MIN                                 DBNK215P
039700     END-IF.                                                      DBNK215P
039800     IF BAF-REC-IS-CLEARED AND                                    DBNK215P
039900        BAF-REC-CLEAR-DATE IS EQUAL TO BUSD-DATE                  DBNK215P
040000        MOVE BAF-REC-CLEAR-TIME (1:4) TO WS-HHMM                  DBNK215P
040100        COMPUTE WS-END-MIN = (WS-HHMM-HH * 60) + WS-HHMM-MI       DBNK215P
040200     ELSE                                                         DBNK215P
040300        MOVE WS-MINS-IN-DAY TO WS-END-MIN                         DBNK215P
040400     END-IF.                                                      DBNK215P
040500     IF BAF-REC-TICKET-DATE IS EQUAL TO BUSD-DATE                 DBNK215P
040600        ADD 1 TO BAD-REC-TICKETS                                  DBNK215P
040700     END-IF.                                                      DBNK215P
040800     IF WS-END-MIN IS GREATER THAN WS-MINS-IN-DAY                 DBNK215P
040900        MOVE WS-MINS-IN-DAY TO WS-END-MIN                         DBNK215P
041000     END-IF.                                                      DBNK215P
041100     IF WS-END-MIN IS NOT GREATER THAN WS-START-MIN               DBNK215P
041200        GO TO MEASURE-TERMINAL-LOOP                               DBNK215P
041300     END-IF.                                                      DBNK215P
041400     COMPUTE WS-SPAN-MINS = WS-END-MIN - WS-START-MIN.            DBNK215P
041500     MOVE ZERO TO WS-CAUSE-SUB.                                   DBNK215P
041600     PERFORM FIND-CAUSE THRU                                      DBNK215P
041700             FIND-CAUSE-EXIT                                      DBNK215P
041800       VARYING WS-SUB1 FROM 1 BY 1                                DBNK215P
041900         UNTIL WS-SUB1 IS GREATER THAN 5.                         DBNK215P
042000     IF WS-CAUSE-SUB IS GREATER THAN ZERO                         DBNK215P
042100        ADD WS-SPAN-MINS TO BAD-REC-CAUSE-MINS (WS-CAUSE-SUB)     DBNK215P
042200     END-IF.                                                      DBNK215P
042300     IF BAF-REC-CAUSE-IS-DOWN                                     DBNK215P
042400        MOVE ALL '1' TO                                           DBNK215P
042500             WS-MINUTE-MAP (WS-START-MIN + 1 : WS-SPAN-MINS)      DBNK215P
042600     END-IF.                                                      DBNK215P
042700     GO TO MEASURE-TERMINAL-LOOP.                                 DBNK215P
042800 MEASURE-TERMINAL-DONE.                                           DBNK215P
042900     MOVE ZERO TO WS-DOWN-TALLY.                                  DBNK215P
043000     INSPECT WS-MINUTE-MAP TALLYING WS-DOWN-TALLY FOR ALL '1'.    DBNK215P
043100     MOVE WS-DOWN-TALLY TO BAD-REC-DOWN-MINS.                     DBNK215P
043200     IF WS-DOWN-TALLY IS GREATER THAN ZERO                        DBNK215P
043300        ADD 1 TO WS-TERMINALS-DOWN                                DBNK215P
043400     END-IF.                                                      DBNK215P
043500 MEASURE-TERMINAL-DAY-EXIT.                                       DBNK215P
043600     EXIT.                                                        DBNK215P
043700                                                                  DBNK215P
043800 CLEAR-DAY-CAUSE.                                                 DBNK215P
043900     MOVE ZERO TO BAD-REC-CAUSE-MINS (WS-SUB1).                   DBNK215P
044000 CLEAR-DAY-CAUSE-EXIT.                                            DBNK215P
044100     EXIT.                                                        DBNK215P
044200                                                                  DBNK215P
044300 FIND-CAUSE.                                                      DBNK215P
044400     IF WS-CC-CODE (WS-SUB1) IS EQUAL TO BAF-REC-CAUSE            DBNK215P
044500        MOVE WS-SUB1 TO WS-CAUSE-SUB                              DBNK215P
044600     END-IF.                                                      DBNK215P
044700 FIND-CAUSE-EXIT.                                                 DBNK215P
044800     EXIT.                                                        DBNK215P
044900                                                                  DBNK215P
045000***************************************************************** DBNK215P
045100* Keep the day on BNKATDN - a rerun for the same date replaces  * DBNK215P
045200* the record rather than adding a second                        * DBNK215P
045300***************************************************************** DBNK215P
045400 STORE-TERMINAL-DAY.                                              DBNK215P
045500     WRITE BNKATDN-REC                                            DBNK215P
045600       INVALID KEY                                                DBNK215P
045700         REWRITE BNKATDN-REC                                      DBNK215P
045800           INVALID KEY                                            DBNK215P
045900             MOVE SPACES TO WS-CONSOLE-MESSAGE                    DBNK215P
046000             STRING 'Unable to store availability for '           DBNK215P
046100                                        DELIMITED BY SIZE         DBNK215P
046200                    BAD-REC-TERM-ID     DELIMITED BY SIZE         DBNK215P
046300               INTO WS-CONSOLE-MESSAGE                            DBNK215P
046400             PERFORM DISPLAY-CONSOLE-MESSAGE                      DBNK215P
046500             MOVE WS-BNKATDN-STATUS TO WS-IO-STATUS               DBNK215P
046600             PERFORM DISPLAY-IO-STATUS                            DBNK215P
046700             GO TO STORE-TERMINAL-DAY-EXIT                        DBNK215P
046800         END-REWRITE                                              DBNK215P
046900     END-WRITE.                                                   DBNK215P
047000     ADD 1 TO WS-DAYS-WRITTEN.                                    DBNK215P
047100 STORE-TERMINAL-DAY-EXIT.                                         DBNK215P
047200     EXIT.                                                        DBNK215P
047300                                                                  DBNK215P
047400***************************************************************** DBNK215P
047500* Sum the terminal's BNKATDN days from the first of the month   * DBNK215P
047600* to the business date. The day just stored is read back with   * DBNK215P
047700* the rest, so the day's own figures are kept aside first.      * DBNK215P
047800***************************************************************** DBNK215P
047900 SUM-TERMINAL-MONTH.                                              DBNK215P
048000     PERFORM CLEAR-MONTH-CAUSE THRU                               DBNK215P
048100             CLEAR-MONTH-CAUSE-EXIT                               DBNK215P
048200       VARYING WS-SUB1 FROM 1 BY 1                                DBNK215P
048300         UNTIL WS-SUB1 IS GREATER THAN 5.                         DBNK215P
048400     MOVE ZERO TO WS-MT-DOWN-MINS.                                DBNK215P
048500     MOVE ZERO TO WS-MT-FAULTS.                                   DBNK215P
048600     MOVE ZERO TO WS-MT-TICKETS.                                  DBNK215P
048700     MOVE ZERO TO WS-MT-DAYS.                                     DBNK215P
048800     MOVE BNKATDN-REC TO WS-DAY-SAVE.                             DBNK215P
048900     MOVE BTM-REC-TERM-ID TO BAD-REC-TERM-ID.                     DBNK215P
049000     MOVE WS-MONTH-START TO BAD-REC-DATE.                         DBNK215P
049100     START BNKATDN-FILE                                           DBNK215P
049200       KEY IS GREATER THAN OR EQUAL TO BAD-REC-KEY                DBNK215P
049300       INVALID KEY                                                DBNK215P
049400         GO TO SUM-TERMINAL-MONTH-DONE                            DBNK215P
049500     END-START.                                                   DBNK215P
049600 SUM-TERMINAL-MONTH-LOOP.                                         DBNK215P
049700     READ BNKATDN-FILE NEXT                                       DBNK215P
049800       AT END                                                     DBNK215P
049900         GO TO SUM-TERMINAL-MONTH-DONE                            DBNK215P
050000     END-READ.                                                    DBNK215P
050100     IF BAD-REC-TERM-ID IS NOT EQUAL TO BTM-REC-TERM-ID OR        DBNK215P
050200        BAD-REC-DATE IS GREATER THAN BUSD-DATE                    DBNK215P
050300        GO TO SUM-TERMINAL-MONTH-DONE                             DBNK215P
050400     END-IF.                                                      DBNK215P
050500     PERFORM ADD-MONTH-CAUSE THRU                                 DBNK215P
050600             ADD-MONTH-CAUSE-EXIT                                 DBNK215P
050700       VARYING WS-SUB1 FROM 1 BY 1                                DBNK215P
050800         UNTIL WS-SUB1 IS GREATER THAN 5.                         DBNK215P
050900     ADD BAD-REC-DOWN-MINS TO WS-MT-DOWN-MINS.                    DBNK215P
051000     ADD BAD-REC-FAULTS-OPENED TO WS-MT-FAULTS.                   DBNK215P
051100     ADD BAD-REC-TICKETS TO WS-MT-TICKETS.                        DBNK215P
051200     ADD 1 TO WS-MT-DAYS.                                         DBNK215P
051300     GO TO SUM-TERMINAL-MONTH-LOOP.                               DBNK215P
051400 SUM-TERMINAL-MONTH-DONE.                                         DBNK215P
051500     MOVE WS-DAY-SAVE TO BNKATDN-REC.                             DBNK215P
051600 SUM-TERMINAL-MONTH-EXIT.                                         DBNK215P
051700     EXIT.                                                        DBNK215P
051800                                                                  DBNK215P
051900 CLEAR-MONTH-CAUSE.                                               DBNK215P
052000     MOVE ZERO TO WS-MT-CAUSE-MINS (WS-SUB1).                     DBNK215P
052100 CLEAR-MONTH-CAUSE-EXIT.                                          DBNK215P
052200     EXIT.                                                        DBNK215P
052300                                                                  DBNK215P
052400 ADD-MONTH-CAUSE.                                                 DBNK215P
052500     ADD BAD-REC-CAUSE-MINS (WS-SUB1)                             DBNK215P
052600       TO WS-MT-CAUSE-MINS (WS-SUB1).                             DBNK215P
052700 ADD-MONTH-CAUSE-EXIT.                                            DBNK215P
052800     EXIT.                                                        DBNK215P
052900                                                                  DBNK215P
053000***************************************************************** DBNK215P
053100* Add the terminal's day and month to its branch, taking a new  * DBNK215P
053200* entry the first time the branch is seen                       * DBNK215P
053300***************************************************************** DBNK215P
053400 ADD-TO-BRANCH.                                                   DBNK215P
053500     MOVE ZERO TO WS-BR-SUB.                                      DBNK215P
053600     PERFORM FIND-BRANCH THRU                                     DBNK215P
053700             FIND-BRANCH-EXIT                                     DBNK215P
053800       VARYING WS-SUB1 FROM 1 BY 1                                DBNK215P
053900         UNTIL WS-SUB1 IS GREATER THAN WS-BRANCH-COUNT.           DBNK215P
054000     IF WS-BR-SUB IS EQUAL TO ZERO                                DBNK215P
054100        IF WS-BRANCH-COUNT IS NOT LESS THAN 200                   DBNK215P
054200           MOVE SPACES TO WS-CONSOLE-MESSAGE                      DBNK215P
054300           STRING 'Branch table is full - '                       DBNK215P
054400                                        DELIMITED BY SIZE         DBNK215P
054500                  BTM-REC-BRANCH-CODE   DELIMITED BY SIZE         DBNK215P
054600                  ' left out of totals' DELIMITED BY SIZE         DBNK215P
054700             INTO WS-CONSOLE-MESSAGE                              DBNK215P
054800           PERFORM DISPLAY-CONSOLE-MESSAGE                        DBNK215P
054900           GO TO ADD-TO-BRANCH-EXIT                               DBNK215P
055000        END-IF                                                    DBNK215P
055100        ADD 1 TO WS-BRANCH-COUNT                                  DBNK215P
055200        MOVE WS-BRANCH-COUNT TO WS-BR-SUB                         DBNK215P
055300        INITIALIZE WS-BR-ENTRY (WS-BR-SUB)                        DBNK215P
055400        MOVE BTM-REC-BRANCH-CODE TO WS-BR-CODE (WS-BR-SUB)        DBNK215P
055500     END-IF.                                                      DBNK215P
055600     ADD 1 TO WS-BR-TERMINALS (WS-BR-SUB).                        DBNK215P
055700     PERFORM ADD-BRANCH-CAUSE THRU                                DBNK215P
055800             ADD-BRANCH-CAUSE-EXIT                                DBNK215P
055900       VARYING WS-SUB1 FROM 1 BY 1                                DBNK215P
056000         UNTIL WS-SUB1 IS GREATER THAN 5.                         DBNK215P
056100     ADD BAD-REC-DOWN-MINS TO WS-BR-DAY-DOWN-MINS (WS-BR-SUB).    DBNK215P
056200     ADD BAD-REC-FAULTS-OPENED TO WS-BR-DAY-FAULTS (WS-BR-SUB).   DBNK215P
056300     ADD BAD-REC-TICKETS TO WS-BR-DAY-TICKETS (WS-BR-SUB).        DBNK215P
056400     ADD WS-MT-DOWN-MINS TO WS-BR-MTD-DOWN-MINS (WS-BR-SUB).      DBNK215P
056500     ADD WS-MT-FAULTS TO WS-BR-MTD-FAULTS (WS-BR-SUB).            DBNK215P
056600     ADD WS-MT-TICKETS TO WS-BR-MTD-TICKETS (WS-BR-SUB).          DBNK215P
056700     ADD WS-MT-DAYS TO WS-BR-MTD-DAYS (WS-BR-SUB).                DBNK215P
056800 ADD-TO-BRANCH-EXIT.                                              DBNK215P
056900     EXIT.                                                        DBNK215P
057000                                                                  DBNK215P
057100 FIND-BRANCH.                                                     DBNK215P
057200     IF WS-BR-CODE (WS-SUB1) IS EQUAL TO BTM-REC-BRANCH-CODE      DBNK215P
057300        MOVE WS-SUB1 TO WS-BR-SUB                                 DBNK215P
057400     END-IF.                                                      DBNK215P
057500 FIND-BRANCH-EXIT.                                                DBNK215P
057600     EXIT.                                                        DBNK215P
057700                                                                  DBNK215P
057800 ADD-BRANCH-CAUSE.                                                DBNK215P
057900     ADD BAD-REC-CAUSE-MINS (WS-SUB1)                             DBNK215P
058000       TO WS-BR-DAY-CAUSE-MINS (WS-BR-SUB WS-SUB1).               DBNK215P
058100     ADD WS-MT-CAUSE-MINS (WS-SUB1)                               DBNK215P
058200       TO WS-BR-MTD-CAUSE-MINS (WS-BR-SUB WS-SUB1).               DBNK215P
058300 ADD-BRANCH-CAUSE-EXIT.                                           DBNK215P
058400     EXIT.                                                        DBNK215P
058500                                                                  DBNK215P
058600***************************************************************** DBNK215P
058700* The terminal's line on the daily and the month to date report * DBNK215P
058800***************************************************************** DBNK215P
058900 WRITE-TERMINAL-LINES.                                            DBNK215P
059000     PERFORM MOVE-DAY-TO-LINE THRU                                DBNK215P
059100             MOVE-DAY-TO-LINE-EXIT                                DBNK215P
059200       VARYING WS-SUB1 FROM 1 BY 1                                DBNK215P
059300         UNTIL WS-SUB1 IS GREATER THAN 5.                         DBNK215P
059400     MOVE BAD-REC-DOWN-MINS TO WS-LINE-DOWN-MINS.                 DBNK215P
059500     MOVE BAD-REC-FAULTS-OPENED TO WS-LINE-FAULTS.                DBNK215P
059600     MOVE BAD-REC-TICKETS TO WS-LINE-TICKETS.                     DBNK215P
059700     MOVE 1 TO WS-LINE-TERM-DAYS.                                 DBNK215P
059800     PERFORM FORMAT-REPORT-LINE THRU                              DBNK215P
059900             FORMAT-REPORT-LINE-EXIT.                             DBNK215P
060000     MOVE SPACES TO ATMARPT-REC.                                  DBNK215P
060100     STRING '  '                       DELIMITED BY SIZE          DBNK215P
060200            BTM-REC-TERM-ID            DELIMITED BY SIZE          DBNK215P
060300            '  '                       DELIMITED BY SIZE          DBNK215P
060400            BTM-REC-BRANCH-CODE        DELIMITED BY SIZE          DBNK215P
060500            '  '                       DELIMITED BY SIZE          DBNK215P
060600            BTM-REC-LOCATION           DELIMITED BY SIZE          DBNK215P
060700            WS-REPORT-LINE             DELIMITED BY SIZE          DBNK215P
060800       INTO ATMARPT-REC.                                          DBNK215P
060900     WRITE ATMARPT-REC.                                           DBNK215P
061000     PERFORM MOVE-MONTH-TO-LINE THRU                              DBNK215P
061100             MOVE-MONTH-TO-LINE-EXIT                              DBNK215P
061200       VARYING WS-SUB1 FROM 1 BY 1                                DBNK215P
061300         UNTIL WS-SUB1 IS GREATER THAN 5.                         DBNK215P
061400     MOVE WS-MT-DOWN-MINS TO WS-LINE-DOWN-MINS.                   DBNK215P
061500     MOVE WS-MT-FAULTS TO WS-LINE-FAULTS.                         DBNK215P
061600     MOVE WS-MT-TICKETS TO WS-LINE-TICKETS.                       DBNK215P
061700     MOVE WS-MT-DAYS TO WS-LINE-TERM-DAYS.                        DBNK215P
061800     PERFORM FORMAT-REPORT-LINE THRU                              DBNK215P
061900             FORMAT-REPORT-LINE-EXIT.                             DBNK215P
062000     MOVE WS-MT-DAYS TO WS-EDIT-DAYS.                             DBNK215P
062100     MOVE SPACES TO ATMMRPT-REC.                                  DBNK215P
062200     STRING '  '                       DELIMITED BY SIZE          DBNK215P
062300            BTM-REC-TERM-ID            DELIMITED BY SIZE          DBNK215P
062400            '  '                       DELIMITED BY SIZE          DBNK215P
062500            BTM-REC-BRANCH-CODE        DELIMITED BY SIZE          DBNK215P
062600            '  '                       DELIMITED BY SIZE          DBNK215P
062700            BTM-REC-LOCATION           DELIMITED BY SIZE          DBNK215P
062800            WS-EDIT-DAYS               DELIMITED BY SIZE          DBNK215P
062900            WS-REPORT-LINE             DELIMITED BY SIZE          DBNK215P
063000       INTO ATMMRPT-REC.                                          DBNK215P
063100     WRITE ATMMRPT-REC.                                           DBNK215P
063200 WRITE-TERMINAL-LINES-EXIT.                                       DBNK215P
063300     EXIT.                                                        DBNK215P
063400                                                                  DBNK215P
063500 MOVE-DAY-TO-LINE.                                                DBNK215P
063600     MOVE BAD-REC-CAUSE-MINS (WS-SUB1)                            DBNK215P
063700       TO WS-LINE-CAUSE-MINS (WS-SUB1).                           DBNK215P
063800 MOVE-DAY-TO-LINE-EXIT.                                           DBNK215P
063900     EXIT.                                                        DBNK215P
064000                                                                  DBNK215P
064100 MOVE-MONTH-TO-LINE.                                              DBNK215P
064200     MOVE WS-MT-CAUSE-MINS (WS-SUB1)                              DBNK215P
064300       TO WS-LINE-CAUSE-MINS (WS-SUB1).                           DBNK215P
064400 MOVE-MONTH-TO-LINE-EXIT.                                         DBNK215P
064500     EXIT.                                                        DBNK215P
064600                                                                  DBNK215P
064700***************************************************************** DBNK215P
064800* Minutes by cause, minutes down, availability and the fault    * DBNK215P
064900* and ticket counts, common to every line of both reports.      * DBNK215P
065000* Availability is the share of the terminal-days' minutes the   * DBNK215P
065100* terminals were not down.                                      * DBNK215P
065200***************************************************************** DBNK215P
065300 FORMAT-REPORT-LINE.                                              DBNK215P
065400     PERFORM EDIT-CAUSE-MINS THRU                                 DBNK215P
065500             EDIT-CAUSE-MINS-EXIT                                 DBNK215P
065600       VARYING WS-SUB1 FROM 1 BY 1                                DBNK215P
065700         UNTIL WS-SUB1 IS GREATER THAN 5.                         DBNK215P
065800     MOVE WS-LINE-DOWN-MINS TO WS-EDIT-DOWN.                      DBNK215P
065900     MOVE ZERO TO WS-LINE-AVAIL-PCT.                              DBNK215P
066000     IF WS-LINE-TERM-DAYS IS GREATER THAN ZERO                    DBNK215P
066100        COMPUTE WS-LINE-AVAIL-PCT ROUNDED =                       DBNK215P
066200            ((WS-LINE-TERM-DAYS * WS-MINS-IN-DAY)                 DBNK215P
066300              - WS-LINE-DOWN-MINS) * 100                          DBNK215P
066400            / (WS-LINE-TERM-DAYS * WS-MINS-IN-DAY)                DBNK215P
066500     END-IF.                                                      DBNK215P
066600     MOVE WS-LINE-AVAIL-PCT TO WS-EDIT-PCT.                       DBNK215P
066700     MOVE WS-LINE-FAULTS TO WS-EDIT-CNT.                          DBNK215P
066800     MOVE WS-LINE-TICKETS TO WS-EDIT-CNT-2.                       DBNK215P
066900     MOVE SPACES TO WS-REPORT-LINE.                               DBNK215P
067000     STRING WS-EDIT-MINS (1)           DELIMITED BY SIZE          DBNK215P
067100            WS-EDIT-MINS (2)           DELIMITED BY SIZE          DBNK215P
067200            WS-EDIT-MINS (3)           DELIMITED BY SIZE          DBNK215P
067300            WS-EDIT-MINS (4)           DELIMITED BY SIZE          DBNK215P
067400            WS-EDIT-MINS (5)           DELIMITED BY SIZE          DBNK215P
067500            '  '                       DELIMITED BY SIZE          DBNK215P
067600            WS-EDIT-DOWN               DELIMITED BY SIZE          DBNK215P
067700            '  '                       DELIMITED BY SIZE          DBNK215P
067800            WS-EDIT-PCT                DELIMITED BY SIZE          DBNK215P
067900            '%  '                      DELIMITED BY SIZE          DBNK215P
068000            WS-EDIT-CNT                DELIMITED BY SIZE          DBNK215P
068100            '   '                      DELIMITED BY SIZE          DBNK215P
068200            WS-EDIT-CNT-2              DELIMITED BY SIZE          DBNK215P
068300       INTO WS-REPORT-LINE.                                       DBNK215P
068400 FORMAT-REPORT-LINE-EXIT.                                         DBNK215P
068500     EXIT.                                                        DBNK215P
068600                                                                  DBNK215P
068700 EDIT-CAUSE-MINS.                                                 DBNK215P
068800     MOVE WS-LINE-CAUSE-MINS (WS-SUB1) TO WS-EDIT-MINS (WS-SUB1). DBNK215P
068900 EDIT-CAUSE-MINS-EXIT.                                            DBNK215P
069000     EXIT.                                                        DBNK215P
069100                                                                  DBNK215P
069200***************************************************************** DBNK215P
069300* Branch totals at the foot of both reports                     * DBNK215P
069400***************************************************************** DBNK215P
069500 WRITE-BRANCH-TOTALS.                                             DBNK215P
069600     MOVE SPACES TO ATMARPT-REC.                                  DBNK215P
069700     WRITE ATMARPT-REC.                                           DBNK215P
069800     MOVE '  BRANCH TOTALS' TO ATMARPT-REC.                       DBNK215P
069900     WRITE ATMARPT-REC.                                           DBNK215P
070000     MOVE SPACES TO ATMMRPT-REC.                                  DBNK215P
070100     WRITE ATMMRPT-REC.                                           DBNK215P
070200     MOVE '  BRANCH TOTALS' TO ATMMRPT-REC.                       DBNK215P
070300     WRITE ATMMRPT-REC.                                           DBNK215P
070400     PERFORM WRITE-BRANCH-LINES THRU                              DBNK215P
070500             WRITE-BRANCH-LINES-EXIT                              DBNK215P
070600       VARYING WS-BR-SUB FROM 1 BY 1                              DBNK215P
070700         UNTIL WS-BR-SUB IS GREATER THAN WS-BRANCH-COUNT.         DBNK215P
070800 WRITE-BRANCH-TOTALS-EXIT.                                        DBNK215P
070900     EXIT.                                                        DBNK215P
071000                                                                  DBNK215P
071100 WRITE-BRANCH-LINES.                                              DBNK215P
071200     PERFORM MOVE-BRANCH-DAY THRU                                 DBNK215P
071300             MOVE-BRANCH-DAY-EXIT                                 DBNK215P
071400       VARYING WS-SUB1 FROM 1 BY 1                                DBNK215P
071500         UNTIL WS-SUB1 IS GREATER THAN 5.                         DBNK215P
071600     MOVE WS-BR-DAY-DOWN-MINS (WS-BR-SUB) TO WS-LINE-DOWN-MINS.   DBNK215P
071700     MOVE WS-BR-DAY-FAULTS (WS-BR-SUB) TO WS-LINE-FAULTS.         DBNK215P
071800     MOVE WS-BR-DAY-TICKETS (WS-BR-SUB) TO WS-LINE-TICKETS.       DBNK215P
071900     MOVE WS-BR-TERMINALS (WS-BR-SUB) TO WS-LINE-TERM-DAYS.       DBNK215P
072000     PERFORM FORMAT-REPORT-LINE THRU                              DBNK215P
072100             FORMAT-REPORT-LINE-EXIT.                             DBNK215P
072200     MOVE WS-BR-TERMINALS (WS-BR-SUB) TO WS-EDIT-CNT.             DBNK215P
072300     MOVE SPACES TO ATMARPT-REC.                                  DBNK215P
072400     STRING '  BRANCH '                DELIMITED BY SIZE          DBNK215P
072500            WS-BR-CODE (WS-BR-SUB)     DELIMITED BY SIZE          DBNK215P
072600            ' '                        DELIMITED BY SIZE          DBNK215P
072700            WS-EDIT-CNT                DELIMITED BY SIZE          DBNK215P
072800            ' TERMINALS               '                           DBNK215P
072900                                       DELIMITED BY SIZE          DBNK215P
073000            WS-REPORT-LINE             DELIMITED BY SIZE          DBNK215P
073100       INTO ATMARPT-REC.                                          DBNK215P
073200     WRITE ATMARPT-REC.                                           DBNK215P
073300     PERFORM MOVE-BRANCH-MONTH THRU                               DBNK215P
073400             MOVE-BRANCH-MONTH-EXIT                               DBNK215P
073500       VARYING WS-SUB1 FROM 1 BY 1                                DBNK215P
073600         UNTIL WS-SUB1 IS GREATER THAN 5.                         DBNK215P
073700     MOVE WS-BR-MTD-DOWN-MINS (WS-BR-SUB) TO WS-LINE-DOWN-MINS.   DBNK215P
073800     MOVE WS-BR-MTD-FAULTS (WS-BR-SUB) TO WS-LINE-FAULTS.         DBNK215P
073900     MOVE WS-BR-MTD-TICKETS (WS-BR-SUB) TO WS-LINE-TICKETS.       DBNK215P
074000     MOVE WS-BR-MTD-DAYS (WS-BR-SUB) TO WS-LINE-TERM-DAYS.        DBNK215P
074100     PERFORM FORMAT-REPORT-LINE THRU                              DBNK215P
074200             FORMAT-REPORT-LINE-EXIT.                             DBNK215P
074300     MOVE WS-BR-TERMINALS (WS-BR-SUB) TO WS-EDIT-CNT.             DBNK215P
074400     MOVE WS-BR-MTD-DAYS (WS-BR-SUB) TO WS-EDIT-DAYS.             DBNK215P
074500     MOVE SPACES TO ATMMRPT-REC.                                  DBNK215P
074600     STRING '  BRANCH '                DELIMITED BY SIZE          DBNK215P
074700            WS-BR-CODE (WS-BR-SUB)     DELIMITED BY SIZE          DBNK215P
074800            ' '                        DELIMITED BY SIZE          DBNK215P
074900            WS-EDIT-CNT                DELIMITED BY SIZE          DBNK215P
075000            ' TERMINALS               '                           DBNK215P
075100                                       DELIMITED BY SIZE          DBNK215P
075200            WS-EDIT-DAYS               DELIMITED BY SIZE          DBNK215P
075300            WS-REPORT-LINE             DELIMITED BY SIZE          DBNK215P
075400       INTO ATMMRPT-REC.                                          DBNK215P
075500     WRITE ATMMRPT-REC.                                           DBNK215P
075600 WRITE-BRANCH-LINES-EXIT.                                         DBNK215P
075700     EXIT.                                                        DBNK215P
075800                                                                  DBNK215P
075900 MOVE-BRANCH-DAY.                                                 DBNK215P
076000     MOVE WS-BR-DAY-CAUSE-MINS (WS-BR-SUB WS-SUB1)                DBNK215P
076100       TO WS-LINE-CAUSE-MINS (WS-SUB1).                           DBNK215P
076200 MOVE-BRANCH-DAY-EXIT.                                            DBNK215P
076300     EXIT.                                                        DBNK215P
076400                                                                  DBNK215P
076500 MOVE-BRANCH-MONTH.                                               DBNK215P
076600     MOVE WS-BR-MTD-CAUSE-MINS (WS-BR-SUB WS-SUB1)                DBNK215P
076700       TO WS-LINE-CAUSE-MINS (WS-SUB1).                           DBNK215P
076800 MOVE-BRANCH-MONTH-EXIT.                                          DBNK215P
076900     EXIT.                                                        DBNK215P
077000                                                                  DBNK215P
077100***************************************************************** DBNK215P
077200* Report headings                                               * DBNK215P
077300***************************************************************** DBNK215P
077400 WRITE-REPORT-HEADINGS.                                           DBNK215P
077500     MOVE SPACES TO ATMARPT-REC.                                  DBNK215P
077600     STRING '  ATM AVAILABILITY FOR '  DELIMITED BY SIZE          DBNK215P
077700            BUSD-DATE                  DELIMITED BY SIZE          DBNK215P
077800            ' - MINUTES BY CAUSE'      DELIMITED BY SIZE          DBNK215P
077900       INTO ATMARPT-REC.                                          DBNK215P
078000     WRITE ATMARPT-REC.                                           DBNK215P
078100     MOVE SPACES TO ATMARPT-REC.                                  DBNK215P
078200     STRING '  TERM  BRCH  LOCATION                      '        DBNK215P
078300                                       DELIMITED BY SIZE          DBNK215P
078400            '     OS     CE     CR     CL     DF'                 DBNK215P
078500                                       DELIMITED BY SIZE          DBNK215P
078600            '     DOWN    AVAIL FAULTS TICKETS'                   DBNK215P
078700                                       DELIMITED BY SIZE          DBNK215P
078800       INTO ATMARPT-REC.                                          DBNK215P
078900     WRITE ATMARPT-REC.                                           DBNK215P
079000     MOVE SPACES TO ATMMRPT-REC.                                  DBNK215P
079100     STRING '  ATM AVAILABILITY MONTH TO DATE '                   DBNK215P
079200                                       DELIMITED BY SIZE          DBNK215P
079300            WS-MONTH-START             DELIMITED BY SIZE          DBNK215P
079400            ' TO '                     DELIMITED BY SIZE          DBNK215P
079500            BUSD-DATE                  DELIMITED BY SIZE          DBNK215P
079600            ' - MINUTES BY CAUSE'      DELIMITED BY SIZE          DBNK215P
079700       INTO ATMMRPT-REC.                                          DBNK215P
079800     WRITE ATMMRPT-REC.                                           DBNK215P
079900     MOVE SPACES TO ATMMRPT-REC.                                  DBNK215P
080000     STRING '  TERM  BRCH  LOCATION                       DAYS'   DBNK215P
080100                                       DELIMITED BY SIZE          DBNK215P
080200            '     OS     CE     CR     CL     DF'                 DBNK215P
080300                                       DELIMITED BY SIZE          DBNK215P
080400            '     DOWN    AVAIL FAULTS TICKETS'                   DBNK215P
080500                                       DELIMITED BY SIZE          DBNK215P
080600       INTO ATMMRPT-REC.                                          DBNK215P
080700     WRITE ATMMRPT-REC.                                           DBNK215P
080800 WRITE-REPORT-HEADINGS-EXIT.                                      DBNK215P
080900     EXIT.                                                        DBNK215P
081000                                                                  DBNK215P
081100***************************************************************** DBNK215P
081200* Check file open OK                                            * DBNK215P
081300***************************************************************** DBNK215P
081400 CHECK-OPEN.                                                      DBNK215P
081500     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK215P
081600        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK215P
081700        STRING WS-FILE       DELIMITED BY ' '                     DBNK215P
081800               ' opened ok' DELIMITED BY SIZE                     DBNK215P
081900          INTO WS-CONSOLE-MESSAGE                                 DBNK215P
082000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK215P
082100     ELSE                                                         DBNK215P
082200        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK215P
082300        STRING WS-FILE          DELIMITED BY ' '                  DBNK215P
082400               ' did not open' DELIMITED BY SIZE                  DBNK215P
082500          INTO WS-CONSOLE-MESSAGE                                 DBNK215P
082600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK215P
082700        PERFORM DISPLAY-IO-STATUS                                 DBNK215P
082800        ADD 1 TO WS-OPEN-ERROR                                    DBNK215P
082900     END-IF.                                                      DBNK215P
083000 CHECK-OPEN-EXIT.                                                 DBNK215P
083100     EXIT.                                                        DBNK215P
083200                                                                  DBNK215P
083300***************************************************************** DBNK215P
083400* Display the file status bytes. This routine will display as  *  DBNK215P
083500* two digits if the full two byte file status is numeric. If   *  DBNK215P
083600* second byte is non-numeric then it will be treated as a      *  DBNK215P
083700* binary number.                                                * DBNK215P
083800***************************************************************** DBNK215P
083900 DISPLAY-IO-STATUS.                                               DBNK215P
084000     IF WS-IO-STATUS NUMERIC                                      DBNK215P
084100        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK215P
084200        STRING 'File status -' DELIMITED BY SIZE                  DBNK215P
084300               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK215P
084400          INTO WS-CONSOLE-MESSAGE                                 DBNK215P
084500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK215P
084600     ELSE                                                         DBNK215P
084700        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK215P
084800        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK215P
084900        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK215P
085000        STRING 'File status -' DELIMITED BY SIZE                  DBNK215P
085100               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK215P
085200               '/'            DELIMITED BY SIZE                   DBNK215P
085300               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK215P
085400          INTO WS-CONSOLE-MESSAGE                                 DBNK215P
085500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK215P
085600     END-IF.                                                      DBNK215P
085700                                                                  DBNK215P
085800***************************************************************** DBNK215P
085900* Display CONSOLE messages...                                   * DBNK215P
086000***************************************************************** DBNK215P
086100 DISPLAY-CONSOLE-MESSAGE.                                         DBNK215P
086200     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK215P
086300     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK215P
086400                                                                  DBNK215P
086500 COPY CTIMERP.                                                    DBNK215P
086600                                                                  DBNK215P
