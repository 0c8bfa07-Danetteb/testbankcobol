000100***************************************************************** DBNK169P
000200*                                                               * DBNK169P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK169P
000400*   This demonstration program is provided for use by users     * DBNK169P
000500*   of Micro Focus products and may be used, modified and       * DBNK169P
000600*   distributed as part of your application provided that       * DBNK169P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK169P
000800*   in this material.                                           * DBNK169P
000900*                                                               * DBNK169P
001000***************************************************************** DBNK169P
001100                                                                  DBNK169P
001200                                                                  DBNK169P
001300***************************************************************** DBNK169P
001400* Program:     DBNK169P.CBL                                     * DBNK169P
001500* Function:    Card fraud rules engine. Scores every card use   * DBNK169P
001600*              logged on BNKCACT since the last run against     * DBNK169P
001700*              four rules, each with its limit and its points   * DBNK169P
001800*              held on BNKPARM:                                 * DBNK169P
001900*                FRDVELHR - more uses in one hour than allowed  * DBNK169P
002000*                FRDLOCCT - more distinct terminals or          * DBNK169P
002100*                           merchants than allowed within       * DBNK169P
002200*                           FRDLOCMN minutes                    * DBNK169P
002300*                FRDAMTX  - a debit more than this multiple of  * DBNK169P
002400*                           the account's usual daily movement  * DBNK169P
002500*                           on BNKHIST (never taken below the   * DBNK169P
002600*                           FRDAMTFL floor)                     * DBNK169P
002700*                FRDDORMD - first use after this many days idle * DBNK169P
002800*              An item scoring FRDQUEUE points or more goes on  * DBNK169P
002900*              the BNKFRDQ review queue for DBNK170P; at        * DBNK169P
003000*              FRDBLOCK points the card is also blocked pending * DBNK169P
003100*              that review. The time of day is known only for   * DBNK169P
003200*              online uses, so settlement items count towards   * DBNK169P
003300*              the amount and dormancy rules alone. Scored      * DBNK169P
003400*              activity is kept FRDKEEPD days for the windows   * DBNK169P
003500*              and then dropped. The card's last-used date is   * DBNK169P
003600*              kept on BNKCARD for the dormancy rule. Safe to   * DBNK169P
003700*              run several times a day - each use is scored     * DBNK169P
003800*              once. Every queued item is listed on FRDRPT.     * DBNK169P
003900*              VSAM version                                     * DBNK169P
004000***************************************************************** DBNK169P
004100                                                                  DBNK169P
004200 IDENTIFICATION DIVISION.                                         DBNK169P
004300 PROGRAM-ID.                                                      DBNK169P
004400     DBNK169P.                                                    DBNK169P
004500 DATE-WRITTEN.                                                    DBNK169P
004600     October 2007.                                                DBNK169P
004700 DATE-COMPILED.                                                   DBNK169P
004800     Today.                                                       DBNK169P
004900                                                                  DBNK169P
005000 ENVIRONMENT DIVISION.                                            DBNK169P
005100                                                                  DBNK169P
005200 INPUT-OUTPUT   SECTION.                                          DBNK169P
005300   FILE-CONTROL.                                                  DBNK169P
005400     SELECT FRDRPT-FILE                                           DBNK169P
005500            ASSIGN       TO FRDRPT                                DBNK169P
005600            ORGANIZATION IS SEQUENTIAL                            DBNK169P
005700            FILE STATUS  IS WS-FRDRPT-STATUS.                     DBNK169P
005800                                                                  DBNK169P
005900     SELECT BNKCACT-FILE                                          DBNK169P
006000            ASSIGN       TO BNKCACT                               DBNK169P
006100            ORGANIZATION IS INDEXED                               DBNK169P
006200            ACCESS MODE  IS SEQUENTIAL                            DBNK169P
006300            RECORD KEY   IS BCT-REC-KEY                           DBNK169P
006400            FILE STATUS  IS WS-BNKCACT-STATUS.                    DBNK169P
006500                                                                  DBNK169P
006600     SELECT BNKCARD-FILE                                          DBNK169P
006700            ASSIGN       TO BNKCARD                               DBNK169P
006800            ORGANIZATION IS INDEXED                               DBNK169P
006900            ACCESS MODE  IS RANDOM                                DBNK169P
007000            RECORD KEY   IS BCD-REC-CARD-NO                       DBNK169P
007100            ALTERNATE KEY IS BCD-REC-PID WITH DUPLICATES          DBNK169P
007200            FILE STATUS  IS WS-BNKCARD-STATUS.                    DBNK169P
007300                                                                  DBNK169P
007400     SELECT BNKHIST-FILE                                          DBNK169P
007500            ASSIGN       TO BNKHIST                               DBNK169P
007600            ORGANIZATION IS INDEXED                               DBNK169P
007700            ACCESS MODE  IS DYNAMIC                               DBNK169P
007800            RECORD KEY   IS BBH-REC-KEY                           DBNK169P
007900            FILE STATUS  IS WS-BNKHIST-STATUS.                    DBNK169P
008000                                                                  DBNK169P
008100     SELECT BNKFRDQ-FILE                                          DBNK169P
008200            ASSIGN       TO BNKFRDQ                               DBNK169P
008300            ORGANIZATION IS INDEXED                               DBNK169P
008400            ACCESS MODE  IS RANDOM                                DBNK169P
008500            RECORD KEY   IS BFQ-REC-CASE-ID                       DBNK169P
008600            FILE STATUS  IS WS-BNKFRDQ-STATUS.                    DBNK169P
008700                                                                  DBNK169P
008800     SELECT BNKPARM-FILE                                          DBNK169P
008900            ASSIGN       TO BNKPARM                               DBNK169P
009000            ORGANIZATION IS INDEXED                               DBNK169P
009100            ACCESS MODE  IS RANDOM                                DBNK169P
009200            RECORD KEY   IS PRM-REC-KEY                           DBNK169P
009300            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBNK169P
009400                                                                  DBNK169P
009500 DATA DIVISION.                                                   DBNK169P
009600                                                                  DBNK169P
009700 FILE SECTION.                                                    DBNK169P
009800 FD  FRDRPT-FILE.                                                 DBNK169P
009900 01  FRDRPT-REC                         PIC X(132).               DBNK169P
010000                                                                  DBNK169P
010100 FD  BNKCACT-FILE.                                                DBNK169P
010200 01  BNKCACT-REC.                                                 DBNK169P
010300 COPY CBANKVCT.                                                   DBNK169P
010400                                                                  DBNK169P
010500 FD  BNKCARD-FILE.                                                DBNK169P
010600 01  BNKCARD-REC.                                                 DBNK169P
010700 COPY CBANKVCD.                                                   DBNK169P
010800                                                                  DBNK169P
010900 FD  BNKHIST-FILE.                                                DBNK169P
011000 01  BNKHIST-REC.                                                 DBNK169P
011100 COPY CBANKVBH.                                                   DBNK169P
011200                                                                  DBNK169P
011300 FD  BNKFRDQ-FILE.                                                DBNK169P
011400 01  BNKFRDQ-REC.                                                 DBNK169P
011500 COPY CBANKVFQ.                                                   DBNK169P
011600                                                                  DBNK169P
011700 FD  BNKPARM-FILE.                                                DBNK169P
011800 01  BNKPARM-REC.                                                 DBNK169P
011900 COPY CBANKVPM.                                                   DBNK169P
012000                                                                  DBNK169P
012100 WORKING-STORAGE SECTION.                                         DBNK169P
012200 COPY CTIMERD.                                                    DBNK169P
012300 COPY CTSTAMPD.                                                   DBNK169P
012400                                                                  DBNK169P
012500 01  WS-MISC-STORAGE.                                             DBNK169P
012600   05  WS-PROGRAM-ID                         PIC X(8)             DBNK169P
012700       VALUE 'DBNK169P'.                                          DBNK169P
012800                                                                  DBNK169P
012900   05  WS-FRDRPT-STATUS.                                          DBNK169P
013000     10  WS-FRDRPT-STAT1                      PIC X(1).           DBNK169P
013100     10  WS-FRDRPT-STAT2                      PIC X(1).           DBNK169P
013200   05  WS-BNKCACT-STATUS.                                         DBNK169P
013300     10  WS-BNKCACT-STAT1                     PIC X(1).           DBNK169P
013400     10  WS-BNKCACT-STAT2                     PIC X(1).           DBNK169P
013500   05  WS-BNKCARD-STATUS.                                         DBNK169P
013600     10  WS-BNKCARD-STAT1                     PIC X(1).           DBNK169P
013700     10  WS-BNKCARD-STAT2                     PIC X(1).           DBNK169P
013800   05  WS-BNKHIST-STATUS.                                         DBNK169P
013900     10  WS-BNKHIST-STAT1                     PIC X(1).           DBNK169P
014000     10  WS-BNKHIST-STAT2                     PIC X(1).           DBNK169P
014100   05  WS-BNKFRDQ-STATUS.                                         DBNK169P
014200     10  WS-BNKFRDQ-STAT1                     PIC X(1).           DBNK169P
014300     10  WS-BNKFRDQ-STAT2                     PIC X(1).           DBNK169P
014400   05  WS-BNKPARM-STATUS.                                         DBNK169P
014500     10  WS-BNKPARM-STAT1                     PIC X(1).           DBNK169P
014600     10  WS-BNKPARM-STAT2                     PIC X(1).           DBNK169P
014700                                                                  DBNK169P
014800   05  WS-IO-STATUS.                                              DBNK169P
014900     10  WS-IO-STAT1                          PIC X(1).           DBNK169P
015000     10  WS-IO-STAT2                          PIC X(1).           DBNK169P
015100                                                                  DBNK169P
015200   05  WS-TWO-BYTES.                                              DBNK169P
015300     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK169P
015400     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK169P
015500   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK169P
015600                                              PIC 9(1) COMP.      DBNK169P
015700                                                                  DBNK169P
015800   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK169P
015900     88  OPEN-OK                              VALUE 0.            DBNK169P
016000                                                                  DBNK169P
016100   05  WS-FILE                               PIC X(16).           DBNK169P
016200                                                                  DBNK169P
016300   05  WS-RUN-DATE                           PIC X(8).            DBNK169P
016400   05  WS-RUN-DAY-NO                         PIC S9(7) COMP-3.    DBNK169P
016500   05  WS-HIST-FROM-DATE                     PIC X(8).            DBNK169P
016600   05  WS-HIST-FROM-DATE-R REDEFINES WS-HIST-FROM-DATE.           DBNK169P
016700     10  WS-HF-YYYY                          PIC 9(4).            DBNK169P
016800     10  WS-HF-MM                            PIC 9(2).            DBNK169P
016900     10  WS-HF-DD                            PIC 9(2).            DBNK169P
017000   05  WS-WORK-DD                            PIC S9(5)            DBNK169P
017100                                             COMP-3.              DBNK169P
017200                                                                  DBNK169P
017300*    the rules - limits and points, defaulted when BNKPARM        DBNK169P
017400*    holds nothing for them                                       DBNK169P
017500   05  WS-PARM-KEY                           PIC X(8).            DBNK169P
017600   05  WS-PARM-VALUE                         PIC S9(7)V99         DBNK169P
017700                                             COMP-3.              DBNK169P
017800   05  WS-PARM-POINTS                        PIC 9(3).            DBNK169P
017900   05  WS-VEL-LIMIT                          PIC S9(5) COMP-3.    DBNK169P
018000   05  WS-VEL-POINTS                         PIC 9(3).            DBNK169P
018100   05  WS-LOC-LIMIT                          PIC S9(5) COMP-3.    DBNK169P
018200   05  WS-LOC-POINTS                         PIC 9(3).            DBNK169P
018300   05  WS-LOC-MINUTES                        PIC S9(5) COMP-3.    DBNK169P
018400   05  WS-AMT-MULTIPLE                       PIC S9(5)V99         DBNK169P
018500                                             COMP-3.              DBNK169P
018600   05  WS-AMT-POINTS                         PIC 9(3).            DBNK169P
018700   05  WS-NORM-FLOOR                         PIC S9(7)V99         DBNK169P
018800                                             COMP-3.              DBNK169P
018900   05  WS-DORM-DAYS                          PIC S9(5) COMP-3.    DBNK169P
019000   05  WS-DORM-POINTS                        PIC 9(3).            DBNK169P
019100   05  WS-QUEUE-SCORE                        PIC 9(3).            DBNK169P
019200   05  WS-BLOCK-SCORE                        PIC 9(3).            DBNK169P
019300   05  WS-KEEP-DAYS                          PIC S9(5) COMP-3.    DBNK169P
019400                                                                  DBNK169P
019500*    the card whose activity is being read                        DBNK169P
019600   05  WS-CUR-CARD-NO                        PIC X(16).           DBNK169P
019700   05  WS-CARD-FLAG                          PIC X(1).            DBNK169P
019800     88  WS-CARD-ON-FILE                     VALUE 'Y'.           DBNK169P
019900     88  WS-CARD-NOT-OURS                    VALUE 'N'.           DBNK169P
020000   05  WS-LAST-USED-FLAG                     PIC X(1).            DBNK169P
020100     88  WS-LAST-USED-CHANGED                VALUE 'Y'.           DBNK169P
020200     88  WS-LAST-USED-SAME                   VALUE 'N'.           DBNK169P
020300   05  WS-LAST-USED                          PIC X(8).            DBNK169P
020400                                                                  DBNK169P
020500*    the item being scored                                        DBNK169P
020600   05  WS-ITEM-DATE                          PIC X(8).            DBNK169P
020700   05  WS-ITEM-DAY-NO                        PIC S9(7) COMP-3.    DBNK169P
020800   05  WS-ITEM-MINUTE                        PIC S9(11) COMP-3.   DBNK169P
020900   05  WS-ITEM-LOCATION                      PIC X(30).           DBNK169P
021000   05  WS-SCORE                              PIC 9(3).            DBNK169P
021100   05  WS-RULES.                                                  DBNK169P
021200     10  WS-RULE-VELOCITY                    PIC X(1).            DBNK169P
021300     10  WS-RULE-LOCATIONS                   PIC X(1).            DBNK169P
021400     10  WS-RULE-AMOUNT                      PIC X(1).            DBNK169P
021500     10  WS-RULE-DORMANT                     PIC X(1).            DBNK169P
021600   05  WS-USES-IN-HOUR                       PIC S9(5) COMP-3.    DBNK169P
021700   05  WS-AGE-MINUTES                        PIC S9(11) COMP-3.   DBNK169P
021800   05  WS-IDLE-DAYS                          PIC S9(7) COMP-3.    DBNK169P
021900                                                                  DBNK169P
022000*    the account's usual daily movement from its balance history  DBNK169P
022100   05  WS-NORM-ACCNO                         PIC X(9).            DBNK169P
022200   05  WS-NORM-FLAG                          PIC X(1).            DBNK169P
022300     88  WS-NORM-KNOWN                       VALUE 'Y'.           DBNK169P
022400     88  WS-NORM-UNKNOWN                     VALUE 'N'.           DBNK169P
022500   05  WS-NORM-AMOUNT                        PIC S9(9)V99         DBNK169P
022600                                             COMP-3.              DBNK169P
022700   05  WS-NORM-TOTAL                         PIC S9(11)V99        DBNK169P
022800                                             COMP-3.              DBNK169P
022900   05  WS-NORM-DAYS                          PIC S9(5) COMP-3.    DBNK169P
023000   05  WS-PREV-BALANCE                       PIC S9(9)V99         DBNK169P
023100                                             COMP-3.              DBNK169P
023200   05  WS-MOVEMENT                           PIC S9(9)V99         DBNK169P
023300                                             COMP-3.              DBNK169P
023400   05  WS-NORM-LIMIT                         PIC S9(11)V99        DBNK169P
023500                                             COMP-3.              DBNK169P
023600                                                                  DBNK169P
023700*    date and timestamp picked apart for the day and minute       DBNK169P
023800*    counts - the same close-enough calendar the aging uses       DBNK169P
023900   05  WS-DATE-WORK                          PIC X(8).            DBNK169P
024000   05  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.                     DBNK169P
024100     10  WS-DW-YYYY                          PIC 9(4).            DBNK169P
024200     10  WS-DW-MM                            PIC 9(2).            DBNK169P
024300     10  WS-DW-DD                            PIC 9(2).            DBNK169P
024400   05  WS-DAY-NO                             PIC S9(7) COMP-3.    DBNK169P
024500   05  WS-TS-WORK                            PIC X(26).           DBNK169P
024600   05  WS-TS-WORK-R REDEFINES WS-TS-WORK.                         DBNK169P
024700     10  FILLER                              PIC X(11).           DBNK169P
024800     10  WS-TW-HH                            PIC 9(2).            DBNK169P
024900     10  FILLER                              PIC X(1).            DBNK169P
025000     10  WS-TW-MI                            PIC 9(2).            DBNK169P
025100     10  FILLER                              PIC X(10).           DBNK169P
025200                                                                  DBNK169P
025300   05  WS-CASE-TS                            PIC X(26).           DBNK169P
025400   05  WS-CASE-TS-R REDEFINES WS-CASE-TS.                         DBNK169P
025500     10  FILLER                              PIC X(20).           DBNK169P
025600     10  WS-CASE-MICRO                       PIC 9(6).            DBNK169P
025700   05  WS-CASE-TRIES                         PIC S9(4) COMP.      DBNK169P
025800                                                                  DBNK169P
025900   05  WS-SUB1                               PIC S9(4) COMP.      DBNK169P
026000   05  WS-SUB2                               PIC S9(4) COMP.      DBNK169P
026100   05  WS-HIT-SUB                            PIC S9(4) COMP.      DBNK169P
026200                                                                  DBNK169P
026300   05  WS-ITEMS-READ                         PIC 9(7)             DBNK169P
026400       VALUE ZERO.                                                DBNK169P
026500   05  WS-ITEMS-SCORED                       PIC 9(7)             DBNK169P
026600       VALUE ZERO.                                                DBNK169P
026700   05  WS-ITEMS-QUEUED                       PIC 9(5)             DBNK169P
026800       VALUE ZERO.                                                DBNK169P
026900   05  WS-CARDS-BLOCKED                      PIC 9(5)             DBNK169P
027000       VALUE ZERO.                                                DBNK169P
027100   05  WS-ITEMS-DROPPED                      PIC 9(7)             DBNK169P
027200       VALUE ZERO.                                                DBNK169P
027300   05  WS-EDIT-AMT-9-2                 PIC Z,ZZZ,ZZZ,ZZ9.99.      DBNK169P
027400   05  WS-EDIT-CNT                     PIC Z,ZZZ,ZZ9.             DBNK169P
027500   05  WS-ACTION                             PIC X(12).           DBNK169P
027600                                                                  DBNK169P
027700*    the current card's timed uses still inside the windows       DBNK169P
027800 01  WS-USE-TABLE.                                                DBNK169P
027900   05  WS-UT-COUNT                           PIC S9(4) COMP       DBNK169P
028000       VALUE ZERO.                                                DBNK169P
028100   05  WS-UT-ENTRY OCCURS 50 TIMES.                               DBNK169P
028200     10  WS-UT-MINUTE                        PIC S9(11) COMP-3.   DBNK169P
028300     10  WS-UT-LOCATION                      PIC X(30).           DBNK169P
028400                                                                  DBNK169P
028500*    the distinct places the card was used within the window      DBNK169P
028600 01  WS-PLACE-TABLE.                                              DBNK169P
028700   05  WS-PT-COUNT                           PIC S9(4) COMP       DBNK169P
028800       VALUE ZERO.                                                DBNK169P
028900   05  WS-PT-ENTRY OCCURS 51 TIMES.                               DBNK169P
029000     10  WS-PT-LOCATION                      PIC X(30).           DBNK169P
029100                                                                  DBNK169P
029200 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK169P
029300                                                                  DBNK169P
029400 01  WS-BCTL-DATA.                                                DBNK169P
029500 COPY CBCTLD.                                                     DBNK169P
029600                                                                  DBNK169P
029700 01  WS-BUSD-DATA.                                                DBNK169P
029800 COPY CBUSDD.                                                     DBNK169P
029900                                                                  DBNK169P
030000 01  WS-TREF-DATA.                                                DBNK169P
030100 COPY CTREFD.                                                     DBNK169P
030200                                                                  DBNK169P
030300 01  WS-MASK-DATA.                                                DBNK169P
030400 COPY CMASKD.                                                     DBNK169P
030500                                                                  DBNK169P
030600 PROCEDURE DIVISION.                                              DBNK169P
030700     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK169P
030800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK169P
030900     PERFORM RUN-TIME.                                            DBNK169P
031000                                                                  DBNK169P
031100***************************************************************** DBNK169P
031200* Register this run in the batch control file                   * DBNK169P
031300***************************************************************** DBNK169P
031400     MOVE 'DBNK169P' TO BCTL-JOB-NAME.                            DBNK169P
031500     MOVE SPACES TO BCTL-BUS-DATE.                                DBNK169P
031600     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK169P
031700     SET BCTL-FUNC-START TO TRUE.                                 DBNK169P
031800     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK169P
031900     IF NOT BCTL-OK                                               DBNK169P
032000        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK169P
032100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK169P
032200        MOVE 8 TO RETURN-CODE                                     DBNK169P
032300        GO TO QUICK-EXIT                                          DBNK169P
032400     END-IF.                                                      DBNK169P
032500     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK169P
032600     MOVE BUSD-DATE TO WS-RUN-DATE.                               DBNK169P
032700                                                                  DBNK169P
032800     SET OPEN-OK TO TRUE.                                         DBNK169P
032900                                                                  DBNK169P
033000     OPEN OUTPUT FRDRPT-FILE.                                     DBNK169P
033100     MOVE WS-FRDRPT-STATUS TO WS-IO-STATUS.                       DBNK169P
033200     MOVE 'FRDRPT-FILE' TO WS-FILE.                               DBNK169P
033300     PERFORM CHECK-OPEN THRU                                      DBNK169P
033400             CHECK-OPEN-EXIT.                                     DBNK169P
033500                                                                  DBNK169P
033600     OPEN I-O BNKCACT-FILE.                                       DBNK169P
033700     MOVE WS-BNKCACT-STATUS TO WS-IO-STATUS.                      DBNK169P
033800     MOVE 'BNKCACT-FILE' TO WS-FILE.                              DBNK169P
033900     PERFORM CHECK-OPEN THRU                                      DBNK169P
034000             CHECK-OPEN-EXIT.                                     DBNK169P
034100                                                                  DBNK169P
034200     OPEN I-O BNKCARD-FILE.                                       DBNK169P
034300     MOVE WS-BNKCARD-STATUS TO WS-IO-STATUS.                      DBNK169P
034400     MOVE 'BNKCARD-FILE' TO WS-FILE.                              DBNK169P
034500     PERFORM CHECK-OPEN THRU                                      DBNK169P
034600             CHECK-OPEN-EXIT.                                     DBNK169P
034700                                                                  DBNK169P
034800     OPEN INPUT BNKHIST-FILE.                                     DBNK169P
034900     MOVE WS-BNKHIST-STATUS TO WS-IO-STATUS.                      DBNK169P
035000     MOVE 'BNKHIST-FILE' TO WS-FILE.                              DBNK169P
035100     PERFORM CHECK-OPEN THRU                                      DBNK169P
035200             CHECK-OPEN-EXIT.                                     DBNK169P
035300                                                                  DBNK169P
035400     OPEN I-O BNKFRDQ-FILE.                                       DBNK169P
035500     MOVE WS-BNKFRDQ-STATUS TO WS-IO-STATUS.                      DBNK169P
035600     MOVE 'BNKFRDQ-FILE' TO WS-FILE.                              DBNK169P
035700     PERFORM CHECK-OPEN THRU                                      DBNK169P
035800             CHECK-OPEN-EXIT.                                     DBNK169P
035900                                                                  DBNK169P
036000     OPEN INPUT BNKPARM-FILE.                                     DBNK169P
036100     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBNK169P
036200     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBNK169P
036300     PERFORM CHECK-OPEN THRU                                      DBNK169P
036400             CHECK-OPEN-EXIT.                                     DBNK169P
036500                                                                  DBNK169P
036600     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK169P
036700        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK169P
036800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK169P
036900        MOVE 16 TO RETURN-CODE                                    DBNK169P
037000        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK169P
037100        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK169P
037200        GO TO QUICK-EXIT                                          DBNK169P
037300     END-IF.                                                      DBNK169P
037400                                                                  DBNK169P
037500***************************************************************** DBNK169P
037600* The rules' limits and points come from the parameter file     * DBNK169P
037700***************************************************************** DBNK169P
037800     MOVE 'FRDVELHR' TO WS-PARM-KEY.                              DBNK169P
037900     MOVE 4 TO WS-PARM-VALUE.                                     DBNK169P
038000     MOVE 40 TO WS-PARM-POINTS.                                   DBNK169P
038100     PERFORM GET-RULE-PARM THRU                                   DBNK169P
038200             GET-RULE-PARM-EXIT.                                  DBNK169P
038300     MOVE WS-PARM-VALUE TO WS-VEL-LIMIT.                          DBNK169P
038400     MOVE WS-PARM-POINTS TO WS-VEL-POINTS.                        DBNK169P
038500     MOVE 'FRDLOCCT' TO WS-PARM-KEY.                              DBNK169P
038600     MOVE 2 TO WS-PARM-VALUE.                                     DBNK169P
038700     MOVE 40 TO WS-PARM-POINTS.                                   DBNK169P
038800     PERFORM GET-RULE-PARM THRU                                   DBNK169P
038900             GET-RULE-PARM-EXIT.                                  DBNK169P
039000     MOVE WS-PARM-VALUE TO WS-LOC-LIMIT.                          DBNK169P
039100     MOVE WS-PARM-POINTS TO WS-LOC-POINTS.                        DBNK169P
039200     MOVE 'FRDLOCMN' TO WS-PARM-KEY.                              DBNK169P
039300     MOVE 60 TO WS-PARM-VALUE.                                    DBNK169P
039400     PERFORM GET-RULE-PARM THRU                                   DBNK169P
039500             GET-RULE-PARM-EXIT.                                  DBNK169P
039600     MOVE WS-PARM-VALUE TO WS-LOC-MINUTES.                        DBNK169P
039700     MOVE 'FRDAMTX ' TO WS-PARM-KEY.                              DBNK169P
039800     MOVE 5 TO WS-PARM-VALUE.                                     DBNK169P
039900     MOVE 30 TO WS-PARM-POINTS.                                   DBNK169P
040000     PERFORM GET-RULE-PARM THRU                                   DBNK169P
040100             GET-RULE-PARM-EXIT.                                  DBNK169P
040200     MOVE WS-PARM-VALUE TO WS-AMT-MULTIPLE.                       DBNK169P
040300     MOVE WS-PARM-POINTS TO WS-AMT-POINTS.                        DBNK169P
040400     MOVE 'FRDAMTFL' TO WS-PARM-KEY.                              DBNK169P
040500     MOVE 100.00 TO WS-PARM-VALUE.                                DBNK169P
040600     PERFORM GET-RULE-PARM THRU                                   DBNK169P
040700             GET-RULE-PARM-EXIT.                                  DBNK169P
040800     MOVE WS-PARM-VALUE TO WS-NORM-FLOOR.                         DBNK169P
040900     MOVE 'FRDDORMD' TO WS-PARM-KEY.                              DBNK169P
041000     MOVE 180 TO WS-PARM-VALUE.                                   DBNK169P
041100     MOVE 30 TO WS-PARM-POINTS.                                   DBNK169P
041200     PERFORM GET-RULE-PARM THRU                                   DBNK169P
041300             GET-RULE-PARM-EXIT.                                  DBNK169P
041400     MOVE WS-PARM-VALUE TO WS-DORM-DAYS.                          DBNK169P
041500     MOVE WS-PARM-POINTS TO WS-DORM-POINTS.                       DBNK169P
041600     MOVE 'FRDQUEUE' TO WS-PARM-KEY.                              DBNK169P
041700     MOVE 30 TO WS-PARM-VALUE.                                    DBNK169P
041800     PERFORM GET-RULE-PARM THRU                                   DBNK169P
041900             GET-RULE-PARM-EXIT.                                  DBNK169P
042000     MOVE WS-PARM-VALUE TO WS-QUEUE-SCORE.                        DBNK169P
042100     MOVE 'FRDBLOCK' TO WS-PARM-KEY.                              DBNK169P
042200     MOVE 70 TO WS-PARM-VALUE.                                    DBNK169P
042300     PERFORM GET-RULE-PARM THRU                                   DBNK169P
042400             GET-RULE-PARM-EXIT.                                  DBNK169P
042500     MOVE WS-PARM-VALUE TO WS-BLOCK-SCORE.                        DBNK169P
042600     MOVE 'FRDKEEPD' TO WS-PARM-KEY.                              DBNK169P
042700     MOVE 7 TO WS-PARM-VALUE.                                     DBNK169P
042800     PERFORM GET-RULE-PARM THRU                                   DBNK169P
042900             GET-RULE-PARM-EXIT.                                  DBNK169P
043000     MOVE WS-PARM-VALUE TO WS-KEEP-DAYS.                          DBNK169P
043100                                                                  DBNK169P
043200     MOVE WS-RUN-DATE TO WS-DATE-WORK.                            DBNK169P
043300     PERFORM COUNT-DAYS THRU                                      DBNK169P
043400             COUNT-DAYS-EXIT.                                     DBNK169P
043500     MOVE WS-DAY-NO TO WS-RUN-DAY-NO.                             DBNK169P
043600                                                                  DBNK169P
043700*    the usual movement is taken over the last month's history    DBNK169P
043800     MOVE WS-RUN-DATE TO WS-HIST-FROM-DATE.                       DBNK169P
043900     COMPUTE WS-WORK-DD = WS-HF-DD - 30.                          DBNK169P
044000 HIST-BORROW.                                                     DBNK169P
044100     IF WS-WORK-DD IS LESS THAN 1                                 DBNK169P
044200        ADD 30 TO WS-WORK-DD                                      DBNK169P
044300        IF WS-HF-MM IS EQUAL TO 1                                 DBNK169P
044400           MOVE 12 TO WS-HF-MM                                    DBNK169P
044500           SUBTRACT 1 FROM WS-HF-YYYY                             DBNK169P
044600        ELSE                                                      DBNK169P
044700           SUBTRACT 1 FROM WS-HF-MM                               DBNK169P
044800        END-IF                                                    DBNK169P
044900        GO TO HIST-BORROW                                         DBNK169P
045000     END-IF.                                                      DBNK169P
045100     MOVE WS-WORK-DD TO WS-HF-DD.                                 DBNK169P
045200                                                                  DBNK169P
045300     MOVE SPACES TO FRDRPT-REC.                                   DBNK169P
045400     STRING '  CARD FRAUD RULES - ITEMS QUEUED FOR REVIEW '       DBNK169P
045500                                           DELIMITED BY SIZE      DBNK169P
045600            WS-RUN-DATE                    DELIMITED BY SIZE      DBNK169P
045700       INTO FRDRPT-REC.                                           DBNK169P
045800     WRITE FRDRPT-REC.                                            DBNK169P
045900     MOVE SPACES TO FRDRPT-REC.                                   DBNK169P
046000     MOVE '  CARD                PID   CH LOCATION' TO FRDRPT-REC.DBNK169P
046100     MOVE 'AMOUNT SCORE VLAD ACTION' TO FRDRPT-REC (60:24).       DBNK169P
046200     WRITE FRDRPT-REC.                                            DBNK169P
046300     MOVE SPACES TO FRDRPT-REC.                                   DBNK169P
046400     WRITE FRDRPT-REC.                                            DBNK169P
046500                                                                  DBNK169P
046600***************************************************************** DBNK169P
046700* The log is in card and time order - each card's uses are read * DBNK169P
046800* together, oldest first, so the windows look back over them    * DBNK169P
046900***************************************************************** DBNK169P
047000     MOVE SPACES TO WS-CUR-CARD-NO.                               DBNK169P
047100     MOVE SPACES TO WS-NORM-ACCNO.                                DBNK169P
047200 CACT-LOOP.                                                       DBNK169P
047300     READ BNKCACT-FILE                                            DBNK169P
047400       AT END                                                     DBNK169P
047500         GO TO CACT-ENDED                                         DBNK169P
047600     END-READ.                                                    DBNK169P
047700     ADD 1 TO WS-ITEMS-READ.                                      DBNK169P
047800     IF BCT-REC-CARD-NO IS NOT EQUAL TO WS-CUR-CARD-NO            DBNK169P
047900        PERFORM CLOSE-CARD THRU                                   DBNK169P
048000                CLOSE-CARD-EXIT                                   DBNK169P
048100        PERFORM OPEN-CARD THRU                                    DBNK169P
048200                OPEN-CARD-EXIT                                    DBNK169P
048300     END-IF.                                                      DBNK169P
048400     PERFORM PLACE-ONE-ITEM THRU                                  DBNK169P
048500             PLACE-ONE-ITEM-EXIT.                                 DBNK169P
048600     IF BCT-REC-UNSCORED                                          DBNK169P
048700        PERFORM SCORE-ONE-ITEM THRU                               DBNK169P
048800                SCORE-ONE-ITEM-EXIT                               DBNK169P
048900     END-IF.                                                      DBNK169P
049000     IF WS-CARD-ON-FILE AND                                       DBNK169P
049100        WS-ITEM-DATE IS GREATER THAN WS-LAST-USED                 DBNK169P
049200        MOVE WS-ITEM-DATE TO WS-LAST-USED                         DBNK169P
049300        SET WS-LAST-USED-CHANGED TO TRUE                          DBNK169P
049400     END-IF.                                                      DBNK169P
049500     IF BCT-REC-TIME-KNOWN                                        DBNK169P
049600        PERFORM REMEMBER-USE THRU                                 DBNK169P
049700                REMEMBER-USE-EXIT                                 DBNK169P
049800     END-IF.                                                      DBNK169P
049900*    scored activity past the keeping period is dropped           DBNK169P
050000     IF BCT-REC-SCORED AND                                        DBNK169P
050100        (WS-RUN-DAY-NO - WS-ITEM-DAY-NO) IS GREATER THAN          DBNK169P
050200        WS-KEEP-DAYS                                              DBNK169P
050300        DELETE BNKCACT-FILE RECORD                                DBNK169P
050400          INVALID KEY                                             DBNK169P
050500            CONTINUE                                              DBNK169P
050600        END-DELETE                                                DBNK169P
050700        ADD 1 TO WS-ITEMS-DROPPED                                 DBNK169P
050800     END-IF.                                                      DBNK169P
050900     GO TO CACT-LOOP.                                             DBNK169P
051000 CACT-ENDED.                                                      DBNK169P
051100     PERFORM CLOSE-CARD THRU                                      DBNK169P
051200             CLOSE-CARD-EXIT.                                     DBNK169P
051300                                                                  DBNK169P
051400     MOVE SPACES TO FRDRPT-REC.                                   DBNK169P
051500     WRITE FRDRPT-REC.                                            DBNK169P
051600     MOVE WS-ITEMS-SCORED TO WS-EDIT-CNT.                         DBNK169P
051700     MOVE SPACES TO FRDRPT-REC.                                   DBNK169P
051800     STRING '  CARD USES SCORED       ' DELIMITED BY SIZE         DBNK169P
051900            WS-EDIT-CNT                 DELIMITED BY SIZE         DBNK169P
052000       INTO FRDRPT-REC.                                           DBNK169P
052100     WRITE FRDRPT-REC.                                            DBNK169P
052200     MOVE WS-ITEMS-QUEUED TO WS-EDIT-CNT.                         DBNK169P
052300     MOVE SPACES TO FRDRPT-REC.                                   DBNK169P
052400     STRING '  QUEUED FOR REVIEW      ' DELIMITED BY SIZE         DBNK169P
052500            WS-EDIT-CNT                 DELIMITED BY SIZE         DBNK169P
052600       INTO FRDRPT-REC.                                           DBNK169P
052700     WRITE FRDRPT-REC.                                            DBNK169P
052800     MOVE WS-CARDS-BLOCKED TO WS-EDIT-CNT.                        DBNK169P
052900     MOVE SPACES TO FRDRPT-REC.                                   DBNK169P
053000     STRING '  CARDS BLOCKED          ' DELIMITED BY SIZE         DBNK169P
053100            WS-EDIT-CNT                 DELIMITED BY SIZE         DBNK169P
053200       INTO FRDRPT-REC.                                           DBNK169P
053300     WRITE FRDRPT-REC.                                            DBNK169P
053400                                                                  DBNK169P
053500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK169P
053600     STRING WS-ITEMS-SCORED DELIMITED BY SIZE                     DBNK169P
053700            ' card uses scored' DELIMITED BY SIZE                 DBNK169P
053800       INTO WS-CONSOLE-MESSAGE.                                   DBNK169P
053900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK169P
054000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK169P
054100     STRING WS-ITEMS-QUEUED DELIMITED BY SIZE                     DBNK169P
054200            ' items queued for review' DELIMITED BY SIZE          DBNK169P
054300       INTO WS-CONSOLE-MESSAGE.                                   DBNK169P
054400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK169P
054500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK169P
054600     STRING WS-CARDS-BLOCKED DELIMITED BY SIZE                    DBNK169P
054700            ' cards blocked' DELIMITED BY SIZE                    DBNK169P
054800       INTO WS-CONSOLE-MESSAGE.                                   DBNK169P
054900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK169P
055000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK169P
055100     STRING WS-ITEMS-DROPPED DELIMITED BY SIZE                    DBNK169P
055200            ' old card uses dropped' DELIMITED BY SIZE            DBNK169P
055300       INTO WS-CONSOLE-MESSAGE.                                   DBNK169P
055400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK169P
055500                                                                  DBNK169P
055600     CLOSE FRDRPT-FILE.                                           DBNK169P
055700     CLOSE BNKCACT-FILE.                                          DBNK169P
055800     CLOSE BNKCARD-FILE.                                          DBNK169P
055900     CLOSE BNKHIST-FILE.                                          DBNK169P
056000     CLOSE BNKFRDQ-FILE.                                          DBNK169P
056100     CLOSE BNKPARM-FILE.                                          DBNK169P
056200                                                                  DBNK169P
056300     SET BCTL-FUNC-END TO TRUE.                                   DBNK169P
056400     MOVE WS-ITEMS-READ TO BCTL-RECORD-COUNT.                     DBNK169P
056500     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK169P
056600     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK169P
056700                                                                  DBNK169P
056800     PERFORM RUN-TIME.                                            DBNK169P
056900                                                                  DBNK169P
057000     MOVE 0 TO RETURN-CODE.                                       DBNK169P
057100 QUICK-EXIT.                                                      DBNK169P
057200     GOBACK.                                                      DBNK169P
057300                                                                  DBNK169P
057400***************************************************************** DBNK169P
057500* One rule's limit from BNKPARM - the amount is the limit and,  * DBNK169P
057600* where the rule scores, TEXT(1:3) its points                   * DBNK169P
057700***************************************************************** DBNK169P
057800 GET-RULE-PARM.                                                   DBNK169P
057900     MOVE WS-PARM-KEY TO PRM-REC-KEY.                             DBNK169P
058000     READ BNKPARM-FILE                                            DBNK169P
058100       INVALID KEY                                                DBNK169P
058200         GO TO GET-RULE-PARM-EXIT                                 DBNK169P
058300     END-READ.                                                    DBNK169P
058400     IF PRM-REC-AMOUNT IS GREATER THAN ZERO                       DBNK169P
058500        MOVE PRM-REC-AMOUNT TO WS-PARM-VALUE                      DBNK169P
058600     END-IF.                                                      DBNK169P
058700     IF PRM-REC-TEXT (1:3) IS NUMERIC                             DBNK169P
058800        MOVE PRM-REC-TEXT (1:3) TO WS-PARM-POINTS                 DBNK169P
058900     END-IF.                                                      DBNK169P
059000 GET-RULE-PARM-EXIT.                                              DBNK169P
059100     EXIT.                                                        DBNK169P
059200                                                                  DBNK169P
059300***************************************************************** DBNK169P
059400* A new card's uses begin - pick up the card and its last use   * DBNK169P
059500***************************************************************** DBNK169P
059600 OPEN-CARD.                                                       DBNK169P
059700     MOVE BCT-REC-CARD-NO TO WS-CUR-CARD-NO.                      DBNK169P
059800     MOVE 0 TO WS-UT-COUNT.                                       DBNK169P
059900     SET WS-LAST-USED-SAME TO TRUE.                               DBNK169P
060000     MOVE SPACES TO WS-LAST-USED.                                 DBNK169P
060100     MOVE BCT-REC-CARD-NO TO BCD-REC-CARD-NO.                     DBNK169P
060200     READ BNKCARD-FILE                                            DBNK169P
060300       INVALID KEY                                                DBNK169P
060400         SET WS-CARD-NOT-OURS TO TRUE                             DBNK169P
060500         GO TO OPEN-CARD-EXIT                                     DBNK169P
060600     END-READ.                                                    DBNK169P
060700     SET WS-CARD-ON-FILE TO TRUE.                                 DBNK169P
060800     MOVE BCD-REC-LAST-USED TO WS-LAST-USED.                      DBNK169P
060900 OPEN-CARD-EXIT.                                                  DBNK169P
061000     EXIT.                                                        DBNK169P
061100                                                                  DBNK169P
061200***************************************************************** DBNK169P
061300* The card's uses are all read - keep its latest use            * DBNK169P
061400***************************************************************** DBNK169P
061500 CLOSE-CARD.                                                      DBNK169P
061600     IF WS-CUR-CARD-NO IS EQUAL TO SPACES OR                      DBNK169P
061700        WS-CARD-NOT-OURS OR                                       DBNK169P
061800        WS-LAST-USED-SAME                                         DBNK169P
061900        GO TO CLOSE-CARD-EXIT                                     DBNK169P
062000     END-IF.                                                      DBNK169P
062100     MOVE WS-LAST-USED TO BCD-REC-LAST-USED.                      DBNK169P
062200     REWRITE BNKCARD-REC                                          DBNK169P
062300       INVALID KEY                                                DBNK169P
062400         MOVE 'Unable to record card last use'                    DBNK169P
062500           TO WS-CONSOLE-MESSAGE                                  DBNK169P
062600         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK169P
062700     END-REWRITE.                                                 DBNK169P
062800 CLOSE-CARD-EXIT.                                                 DBNK169P
062900     EXIT.                                                        DBNK169P
063000                                                                  DBNK169P
063100***************************************************************** DBNK169P
063200* When and where the item happened: its business day, its       * DBNK169P
063300* minute for the windows and its place - the terminal for cash, * DBNK169P
063400* the merchant for a purchase                                   * DBNK169P
063500***************************************************************** DBNK169P
063600 PLACE-ONE-ITEM.                                                  DBNK169P
063700     IF BCT-REC-BUS-DATE IS NUMERIC                               DBNK169P
063800        MOVE BCT-REC-BUS-DATE TO WS-ITEM-DATE                     DBNK169P
063900     ELSE                                                         DBNK169P
064000        MOVE BCT-REC-TIMESTAMP (1:4) TO WS-ITEM-DATE (1:4)        DBNK169P
064100        MOVE BCT-REC-TIMESTAMP (6:2) TO WS-ITEM-DATE (5:2)        DBNK169P
064200        MOVE BCT-REC-TIMESTAMP (9:2) TO WS-ITEM-DATE (7:2)        DBNK169P
064300     END-IF.                                                      DBNK169P
064400     MOVE WS-ITEM-DATE TO WS-DATE-WORK.                           DBNK169P
064500     PERFORM COUNT-DAYS THRU                                      DBNK169P
064600             COUNT-DAYS-EXIT.                                     DBNK169P
064700     MOVE WS-DAY-NO TO WS-ITEM-DAY-NO.                            DBNK169P
064800     MOVE 0 TO WS-ITEM-MINUTE.                                    DBNK169P
064900     IF BCT-REC-TIME-KNOWN                                        DBNK169P
065000        MOVE BCT-REC-TIMESTAMP (1:4) TO WS-DATE-WORK (1:4)        DBNK169P
065100        MOVE BCT-REC-TIMESTAMP (6:2) TO WS-DATE-WORK (5:2)        DBNK169P
065200        MOVE BCT-REC-TIMESTAMP (9:2) TO WS-DATE-WORK (7:2)        DBNK169P
065300        PERFORM COUNT-DAYS THRU                                   DBNK169P
065400                COUNT-DAYS-EXIT                                   DBNK169P
065500        MOVE BCT-REC-TIMESTAMP TO WS-TS-WORK                      DBNK169P
065600        COMPUTE WS-ITEM-MINUTE = (WS-DAY-NO * 1440) +             DBNK169P
065700                                 (WS-TW-HH * 60) + WS-TW-MI       DBNK169P
065800     END-IF.                                                      DBNK169P
065900     IF BCT-REC-TERMINAL-ID IS NOT EQUAL TO SPACES                DBNK169P
066000        MOVE BCT-REC-TERMINAL-ID TO WS-ITEM-LOCATION              DBNK169P
066100     ELSE                                                         DBNK169P
066200        MOVE BCT-REC-MERCHANT TO WS-ITEM-LOCATION                 DBNK169P
066300     END-IF.                                                      DBNK169P
066400 PLACE-ONE-ITEM-EXIT.                                             DBNK169P
066500     EXIT.                                                        DBNK169P
066600                                                                  DBNK169P
066700 COUNT-DAYS.                                                      DBNK169P
066800     MOVE 0 TO WS-DAY-NO.                                         DBNK169P
066900     IF WS-DATE-WORK IS NUMERIC                                   DBNK169P
067000        COMPUTE WS-DAY-NO = (WS-DW-YYYY * 365) +                  DBNK169P
067100                            (WS-DW-MM * 30) + WS-DW-DD            DBNK169P
067200     END-IF.                                                      DBNK169P
067300 COUNT-DAYS-EXIT.                                                 DBNK169P
067400     EXIT.                                                        DBNK169P
067500                                                                  DBNK169P
067600***************************************************************** DBNK169P
067700* Keep the card's timed use for the windows, dropping the       * DBNK169P
067800* oldest once the table is full                                 * DBNK169P
067900***************************************************************** DBNK169P
068000 REMEMBER-USE.                                                    DBNK169P
068100     IF WS-UT-COUNT IS EQUAL TO 50                                DBNK169P
068200        PERFORM SHIFT-ONE-USE THRU                                DBNK169P
068300                SHIFT-ONE-USE-EXIT                                DBNK169P
068400          VARYING WS-SUB1 FROM 1 BY 1                             DBNK169P
068500            UNTIL WS-SUB1 IS GREATER THAN 49                      DBNK169P
068600        MOVE 49 TO WS-UT-COUNT                                    DBNK169P
068700     END-IF.                                                      DBNK169P
068800     ADD 1 TO WS-UT-COUNT.                                        DBNK169P
068900     MOVE WS-ITEM-MINUTE TO WS-UT-MINUTE (WS-UT-COUNT).           DBNK169P
069000     MOVE WS-ITEM-LOCATION TO WS-UT-LOCATION (WS-UT-COUNT).       DBNK169P
069100 REMEMBER-USE-EXIT.                                               DBNK169P
069200     EXIT.                                                        DBNK169P
069300                                                                  DBNK169P
069400 SHIFT-ONE-USE.                                                   DBNK169P
069500     MOVE WS-UT-ENTRY (WS-SUB1 + 1) TO WS-UT-ENTRY (WS-SUB1).     DBNK169P
069600 SHIFT-ONE-USE-EXIT.                                              DBNK169P
069700     EXIT.                                                        DBNK169P
069800                                                                  DBNK169P
069900***************************************************************** DBNK169P
070000* Score one use against the rules. The item is marked scored    * DBNK169P
070100* whatever it scores; at FRDQUEUE points it is queued and at    * DBNK169P
070200* FRDBLOCK points an active card of ours is also blocked        * DBNK169P
070300***************************************************************** DBNK169P
070400 SCORE-ONE-ITEM.                                                  DBNK169P
070500     ADD 1 TO WS-ITEMS-SCORED.                                    DBNK169P
070600     MOVE 0 TO WS-SCORE.                                          DBNK169P
070700     MOVE SPACES TO WS-RULES.                                     DBNK169P
070800     IF BCT-REC-TIME-KNOWN                                        DBNK169P
070900        PERFORM RULE-VELOCITY THRU                                DBNK169P
071000                RULE-VELOCITY-EXIT                                DBNK169P
071100        PERFORM RULE-LOCATIONS THRU                               DBNK169P
071200                RULE-LOCATIONS-EXIT                               DBNK169P
071300     END-IF.                                                      DBNK169P
071400     IF BCT-REC-DEBIT AND                                         DBNK169P
071500        BCT-REC-ACCNO IS NOT EQUAL TO SPACES                      DBNK169P
071600        PERFORM RULE-AMOUNT THRU                                  DBNK169P
071700                RULE-AMOUNT-EXIT                                  DBNK169P
071800     END-IF.                                                      DBNK169P
071900     IF WS-CARD-ON-FILE AND                                       DBNK169P
072000        WS-LAST-USED IS NUMERIC                                   DBNK169P
072100        PERFORM RULE-DORMANT THRU                                 DBNK169P
072200                RULE-DORMANT-EXIT                                 DBNK169P
072300     END-IF.                                                      DBNK169P
072400     MOVE WS-SCORE TO BCT-REC-SCORE.                              DBNK169P
072500     SET BCT-REC-SCORED TO TRUE.                                  DBNK169P
072600     REWRITE BNKCACT-REC                                          DBNK169P
072700       INVALID KEY                                                DBNK169P
072800         MOVE 'Unable to mark card use scored'                    DBNK169P
072900           TO WS-CONSOLE-MESSAGE                                  DBNK169P
073000         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK169P
073100     END-REWRITE.                                                 DBNK169P
073200     IF WS-SCORE IS LESS THAN WS-QUEUE-SCORE                      DBNK169P
073300        GO TO SCORE-ONE-ITEM-EXIT                                 DBNK169P
073400     END-IF.                                                      DBNK169P
073500                                                                  DBNK169P
073600     MOVE 'QUEUED' TO WS-ACTION.                                  DBNK169P
073700     MOVE SPACES TO BNKFRDQ-REC.                                  DBNK169P
073800     SET BFQ-REC-CARD-LEFT TO TRUE.                               DBNK169P
073900     IF WS-SCORE IS NOT LESS THAN WS-BLOCK-SCORE AND              DBNK169P
074000        WS-CARD-ON-FILE AND                                       DBNK169P
074100        BCD-REC-ACTIVE                                            DBNK169P
074200        SET BCD-REC-BLOCKED TO TRUE                               DBNK169P
074300        REWRITE BNKCARD-REC                                       DBNK169P
074400          INVALID KEY                                             DBNK169P
074500            MOVE 'Unable to block card' TO WS-CONSOLE-MESSAGE     DBNK169P
074600            PERFORM DISPLAY-CONSOLE-MESSAGE                       DBNK169P
074700            SET BCD-REC-ACTIVE TO TRUE                            DBNK169P
074800        END-REWRITE                                               DBNK169P
074900        IF BCD-REC-BLOCKED                                        DBNK169P
075000           SET BFQ-REC-CARD-BLOCKED TO TRUE                       DBNK169P
075100           MOVE 'CARD BLOCKED' TO WS-ACTION                       DBNK169P
075200           ADD 1 TO WS-CARDS-BLOCKED                              DBNK169P
075300        END-IF                                                    DBNK169P
075400     END-IF.                                                      DBNK169P
075500                                                                  DBNK169P
075600 COPY CTSTAMPP.                                                   DBNK169P
075700     MOVE WS-TIMESTAMP TO WS-CASE-TS.                             DBNK169P
075800     MOVE 0 TO WS-CASE-TRIES.                                     DBNK169P
075900     MOVE BCT-REC-CARD-NO TO BFQ-REC-CARD-NO.                     DBNK169P
076000     MOVE BCT-REC-TIMESTAMP TO BFQ-REC-ITEM-TS.                   DBNK169P
076100     MOVE BCT-REC-PID TO BFQ-REC-PID.                             DBNK169P
076200     MOVE BCT-REC-ACCNO TO BFQ-REC-ACCNO.                         DBNK169P
076300     MOVE BCT-REC-CHANNEL TO BFQ-REC-CHANNEL.                     DBNK169P
076400     MOVE WS-ITEM-LOCATION TO BFQ-REC-LOCATION.                   DBNK169P
076500     MOVE BCT-REC-AMOUNT TO BFQ-REC-AMOUNT.                       DBNK169P
076600     MOVE BCT-REC-REFNO TO BFQ-REC-REFNO.                         DBNK169P
076700     MOVE WS-SCORE TO BFQ-REC-SCORE.                              DBNK169P
076800     MOVE WS-RULE-VELOCITY TO BFQ-REC-RULE-VELOCITY.              DBNK169P
076900     MOVE WS-RULE-LOCATIONS TO BFQ-REC-RULE-LOCATIONS.            DBNK169P
077000     MOVE WS-RULE-AMOUNT TO BFQ-REC-RULE-AMOUNT.                  DBNK169P
077100     MOVE WS-RULE-DORMANT TO BFQ-REC-RULE-DORMANT.                DBNK169P
077200     MOVE WS-RUN-DATE TO BFQ-REC-QUEUED-DATE.                     DBNK169P
077300     SET BFQ-REC-IS-PENDING TO TRUE.                              DBNK169P
077400 SCORE-QUEUE-WRITE.                                               DBNK169P
077500     SET TREF-FUNC-ENCODE TO TRUE.                                DBNK169P
077600     MOVE WS-CASE-TS TO TREF-TIMESTAMP.                           DBNK169P
077700     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK169P
077800     MOVE TREF-REFNO TO BFQ-REC-CASE-ID.                          DBNK169P
077900     WRITE BNKFRDQ-REC                                            DBNK169P
078000       INVALID KEY                                                DBNK169P
078100         ADD 1 TO WS-CASE-TRIES                                   DBNK169P
078200         IF WS-CASE-TRIES IS LESS THAN 100                        DBNK169P
078300            ADD 1 TO WS-CASE-MICRO                                DBNK169P
078400            GO TO SCORE-QUEUE-WRITE                               DBNK169P
078500         END-IF                                                   DBNK169P
078600         MOVE 'Unable to queue card item' TO WS-CONSOLE-MESSAGE   DBNK169P
078700         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK169P
078800         GO TO SCORE-ONE-ITEM-EXIT                                DBNK169P
078900     END-WRITE.                                                   DBNK169P
079000     ADD 1 TO WS-ITEMS-QUEUED.                                    DBNK169P
079100                                                                  DBNK169P
079200     MOVE SPACES TO MASK-INPUT.                                   DBNK169P
079300     MOVE BCT-REC-CARD-NO TO MASK-INPUT.                          DBNK169P
079400     CALL 'UCRDMASK' USING WS-MASK-DATA.                          DBNK169P
079500     MOVE BCT-REC-AMOUNT TO WS-EDIT-AMT-9-2.                      DBNK169P
079600     MOVE SPACES TO FRDRPT-REC.                                   DBNK169P
079700     STRING '  '                     DELIMITED BY SIZE            DBNK169P
079800            MASK-OUTPUT              DELIMITED BY SIZE            DBNK169P
079900            ' '                      DELIMITED BY SIZE            DBNK169P
080000            BCT-REC-PID              DELIMITED BY SIZE            DBNK169P
080100            ' '                      DELIMITED BY SIZE            DBNK169P
080200            BCT-REC-CHANNEL          DELIMITED BY SIZE            DBNK169P
080300            '  '                     DELIMITED BY SIZE            DBNK169P
080400            WS-ITEM-LOCATION (1:20)  DELIMITED BY SIZE            DBNK169P
080500            WS-EDIT-AMT-9-2          DELIMITED BY SIZE            DBNK169P
080600            '  '                     DELIMITED BY SIZE            DBNK169P
080700            WS-SCORE                 DELIMITED BY SIZE            DBNK169P
080800            ' '                      DELIMITED BY SIZE            DBNK169P
080900            WS-RULES                 DELIMITED BY SIZE            DBNK169P
081000            ' '                      DELIMITED BY SIZE            DBNK169P
081100            WS-ACTION                DELIMITED BY SIZE            DBNK169P
081200            ' '                      DELIMITED BY SIZE            DBNK169P
081300            BFQ-REC-CASE-ID          DELIMITED BY SIZE            DBNK169P
081400       INTO FRDRPT-REC.                                           DBNK169P
081500     WRITE FRDRPT-REC.                                            DBNK169P
081600 SCORE-ONE-ITEM-EXIT.                                             DBNK169P
081700     EXIT.                                                        DBNK169P
081800                                                                  DBNK169P
081900***************************************************************** DBNK169P
082000* Velocity - uses of the card within the hour up to this one    * DBNK169P
082100***************************************************************** DBNK169P
082200 RULE-VELOCITY.                                                   DBNK169P
082300     MOVE 1 TO WS-USES-IN-HOUR.                                   DBNK169P
082400     PERFORM COUNT-ONE-USE THRU                                   DBNK169P
082500             COUNT-ONE-USE-EXIT                                   DBNK169P
082600       VARYING WS-SUB1 FROM 1 BY 1                                DBNK169P
082700         UNTIL WS-SUB1 IS GREATER THAN WS-UT-COUNT.               DBNK169P
082800     IF WS-USES-IN-HOUR IS GREATER THAN WS-VEL-LIMIT              DBNK169P
082900        MOVE 'V' TO WS-RULE-VELOCITY                              DBNK169P
083000        ADD WS-VEL-POINTS TO WS-SCORE                             DBNK169P
083100     END-IF.                                                      DBNK169P
083200 RULE-VELOCITY-EXIT.                                              DBNK169P
083300     EXIT.                                                        DBNK169P
083400                                                                  DBNK169P
083500 COUNT-ONE-USE.                                                   DBNK169P
083600     COMPUTE WS-AGE-MINUTES =                                     DBNK169P
083700         WS-ITEM-MINUTE - WS-UT-MINUTE (WS-SUB1).                 DBNK169P
083800     IF WS-AGE-MINUTES IS LESS THAN 60                            DBNK169P
083900        ADD 1 TO WS-USES-IN-HOUR                                  DBNK169P
084000     END-IF.                                                      DBNK169P
084100 COUNT-ONE-USE-EXIT.                                              DBNK169P
084200     EXIT.                                                        DBNK169P
084300                                                                  DBNK169P
084400***************************************************************** DBNK169P
084500* Locations - distinct terminals or merchants within the        * DBNK169P
084600* FRDLOCMN window up to this use                                * DBNK169P
084700***************************************************************** DBNK169P
084800 RULE-LOCATIONS.                                                  DBNK169P
084900     MOVE 1 TO WS-PT-COUNT.                                       DBNK169P
085000     MOVE WS-ITEM-LOCATION TO WS-PT-LOCATION (1).                 DBNK169P
085100     PERFORM PLACE-ONE-USE THRU                                   DBNK169P
085200             PLACE-ONE-USE-EXIT                                   DBNK169P
085300       VARYING WS-SUB1 FROM 1 BY 1                                DBNK169P
085400         UNTIL WS-SUB1 IS GREATER THAN WS-UT-COUNT.               DBNK169P
085500     IF WS-PT-COUNT IS GREATER THAN WS-LOC-LIMIT                  DBNK169P
085600        MOVE 'L' TO WS-RULE-LOCATIONS                             DBNK169P
085700        ADD WS-LOC-POINTS TO WS-SCORE                             DBNK169P
085800     END-IF.                                                      DBNK169P
085900 RULE-LOCATIONS-EXIT.                                             DBNK169P
086000     EXIT.                                                        DBNK169P
086100                                                                  DBNK169P
086200 PLACE-ONE-USE.                                                   DBNK169P
086300     COMPUTE WS-AGE-MINUTES =                                     DBNK169P
086400         WS-ITEM-MINUTE - WS-UT-MINUTE (WS-SUB1).                 DBNK169P
086500     IF WS-AGE-MINUTES IS NOT LESS THAN WS-LOC-MINUTES            DBNK169P
086600        GO TO PLACE-ONE-USE-EXIT                                  DBNK169P
086700     END-IF.                                                      DBNK169P
086800     MOVE 0 TO WS-HIT-SUB.                                        DBNK169P
086900     PERFORM FIND-ONE-PLACE THRU                                  DBNK169P
087000             FIND-ONE-PLACE-EXIT                                  DBNK169P
087100       VARYING WS-SUB2 FROM 1 BY 1                                DBNK169P
087200         UNTIL WS-SUB2 IS GREATER THAN WS-PT-COUNT                DBNK169P
087300            OR WS-HIT-SUB IS GREATER THAN 0.                      DBNK169P
087400     IF WS-HIT-SUB IS EQUAL TO 0                                  DBNK169P
087500        ADD 1 TO WS-PT-COUNT                                      DBNK169P
087600        MOVE WS-UT-LOCATION (WS-SUB1)                             DBNK169P
087700          TO WS-PT-LOCATION (WS-PT-COUNT)                         DBNK169P
087800     END-IF.                                                      DBNK169P
087900 PLACE-ONE-USE-EXIT.                                              DBNK169P
088000     EXIT.                                                        DBNK169P
088100                                                                  DBNK169P
088200 FIND-ONE-PLACE.                                                  DBNK169P
088300     IF WS-PT-LOCATION (WS-SUB2) IS EQUAL TO                      DBNK169P
088400        WS-UT-LOCATION (WS-SUB1)                                  DBNK169P
088500        MOVE WS-SUB2 TO WS-HIT-SUB                                DBNK169P
088600     END-IF.                                                      DBNK169P
088700 FIND-ONE-PLACE-EXIT.                                             DBNK169P
088800     EXIT.                                                        DBNK169P
088900                                                                  DBNK169P
089000***************************************************************** DBNK169P
089100* Amount - a debit far above the account's usual day. The norm  * DBNK169P
089200* is the average change between the account's end-of-day        * DBNK169P
089300* balances over the last month, never less than FRDAMTFL        * DBNK169P
089400***************************************************************** DBNK169P
089500 RULE-AMOUNT.                                                     DBNK169P
089600     IF BCT-REC-ACCNO IS NOT EQUAL TO WS-NORM-ACCNO               DBNK169P
089700        PERFORM FIND-NORM THRU                                    DBNK169P
089800                FIND-NORM-EXIT                                    DBNK169P
089900     END-IF.                                                      DBNK169P
090000     IF WS-NORM-UNKNOWN                                           DBNK169P
090100        GO TO RULE-AMOUNT-EXIT                                    DBNK169P
090200     END-IF.                                                      DBNK169P
090300     COMPUTE WS-NORM-LIMIT = WS-NORM-AMOUNT * WS-AMT-MULTIPLE.    DBNK169P
090400     IF BCT-REC-AMOUNT IS GREATER THAN WS-NORM-LIMIT              DBNK169P
090500        MOVE 'A' TO WS-RULE-AMOUNT                                DBNK169P
090600        ADD WS-AMT-POINTS TO WS-SCORE                             DBNK169P
090700     END-IF.                                                      DBNK169P
090800 RULE-AMOUNT-EXIT.                                                DBNK169P
090900     EXIT.                                                        DBNK169P
091000                                                                  DBNK169P
091100 FIND-NORM.                                                       DBNK169P
091200     MOVE BCT-REC-ACCNO TO WS-NORM-ACCNO.                         DBNK169P
091300     SET WS-NORM-UNKNOWN TO TRUE.                                 DBNK169P
091400     MOVE 0 TO WS-NORM-TOTAL.                                     DBNK169P
091500     MOVE -1 TO WS-NORM-DAYS.                                     DBNK169P
091600     MOVE BCT-REC-ACCNO TO BBH-REC-ACCNO.                         DBNK169P
091700     MOVE WS-HIST-FROM-DATE TO BBH-REC-DATE.                      DBNK169P
091800     START BNKHIST-FILE KEY IS NOT LESS THAN BBH-REC-KEY          DBNK169P
091900       INVALID KEY                                                DBNK169P
092000         GO TO FIND-NORM-EXIT                                     DBNK169P
092100     END-START.                                                   DBNK169P
092200 FIND-NORM-LOOP.                                                  DBNK169P
092300     READ BNKHIST-FILE NEXT                                       DBNK169P
092400       AT END                                                     DBNK169P
092500         GO TO FIND-NORM-ENDED                                    DBNK169P
092600     END-READ.                                                    DBNK169P
092700     IF BBH-REC-ACCNO IS NOT EQUAL TO WS-NORM-ACCNO               DBNK169P
092800        GO TO FIND-NORM-ENDED                                     DBNK169P
092900     END-IF.                                                      DBNK169P
093000     IF WS-NORM-DAYS IS NOT LESS THAN 0                           DBNK169P
093100        COMPUTE WS-MOVEMENT = BBH-REC-BALANCE - WS-PREV-BALANCE   DBNK169P
093200        IF WS-MOVEMENT IS LESS THAN 0                             DBNK169P
093300           COMPUTE WS-MOVEMENT = 0 - WS-MOVEMENT                  DBNK169P
093400        END-IF                                                    DBNK169P
093500        ADD WS-MOVEMENT TO WS-NORM-TOTAL                          DBNK169P
093600     END-IF.                                                      DBNK169P
093700     ADD 1 TO WS-NORM-DAYS.                                       DBNK169P
093800     MOVE BBH-REC-BALANCE TO WS-PREV-BALANCE.                     DBNK169P
093900     GO TO FIND-NORM-LOOP.                                        DBNK169P
094000 FIND-NORM-ENDED.                                                 DBNK169P
094100     IF WS-NORM-DAYS IS LESS THAN 1                               DBNK169P
094200        GO TO FIND-NORM-EXIT                                      DBNK169P
094300     END-IF.                                                      DBNK169P
094400     COMPUTE WS-NORM-AMOUNT ROUNDED =                             DBNK169P
094500         WS-NORM-TOTAL / WS-NORM-DAYS.                            DBNK169P
094600     IF WS-NORM-AMOUNT IS LESS THAN WS-NORM-FLOOR                 DBNK169P
094700        MOVE WS-NORM-FLOOR TO WS-NORM-AMOUNT                      DBNK169P
094800     END-IF.                                                      DBNK169P
094900     SET WS-NORM-KNOWN TO TRUE.                                   DBNK169P
095000 FIND-NORM-EXIT.                                                  DBNK169P
095100     EXIT.                                                        DBNK169P
095200                                                                  DBNK169P
095300***************************************************************** DBNK169P
095400* Dormant - the card's first use after FRDDORMD idle days. A    * DBNK169P
095500* card with no use yet recorded has nothing to measure against  * DBNK169P
095600***************************************************************** DBNK169P
095700 RULE-DORMANT.                                                    DBNK169P
095800     MOVE WS-LAST-USED TO WS-DATE-WORK.                           DBNK169P
095900     PERFORM COUNT-DAYS THRU                                      DBNK169P
096000             COUNT-DAYS-EXIT.                                     DBNK169P
096100     COMPUTE WS-IDLE-DAYS = WS-ITEM-DAY-NO - WS-DAY-NO.           DBNK169P
096200     IF WS-IDLE-DAYS IS GREATER THAN WS-DORM-DAYS                 DBNK169P
096300        MOVE 'D' TO WS-RULE-DORMANT                               DBNK169P
096400        ADD WS-DORM-POINTS TO WS-SCORE                            DBNK169P
096500     END-IF.                                                      DBNK169P
096600 RULE-DORMANT-EXIT.                                               DBNK169P
096700     EXIT.                                                        DBNK169P
096800                                                                  DBNK169P
096900***************************************************************** DBNK169P
097000* Check file open OK                                            * DBNK169P
097100***************************************************************** DBNK169P
097200 CHECK-OPEN.                                                      DBNK169P
097300     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK169P
097400        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK169P
097500        STRING WS-FILE       DELIMITED BY ' '                     DBNK169P
097600               ' opened ok' DELIMITED BY SIZE                     DBNK169P
097700          INTO WS-CONSOLE-MESSAGE                                 DBNK169P
097800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK169P
097900     ELSE                                                         DBNK169P
098000        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK169P
098100        STRING WS-FILE          DELIMITED BY ' '                  DBNK169P
098200               ' did not open' DELIMITED BY SIZE                  DBNK169P
098300          INTO WS-CONSOLE-MESSAGE                                 DBNK169P
098400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK169P
098500        PERFORM DISPLAY-IO-STATUS                                 DBNK169P
098600        ADD 1 TO WS-OPEN-ERROR                                    DBNK169P
098700     END-IF.                                                      DBNK169P
098800 CHECK-OPEN-EXIT.                                                 DBNK169P
098900     EXIT.                                                        DBNK169P
099000                                                                  DBNK169P
099100***************************************************************** DBNK169P
099200* Display the file status bytes. This routine will display as  *  DBNK169P
099300* two digits if the full two byte file status is numeric. If   *  DBNK169P
099400* second byte is non-numeric then it will be treated as a      *  DBNK169P
099500* binary number.                                                * DBNK169P
099600***************************************************************** DBNK169P
099700 DISPLAY-IO-STATUS.                                               DBNK169P
099800     IF WS-IO-STATUS NUMERIC                                      DBNK169P
099900        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK169P
100000        STRING 'File status -' DELIMITED BY SIZE                  DBNK169P
100100               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK169P
100200          INTO WS-CONSOLE-MESSAGE                                 DBNK169P
100300        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK169P
100400     ELSE                                                         DBNK169P
100500        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK169P
100600        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK169P
100700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK169P
100800        STRING 'File status -' DELIMITED BY SIZE                  DBNK169P
100900               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK169P
101000               '/'            DELIMITED BY SIZE                   DBNK169P
101100               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK169P
101200          INTO WS-CONSOLE-MESSAGE                                 DBNK169P
101300        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK169P
101400     END-IF.                                                      DBNK169P
101500                                                                  DBNK169P
101600***************************************************************** DBNK169P
101700* Display CONSOLE messages...                                   * DBNK169P
101800***************************************************************** DBNK169P
101900 DISPLAY-CONSOLE-MESSAGE.                                         DBNK169P
102000     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK169P
102100     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK169P
102200                                                                  DBNK169P
102300 COPY CTIMERP.                                                    DBNK169P
102400                                                                  DBNK169P
