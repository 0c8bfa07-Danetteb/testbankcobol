000100***************************************************************** DBNK214P
000200*                                                               * DBNK214P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK214P
000400*   This demonstration program is provided for use by users     * DBNK214P
000500*   of Micro Focus products and may be used, modified and       * DBNK214P
000600*   distributed as part of your application provided that       * DBNK214P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK214P
000800*   in this material.                                           * DBNK214P
000900*                                                               * DBNK214P
001000***************************************************************** DBNK214P
001100                                                                  DBNK214P
001200***************************************************************** DBNK214P
001300* Program:     DBNK214P.CBL                                     * DBNK214P
001400* Function:    ATM device status intake. Takes the status       * DBNK214P
001500*              messages the terminals send (ATMSTAT) and keeps  * DBNK214P
001600*              the BNKATFL fault log for each BNKATRM terminal: * DBNK214P
001700*              a fault message opens a fault, or counts again   * DBNK214P
001800*              against the same cause already open, and IS      * DBNK214P
001900*              (back in service) clears every open fault. Out   * DBNK214P
002000*              of service and cassette empty take the terminal  * DBNK214P
002100*              out of service on BNKATRM; back in service puts  * DBNK214P
002200*              it back. Any fault then open for the BNKPARM     * DBNK214P
002300*              ATMFLTMN minutes or longer (30 when not set) has * DBNK214P
002400*              a ticket raised to ATMTKT for the field          * DBNK214P
002500*              engineers, once. Messages for an unknown         * DBNK214P
002600*              terminal or with an unknown code are rejected to * DBNK214P
002700*              the console. May be run as often as the feed is  * DBNK214P
002800*              delivered during the day. VSAM version           * DBNK214P
002900***************************************************************** DBNK214P
003000                                                                  DBNK214P
003100 IDENTIFICATION DIVISION.                                         DBNK214P
003200 PROGRAM-ID.                                                      DBNK214P
003300     DBNK214P.                                                    DBNK214P
003400 DATE-WRITTEN.                                                    DBNK214P
003500     October 2008.                                                DBNK214P
003600 DATE-COMPILED.                                                   DBNK214P
003700     Today.                                                       DBNK214P
003800                                                                  DBNK214P
003900 ENVIRONMENT DIVISION.                                            DBNK214P
004000                                                                  DBNK214P
004100 INPUT-OUTPUT   SECTION.                                          DBNK214P
004200   FILE-CONTROL.                                                  DBNK214P
004300     SELECT ATMSTAT-FILE                                          DBNK214P
004400            ASSIGN       TO ATMSTAT                               DBNK214P
004500            ORGANIZATION IS SEQUENTIAL                            DBNK214P
004600            FILE STATUS  IS WS-ATMSTAT-STATUS.                    DBNK214P
004700                                                                  DBNK214P
004800     SELECT ATMTKT-FILE                                           DBNK214P
004900            ASSIGN       TO ATMTKT                                DBNK214P
005000            ORGANIZATION IS SEQUENTIAL                            DBNK214P
005100            FILE STATUS  IS WS-ATMTKT-STATUS.                     DBNK214P
005200                                                                  DBNK214P
005300     SELECT BNKATRM-FILE                                          DBNK214P
005400            ASSIGN       TO BNKATRM                               DBNK214P
005500            ORGANIZATION IS INDEXED                               DBNK214P
005600            ACCESS MODE  IS RANDOM                                DBNK214P
005700            RECORD KEY   IS BTM-REC-TERM-ID                       DBNK214P
005800            FILE STATUS  IS WS-BNKATRM-STATUS.                    DBNK214P
005900                                                                  DBNK214P
006000     SELECT BNKATFL-FILE                                          DBNK214P
006100            ASSIGN       TO BNKATFL                               DBNK214P
006200            ORGANIZATION IS INDEXED                               DBNK214P
006300            ACCESS MODE  IS DYNAMIC                               DBNK214P
006400            RECORD KEY   IS BAF-REC-KEY                           DBNK214P
006500            FILE STATUS  IS WS-BNKATFL-STATUS.                    DBNK214P
006600                                                                  DBNK214P
006700     SELECT BNKPARM-FILE                                          DBNK214P
006800            ASSIGN       TO BNKPARM                               DBNK214P
006900            ORGANIZATION IS INDEXED                               DBNK214P
007000            ACCESS MODE  IS RANDOM                                DBNK214P
007100            RECORD KEY   IS PRM-REC-KEY                           DBNK214P
007200            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBNK214P
007300                                                                  DBNK214P
007400 DATA DIVISION.                                                   DBNK214P
007500                                                                  DBNK214P
007600 FILE SECTION.                                                    DBNK214P
007700 FD  ATMSTAT-FILE.                                                DBNK214P
007800 01  AST-REC.                                                     DBNK214P
007900   05  AST-REC-TERM-ID                  PIC X(4).                 DBNK214P
008000   05  AST-REC-DATE                     PIC X(8).                 DBNK214P
008100   05  AST-REC-TIME                     PIC X(6).                 DBNK214P
008200   05  AST-REC-CODE                     PIC X(2).                 DBNK214P
008300     88  AST-REC-BACK-IN-SERVICE        VALUE 'IS'.               DBNK214P
008400   05  FILLER                           PIC X(20).                DBNK214P
008500                                                                  DBNK214P
008600 FD  ATMTKT-FILE.                                                 DBNK214P
008700 01  ATK-REC.                                                     DBNK214P
008800   05  ATK-REC-TICKET-REF               PIC X(12).                DBNK214P
008900   05  ATK-REC-TERM-ID                  PIC X(4).                 DBNK214P
009000   05  ATK-REC-BRANCH-CODE              PIC X(4).                 DBNK214P
009100   05  ATK-REC-LOCATION                 PIC X(30).                DBNK214P
009200   05  ATK-REC-CAUSE                    PIC X(2).                 DBNK214P
009300   05  ATK-REC-CAUSE-DESC               PIC X(20).                DBNK214P
009400   05  ATK-REC-SINCE-DATE               PIC X(8).                 DBNK214P
009500   05  ATK-REC-SINCE-TIME               PIC X(6).                 DBNK214P
009600   05  ATK-REC-RAISED-DATE              PIC X(8).                 DBNK214P
009700   05  ATK-REC-RAISED-TIME              PIC X(6).                 DBNK214P
009800   05  ATK-REC-MSG-COUNT                PIC 9(3).                 DBNK214P
009900   05  FILLER                           PIC X(17).                DBNK214P
010000                                                                  DBNK214P
010100 FD  BNKATRM-FILE.                                                DBNK214P
010200 01  BNKATRM-REC.                                                 DBNK214P
010300 COPY CBANKVTM.                                                   DBNK214P
010400                                                                  DBNK214P
010500 FD  BNKATFL-FILE.                                                DBNK214P
010600 01  BNKATFL-REC.                                                 DBNK214P
010700 COPY CBANKVAF.                                                   DBNK214P
010800                                                                  DBNK214P
010900 FD  BNKPARM-FILE.                                                DBNK214P
011000 01  BNKPARM-REC.                                                 DBNK214P
011100 COPY CBANKVPM.                                                   DBNK214P
011200                                                                  DBNK214P
011300 WORKING-STORAGE SECTION.                                         DBNK214P
011400 COPY CTIMERD.                                                    DBNK214P
011500 COPY CTSTAMPD.                                                   DBNK214P
011600                                                                  DBNK214P
011700 01  WS-MISC-STORAGE.                                             DBNK214P
011800   05  WS-PROGRAM-ID                         PIC X(8)             DBNK214P
011900       VALUE 'DBNK214P'.                                          DBNK214P
012000                                                                  DBNK214P
012100   05  WS-ATMSTAT-STATUS.                                         DBNK214P
012200     10  WS-ATMSTAT-STAT1                    PIC X(1).            DBNK214P
012300     10  WS-ATMSTAT-STAT2                    PIC X(1).            DBNK214P
012400                                                                  DBNK214P
012500   05  WS-ATMTKT-STATUS.                                          DBNK214P
012600     10  WS-ATMTKT-STAT1                     PIC X(1).            DBNK214P
012700     10  WS-ATMTKT-STAT2                     PIC X(1).            DBNK214P
012800                                                                  DBNK214P
012900   05  WS-BNKATRM-STATUS.                                         DBNK214P
013000     10  WS-BNKATRM-STAT1                    PIC X(1).            DBNK214P
013100     10  WS-BNKATRM-STAT2                    PIC X(1).            DBNK214P
013200                                                                  DBNK214P
013300   05  WS-BNKATFL-STATUS.                                         DBNK214P
013400     10  WS-BNKATFL-STAT1                    PIC X(1).            DBNK214P
013500     10  WS-BNKATFL-STAT2                    PIC X(1).            DBNK214P
013600                                                                  DBNK214P
013700   05  WS-BNKPARM-STATUS.                                         DBNK214P
013800     10  WS-BNKPARM-STAT1                    PIC X(1).            DBNK214P
013900     10  WS-BNKPARM-STAT2                    PIC X(1).            DBNK214P
014000                                                                  DBNK214P
014100   05  WS-IO-STATUS.                                              DBNK214P
014200     10  WS-IO-STAT1                         PIC X(1).            DBNK214P
014300     10  WS-IO-STAT2                         PIC X(1).            DBNK214P
014400                                                                  DBNK214P
014500   05  WS-TWO-BYTES.                                              DBNK214P
014600     10  WS-TWO-BYTES-LEFT                   PIC X(1).            DBNK214P
014700     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            DBNK214P
014800   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK214P
014900                                             PIC 9(1) COMP.       DBNK214P
015000                                                                  DBNK214P
015100   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK214P
015200     88  OPEN-OK                              VALUE 0.            DBNK214P
015300                                                                  DBNK214P
015400   05  WS-FILE                               PIC X(16).           DBNK214P
015500                                                                  DBNK214P
015600   05  WS-MESSAGES-READ                      PIC 9(5)             DBNK214P
015700       VALUE ZERO.                                                DBNK214P
015800   05  WS-MESSAGES-REJECTED                  PIC 9(5)             DBNK214P
015900       VALUE ZERO.                                                DBNK214P
016000   05  WS-FAULTS-OPENED                      PIC 9(5)             DBNK214P
016100       VALUE ZERO.                                                DBNK214P
016200   05  WS-FAULTS-REPEATED                    PIC 9(5)             DBNK214P
016300       VALUE ZERO.                                                DBNK214P
016400   05  WS-FAULTS-CLEARED                     PIC 9(5)             DBNK214P
016500       VALUE ZERO.                                                DBNK214P
016600   05  WS-TICKETS-RAISED                     PIC 9(5)             DBNK214P
016700       VALUE ZERO.                                                DBNK214P
016800                                                                  DBNK214P
016900   05  WS-FAULT-FOUND                        PIC X(1).            DBNK214P
017000     88  WS-FAULT-IS-FOUND                    VALUE 'Y'.          DBNK214P
017100     88  WS-FAULT-NOT-FOUND                   VALUE 'N'.          DBNK214P
017200                                                                  DBNK214P
017300   05  WS-SUB1                               PIC S9(4) COMP.      DBNK214P
017400   05  WS-CAUSE-SUB                          PIC S9(4) COMP.      DBNK214P
017410   05  WS-CAUSE-CODE                         PIC X(2).            DBNK214P
017500                                                                  DBNK214P
017600* A fault is ticketed once it has been open this many minutes;    DBNK214P
017700* BNKPARM key ATMFLTMN overrides the default                      DBNK214P
017800   05  WS-TICKET-MINS                        PIC S9(7) COMP-3.    DBNK214P
017900   05  WS-AGE-MINS                           PIC S9(7) COMP-3.    DBNK214P
018000                                                                  DBNK214P
018100* Run date and time the ticket sweep ages open faults against     DBNK214P
018200   05  WS-RUN-DATE.                                               DBNK214P
018300     10  WS-RUN-YYYY                         PIC 9(4).            DBNK214P
018400     10  WS-RUN-MM                           PIC 9(2).            DBNK214P
018500     10  WS-RUN-DD                           PIC 9(2).            DBNK214P
018600   05  WS-RUN-TIME.                                               DBNK214P
018700     10  WS-RUN-HH                           PIC 9(2).            DBNK214P
018800     10  WS-RUN-MI                           PIC 9(2).            DBNK214P
018900     10  WS-RUN-SS                           PIC 9(2).            DBNK214P
019000   05  WS-FLT-DATE.                                               DBNK214P
019100     10  WS-FLT-YYYY                         PIC 9(4).            DBNK214P
019200     10  WS-FLT-MM                           PIC 9(2).            DBNK214P
019300     10  WS-FLT-DD                           PIC 9(2).            DBNK214P
019400   05  WS-FLT-TIME.                                               DBNK214P
019500     10  WS-FLT-HH                           PIC 9(2).            DBNK214P
019600     10  WS-FLT-MI                           PIC 9(2).            DBNK214P
019700     10  WS-FLT-SS                           PIC 9(2).            DBNK214P
019800                                                                  DBNK214P
019900* The fault causes a terminal reports, with the description the   DBNK214P
020000* ticket carries                                                  DBNK214P
020100 01  WS-CAUSE-NAMES.                                              DBNK214P
020200   05  FILLER                                PIC X(22)            DBNK214P
020300       VALUE 'OSOut of service'.                                  DBNK214P
020400   05  FILLER                                PIC X(22)            DBNK214P
020500       VALUE 'CECassette empty'.                                  DBNK214P
020600   05  FILLER                                PIC X(22)            DBNK214P
020700       VALUE 'CRCard reader fault'.                               DBNK214P
020800   05  FILLER                                PIC X(22)            DBNK214P
020900       VALUE 'CLCassette low'.                                    DBNK214P
021000   05  FILLER                                PIC X(22)            DBNK214P
021100       VALUE 'DFDeposit module full'.                             DBNK214P
021200 01  WS-CAUSE-NAMES-R REDEFINES WS-CAUSE-NAMES.                   DBNK214P
021300   05  WS-CN-ENTRY OCCURS 5 TIMES.                                DBNK214P
021400     10  WS-CN-CODE                          PIC X(2).            DBNK214P
021500     10  WS-CN-DESC                          PIC X(20).           DBNK214P
021600                                                                  DBNK214P
021700 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK214P
021800                                                                  DBNK214P
021900 PROCEDURE DIVISION.                                              DBNK214P
022000     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK214P
022100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK214P
022200     PERFORM RUN-TIME.                                            DBNK214P
022300                                                                  DBNK214P
022400     SET OPEN-OK TO TRUE.                                         DBNK214P
022500                                                                  DBNK214P
022600     OPEN INPUT ATMSTAT-FILE.                                     DBNK214P
022700     MOVE WS-ATMSTAT-STATUS TO WS-IO-STATUS.                      DBNK214P
022800     MOVE 'ATMSTAT-FILE' TO WS-FILE.                              DBNK214P
022900     PERFORM CHECK-OPEN THRU                                      DBNK214P
023000             CHECK-OPEN-EXIT.                                     DBNK214P
023100                                                                  DBNK214P
023200     OPEN OUTPUT ATMTKT-FILE.                                     DBNK214P
023300     MOVE WS-ATMTKT-STATUS TO WS-IO-STATUS.                       DBNK214P
023400     MOVE 'ATMTKT-FILE' TO WS-FILE.                               DBNK214P
023500     PERFORM CHECK-OPEN THRU                                      DBNK214P
023600             CHECK-OPEN-EXIT.                                     DBNK214P
023700                                                                  DBNK214P
023800     OPEN I-O BNKATRM-FILE.                                       DBNK214P
023900     MOVE WS-BNKATRM-STATUS TO WS-IO-STATUS.                      DBNK214P
024000     MOVE 'BNKATRM-FILE' TO WS-FILE.                              DBNK214P
024100     PERFORM CHECK-OPEN THRU                                      DBNK214P
024200             CHECK-OPEN-EXIT.                                     DBNK214P
024300                                                                  DBNK214P
024400     OPEN I-O BNKATFL-FILE.                                       DBNK214P
024500     MOVE WS-BNKATFL-STATUS TO WS-IO-STATUS.                      DBNK214P
024600     MOVE 'BNKATFL-FILE' TO WS-FILE.                              DBNK214P
024700     PERFORM CHECK-OPEN THRU                                      DBNK214P
024800             CHECK-OPEN-EXIT.                                     DBNK214P
024900                                                                  DBNK214P
025000     OPEN INPUT BNKPARM-FILE.                                     DBNK214P
025100     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBNK214P
025200     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBNK214P
025300     PERFORM CHECK-OPEN THRU                                      DBNK214P
025400             CHECK-OPEN-EXIT.                                     DBNK214P
025500                                                                  DBNK214P
025600     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK214P
025700        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK214P
025800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK214P
025900        MOVE 16 TO RETURN-CODE                                    DBNK214P
026000        GO TO QUICK-EXIT                                          DBNK214P
026100     END-IF.                                                      DBNK214P
026200                                                                  DBNK214P
026300     MOVE 30 TO WS-TICKET-MINS.                                   DBNK214P
026400     MOVE 'ATMFLTMN' TO PRM-REC-KEY.                              DBNK214P
026500     READ BNKPARM-FILE                                            DBNK214P
026600       INVALID KEY                                                DBNK214P
026700         CONTINUE                                                 DBNK214P
026800     END-READ.                                                    DBNK214P
026900     IF WS-BNKPARM-STATUS IS EQUAL TO '00' AND                    DBNK214P
027000        PRM-REC-AMOUNT IS GREATER THAN ZERO                       DBNK214P
027100        MOVE PRM-REC-AMOUNT TO WS-TICKET-MINS                     DBNK214P
027200     END-IF.                                                      DBNK214P
027300                                                                  DBNK214P
027400 ATMSTAT-PROCESS.                                                 DBNK214P
027500     MOVE 0 TO WS-MESSAGES-READ.                                  DBNK214P
027600 ATMSTAT-LOOP.                                                    DBNK214P
027700     READ ATMSTAT-FILE                                            DBNK214P
027800       AT END                                                     DBNK214P
027900         GO TO ATMSTAT-ENDED                                      DBNK214P
028000     END-READ.                                                    DBNK214P
028100     ADD 1 TO WS-MESSAGES-READ.                                   DBNK214P
028200     PERFORM PROCESS-MESSAGE THRU                                 DBNK214P
028300             PROCESS-MESSAGE-EXIT.                                DBNK214P
028400     GO TO ATMSTAT-LOOP.                                          DBNK214P
028500 ATMSTAT-ENDED.                                                   DBNK214P
028600     PERFORM TICKET-SWEEP THRU                                    DBNK214P
028700             TICKET-SWEEP-EXIT.                                   DBNK214P
028800                                                                  DBNK214P
028900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK214P
029000     STRING WS-MESSAGES-READ             DELIMITED BY SIZE        DBNK214P
029100            ' status messages read from ATMSTAT'                  DBNK214P
029200                                         DELIMITED BY SIZE        DBNK214P
029300       INTO WS-CONSOLE-MESSAGE.                                   DBNK214P
029400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK214P
029500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK214P
029600     STRING WS-MESSAGES-REJECTED         DELIMITED BY SIZE        DBNK214P
029700            ' status messages rejected'  DELIMITED BY SIZE        DBNK214P
029800       INTO WS-CONSOLE-MESSAGE.                                   DBNK214P
029900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK214P
030000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK214P
030100     STRING WS-FAULTS-OPENED             DELIMITED BY SIZE        DBNK214P
030200            ' faults opened, '           DELIMITED BY SIZE        DBNK214P
030300            WS-FAULTS-REPEATED           DELIMITED BY SIZE        DBNK214P
030400            ' repeats of an open fault'  DELIMITED BY SIZE        DBNK214P
030500       INTO WS-CONSOLE-MESSAGE.                                   DBNK214P
030600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK214P
030700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK214P
030800     STRING WS-FAULTS-CLEARED            DELIMITED BY SIZE        DBNK214P
030900            ' faults cleared - back in service'                   DBNK214P
031000                                         DELIMITED BY SIZE        DBNK214P
031100       INTO WS-CONSOLE-MESSAGE.                                   DBNK214P
031200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK214P
031300     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK214P
031400     STRING WS-TICKETS-RAISED            DELIMITED BY SIZE        DBNK214P
031500            ' fault tickets raised to ATMTKT'                     DBNK214P
031600                                         DELIMITED BY SIZE        DBNK214P
031700       INTO WS-CONSOLE-MESSAGE.                                   DBNK214P
031800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK214P
031900                                                                  DBNK214P
032000     CLOSE ATMSTAT-FILE.                                          DBNK214P
032100     CLOSE ATMTKT-FILE.                                           DBNK214P
032200     CLOSE BNKATRM-FILE.                                          DBNK214P
032300     CLOSE BNKATFL-FILE.                                          DBNK214P
032400     CLOSE BNKPARM-FILE.                                          DBNK214P
032500                                                                  DBNK214P
032600     PERFORM RUN-TIME.                                            DBNK214P
032700     MOVE 0 TO RETURN-CODE.                                       DBNK214P
032800 QUICK-EXIT.                                                      DBNK214P
032900     GOBACK.                                                      DBNK214P
033000                                                                  DBNK214P
033100***************************************************************** DBNK214P
033200* Take one status message: the terminal must be on BNKATRM and  * DBNK214P
033300* the code one of the fault causes or IS                        * DBNK214P
033400***************************************************************** DBNK214P
033500 PROCESS-MESSAGE.                                                 DBNK214P
033600     MOVE AST-REC-TERM-ID TO BTM-REC-TERM-ID.                     DBNK214P
033700     READ BNKATRM-FILE                                            DBNK214P
033800       INVALID KEY                                                DBNK214P
033900         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBNK214P
034000         STRING 'Unknown terminal '     DELIMITED BY SIZE         DBNK214P
034100                AST-REC-TERM-ID         DELIMITED BY SIZE         DBNK214P
034200                ' - message rejected'   DELIMITED BY SIZE         DBNK214P
034300           INTO WS-CONSOLE-MESSAGE                                DBNK214P
034400         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK214P
034500         ADD 1 TO WS-MESSAGES-REJECTED                            DBNK214P
034600         GO TO PROCESS-MESSAGE-EXIT                               DBNK214P
034700     END-READ.                                                    DBNK214P
034800     IF AST-REC-BACK-IN-SERVICE                                   DBNK214P
034900        PERFORM CLEAR-OPEN-FAULTS THRU                            DBNK214P
035000                CLEAR-OPEN-FAULTS-EXIT                            DBNK214P
035100        GO TO PROCESS-MESSAGE-EXIT                                DBNK214P
035200     END-IF.                                                      DBNK214P
035210     MOVE AST-REC-CODE TO WS-CAUSE-CODE.                          DBNK214P
035300     MOVE ZERO TO WS-CAUSE-SUB.                                   DBNK214P
035400     PERFORM FIND-CAUSE THRU                                      DBNK214P
035500             FIND-CAUSE-EXIT                                      DBNK214P
035600       VARYING WS-SUB1 FROM 1 BY 1                                DBNK214P
035700         UNTIL WS-SUB1 IS GREATER THAN 5.                         DBNK214P
035800     IF WS-CAUSE-SUB IS EQUAL TO ZERO                             DBNK214P
035900        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK214P
036000        STRING 'Unknown status code '   DELIMITED BY SIZE         DBNK214P
036100               AST-REC-CODE             DELIMITED BY SIZE         DBNK214P
036200               ' from terminal '        DELIMITED BY SIZE         DBNK214P
036300               AST-REC-TERM-ID          DELIMITED BY SIZE         DBNK214P
036400          INTO WS-CONSOLE-MESSAGE                                 DBNK214P
036500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK214P
036600        ADD 1 TO WS-MESSAGES-REJECTED                             DBNK214P
036700        GO TO PROCESS-MESSAGE-EXIT                                DBNK214P
036800     END-IF.                                                      DBNK214P
036900     PERFORM OPEN-FAULT THRU                                      DBNK214P
037000             OPEN-FAULT-EXIT.                                     DBNK214P
037100 PROCESS-MESSAGE-EXIT.                                            DBNK214P
037200     EXIT.                                                        DBNK214P
037300                                                                  DBNK214P
037400 FIND-CAUSE.                                                      DBNK214P
037500     IF WS-CN-CODE (WS-SUB1) IS EQUAL TO WS-CAUSE-CODE            DBNK214P
037600        MOVE WS-SUB1 TO WS-CAUSE-SUB                              DBNK214P
037700     END-IF.                                                      DBNK214P
037800 FIND-CAUSE-EXIT.                                                 DBNK214P
037900     EXIT.                                                        DBNK214P
038000                                                                  DBNK214P
038100***************************************************************** DBNK214P
038200* Open a fault for the message's cause. A cause already open    * DBNK214P
038300* for the terminal is not opened twice - the repeat is counted  * DBNK214P
038400* against the open fault. Out of service and cassette empty     * DBNK214P
038500* take the terminal itself out of service.                      * DBNK214P
038600***************************************************************** DBNK214P
038700 OPEN-FAULT.                                                      DBNK214P
038800     SET WS-FAULT-NOT-FOUND TO TRUE.                              DBNK214P
038900     MOVE AST-REC-TERM-ID TO BAF-REC-TERM-ID.                     DBNK214P
039000     MOVE LOW-VALUES TO BAF-REC-START-DATE.                       DBNK214P
039100     MOVE LOW-VALUES TO BAF-REC-START-TIME.                       DBNK214P
039200     MOVE LOW-VALUES TO BAF-REC-CAUSE.                            DBNK214P
039300     START BNKATFL-FILE                                           DBNK214P
039400       KEY IS GREATER THAN OR EQUAL TO BAF-REC-KEY                DBNK214P
039500       INVALID KEY                                                DBNK214P
039600         GO TO OPEN-FAULT-NEW                                     DBNK214P
039700     END-START.                                                   DBNK214P
039800 OPEN-FAULT-LOOP.                                                 DBNK214P
039900     READ BNKATFL-FILE NEXT                                       DBNK214P
040000       AT END                                                     DBNK214P
040100         GO TO OPEN-FAULT-NEW                                     DBNK214P
040200     END-READ.                                                    DBNK214P
040300     IF BAF-REC-TERM-ID IS NOT EQUAL TO AST-REC-TERM-ID           DBNK214P
040400        GO TO OPEN-FAULT-NEW                                      DBNK214P
040500     END-IF.                                                      DBNK214P
040600     IF BAF-REC-IS-OPEN AND                                       DBNK214P
040700        BAF-REC-CAUSE IS EQUAL TO AST-REC-CODE                    DBNK214P
040800        SET WS-FAULT-IS-FOUND TO TRUE                             DBNK214P
040900        GO TO OPEN-FAULT-REPEAT                                   DBNK214P
041000     END-IF.                                                      DBNK214P
041100     GO TO OPEN-FAULT-LOOP.                                       DBNK214P
041200 OPEN-FAULT-REPEAT.                                               DBNK214P
041300     IF BAF-REC-MSG-COUNT IS LESS THAN 999                        DBNK214P
041400        ADD 1 TO BAF-REC-MSG-COUNT                                DBNK214P
041500     END-IF.                                                      DBNK214P
041600     REWRITE BNKATFL-REC                                          DBNK214P
041700       INVALID KEY                                                DBNK214P
041800         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBNK214P
041900         STRING 'Unable to rewrite fault for terminal '           DBNK214P
042000                                        DELIMITED BY SIZE         DBNK214P
042100                BAF-REC-TERM-ID         DELIMITED BY SIZE         DBNK214P
042200           INTO WS-CONSOLE-MESSAGE                                DBNK214P
042300         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK214P
042400         GO TO OPEN-FAULT-EXIT                                    DBNK214P
042500     END-REWRITE.                                                 DBNK214P
042600     ADD 1 TO WS-FAULTS-REPEATED.                                 DBNK214P
042700     GO TO OPEN-FAULT-TERMINAL.                                   DBNK214P
042800 OPEN-FAULT-NEW.                                                  DBNK214P
042900     MOVE SPACES TO BNKATFL-REC.                                  DBNK214P
043000     MOVE AST-REC-TERM-ID TO BAF-REC-TERM-ID.                     DBNK214P
043100     MOVE AST-REC-DATE TO BAF-REC-START-DATE.                     DBNK214P
043200     MOVE AST-REC-TIME TO BAF-REC-START-TIME.                     DBNK214P
043300     MOVE AST-REC-CODE TO BAF-REC-CAUSE.                          DBNK214P
043400     MOVE BTM-REC-BRANCH-CODE TO BAF-REC-BRANCH-CODE.             DBNK214P
043500     SET BAF-REC-IS-OPEN TO TRUE.                                 DBNK214P
043600     MOVE 1 TO BAF-REC-MSG-COUNT.                                 DBNK214P
043700     WRITE BNKATFL-REC                                            DBNK214P
043800       INVALID KEY                                                DBNK214P
043900         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBNK214P
044000         STRING 'Unable to open fault for terminal '              DBNK214P
044100                                        DELIMITED BY SIZE         DBNK214P
044200                AST-REC-TERM-ID         DELIMITED BY SIZE         DBNK214P
044300           INTO WS-CONSOLE-MESSAGE                                DBNK214P
044400         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK214P
044500         MOVE WS-BNKATFL-STATUS TO WS-IO-STATUS                   DBNK214P
044600         PERFORM DISPLAY-IO-STATUS                                DBNK214P
044700         GO TO OPEN-FAULT-EXIT                                    DBNK214P
044800     END-WRITE.                                                   DBNK214P
044900     ADD 1 TO WS-FAULTS-OPENED.                                   DBNK214P
045000 OPEN-FAULT-TERMINAL.                                             DBNK214P
045100     IF BAF-REC-CAUSE-OUT-OF-SERVICE OR                           DBNK214P
045200        BAF-REC-CAUSE-CASSETTE-EMPTY                              DBNK214P
045300        IF BTM-REC-IN-SERVICE                                     DBNK214P
045400           SET BTM-REC-OUT-OF-SERVICE TO TRUE                     DBNK214P
045500           PERFORM REWRITE-TERMINAL THRU                          DBNK214P
045600                   REWRITE-TERMINAL-EXIT                          DBNK214P
045700        END-IF                                                    DBNK214P
045800     END-IF.                                                      DBNK214P
045900 OPEN-FAULT-EXIT.                                                 DBNK214P
046000     EXIT.                                                        DBNK214P
046100                                                                  DBNK214P
046200***************************************************************** DBNK214P
046300* Back in service: clear every fault open for the terminal at   * DBNK214P
046400* the message's date and time, and put the terminal back in     * DBNK214P
046500* service                                                       * DBNK214P
046600***************************************************************** DBNK214P
046700 CLEAR-OPEN-FAULTS.                                               DBNK214P
046800     MOVE AST-REC-TERM-ID TO BAF-REC-TERM-ID.                     DBNK214P
046900     MOVE LOW-VALUES TO BAF-REC-START-DATE.                       DBNK214P
047000     MOVE LOW-VALUES TO BAF-REC-START-TIME.                       DBNK214P
047100     MOVE LOW-VALUES TO BAF-REC-CAUSE.                            DBNK214P
047200     START BNKATFL-FILE                                           DBNK214P
047300       KEY IS GREATER THAN OR EQUAL TO BAF-REC-KEY                DBNK214P
047400       INVALID KEY                                                DBNK214P
047500         GO TO CLEAR-OPEN-FAULTS-TERMINAL                         DBNK214P
047600     END-START.                                                   DBNK214P
047700 CLEAR-OPEN-FAULTS-LOOP.                                          DBNK214P
047800     READ BNKATFL-FILE NEXT                                       DBNK214P
047900       AT END                                                     DBNK214P
048000         GO TO CLEAR-OPEN-FAULTS-TERMINAL                         DBNK214P
048100     END-READ.                                                    DBNK214P
048200     IF BAF-REC-TERM-ID IS NOT EQUAL TO AST-REC-TERM-ID           DBNK214P
048300        GO TO CLEAR-OPEN-FAULTS-TERMINAL                          DBNK214P
048400     END-IF.                                                      DBNK214P
048500     IF NOT BAF-REC-IS-OPEN                                       DBNK214P
048600        GO TO CLEAR-OPEN-FAULTS-LOOP                              DBNK214P
048700     END-IF.                                                      DBNK214P
048800     SET BAF-REC-IS-CLEARED TO TRUE.                              DBNK214P
048900     MOVE AST-REC-DATE TO BAF-REC-CLEAR-DATE.                     DBNK214P
049000     MOVE AST-REC-TIME TO BAF-REC-CLEAR-TIME.                     DBNK214P
049100     REWRITE BNKATFL-REC                                          DBNK214P
049200       INVALID KEY                                                DBNK214P
049300         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBNK214P
049400         STRING 'Unable to clear fault for terminal '             DBNK214P
049500                                        DELIMITED BY SIZE         DBNK214P
049600                BAF-REC-TERM-ID         DELIMITED BY SIZE         DBNK214P
049700           INTO WS-CONSOLE-MESSAGE                                DBNK214P
049800         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK214P
049900         GO TO CLEAR-OPEN-FAULTS-LOOP                             DBNK214P
050000     END-REWRITE.                                                 DBNK214P
050100     ADD 1 TO WS-FAULTS-CLEARED.                                  DBNK214P
050200     GO TO CLEAR-OPEN-FAULTS-LOOP.                                DBNK214P
050300 CLEAR-OPEN-FAULTS-TERMINAL.                                      DBNK214P
050400     IF BTM-REC-OUT-OF-SERVICE                                    DBNK214P
050500        SET BTM-REC-IN-SERVICE TO TRUE                            DBNK214P
050600        PERFORM REWRITE-TERMINAL THRU                             DBNK214P
050700                REWRITE-TERMINAL-EXIT                             DBNK214P
050800     END-IF.                                                      DBNK214P
050900 CLEAR-OPEN-FAULTS-EXIT.                                          DBNK214P
051000     EXIT.                                                        DBNK214P
051100                                                                  DBNK214P
051200 REWRITE-TERMINAL.                                                DBNK214P
051300     REWRITE BNKATRM-REC                                          DBNK214P
051400       INVALID KEY                                                DBNK214P
051500         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBNK214P
051600         STRING 'Unable to rewrite terminal '                     DBNK214P
051700                                        DELIMITED BY SIZE         DBNK214P
051800                BTM-REC-TERM-ID         DELIMITED BY SIZE         DBNK214P
051900           INTO WS-CONSOLE-MESSAGE                                DBNK214P
052000         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK214P
052100         MOVE WS-BNKATRM-STATUS TO WS-IO-STATUS                   DBNK214P
052200         PERFORM DISPLAY-IO-STATUS                                DBNK214P
052300     END-REWRITE.                                                 DBNK214P
052400 REWRITE-TERMINAL-EXIT.                                           DBNK214P
052500     EXIT.                                                        DBNK214P
052600                                                                  DBNK214P
052700***************************************************************** DBNK214P
052800* Ticket sweep: every fault still open and not yet ticketed is  * DBNK214P
052900* aged against the time of this run - the same close-enough    *  DBNK214P
053000* day arithmetic the arrears aging uses, carried to minutes -   * DBNK214P
053100* and ticketed once it reaches the threshold                    * DBNK214P
053200***************************************************************** DBNK214P
053300 TICKET-SWEEP.                                                    DBNK214P
053400 COPY CTSTAMPP.                                                   DBNK214P
053500     MOVE WS-TS-CURRENT-DATE TO WS-RUN-DATE.                      DBNK214P
053600     MOVE WS-TS-CURRENT-TIME (1:6) TO WS-RUN-TIME.                DBNK214P
053700     MOVE LOW-VALUES TO BAF-REC-KEY.                              DBNK214P
053800     START BNKATFL-FILE                                           DBNK214P
053900       KEY IS GREATER THAN OR EQUAL TO BAF-REC-KEY                DBNK214P
054000       INVALID KEY                                                DBNK214P
054100         GO TO TICKET-SWEEP-EXIT                                  DBNK214P
054200     END-START.                                                   DBNK214P
054300 TICKET-SWEEP-LOOP.                                               DBNK214P
054400     READ BNKATFL-FILE NEXT                                       DBNK214P
054500       AT END                                                     DBNK214P
054600         GO TO TICKET-SWEEP-EXIT                                  DBNK214P
054700     END-READ.                                                    DBNK214P
054800     IF NOT BAF-REC-IS-OPEN OR                                    DBNK214P
054900        BAF-REC-TICKET-REF IS NOT EQUAL TO SPACES                 DBNK214P
055000        GO TO TICKET-SWEEP-LOOP                                   DBNK214P
055100     END-IF.                                                      DBNK214P
055200     MOVE BAF-REC-START-DATE TO WS-FLT-DATE.                      DBNK214P
055300     MOVE BAF-REC-START-TIME TO WS-FLT-TIME.                      DBNK214P
055400     IF WS-FLT-DATE IS NOT NUMERIC OR                             DBNK214P
055500        WS-FLT-TIME IS NOT NUMERIC                                DBNK214P
055600        GO TO TICKET-SWEEP-LOOP                                   DBNK214P
055700     END-IF.                                                      DBNK214P
055800     COMPUTE WS-AGE-MINS =                                        DBNK214P
055900         (((WS-RUN-YYYY - WS-FLT-YYYY) * 365)                     DBNK214P
056000        + ((WS-RUN-MM - WS-FLT-MM) * 30)                          DBNK214P
056100        + (WS-RUN-DD - WS-FLT-DD)) * 1440                         DBNK214P
056200        + ((WS-RUN-HH * 60) + WS-RUN-MI)                          DBNK214P
056300        - ((WS-FLT-HH * 60) + WS-FLT-MI).                         DBNK214P
056400     IF WS-AGE-MINS IS LESS THAN WS-TICKET-MINS                   DBNK214P
056500        GO TO TICKET-SWEEP-LOOP                                   DBNK214P
056600     END-IF.                                                      DBNK214P
056700     PERFORM RAISE-TICKET THRU                                    DBNK214P
056800             RAISE-TICKET-EXIT.                                   DBNK214P
056900     GO TO TICKET-SWEEP-LOOP.                                     DBNK214P
057000 TICKET-SWEEP-EXIT.                                               DBNK214P
057100     EXIT.                                                        DBNK214P
057200                                                                  DBNK214P
057300***************************************************************** DBNK214P
057400* Raise the ticket for one fault. The reference is made from    * DBNK214P
057500* the fault itself - terminal, cause and the day, hour and      * DBNK214P
057600* minute it opened - so it is unique without a counter, and it  * DBNK214P
057700* is kept on the fault so it is never raised twice              * DBNK214P
057800***************************************************************** DBNK214P
057900 RAISE-TICKET.                                                    DBNK214P
058000     MOVE BAF-REC-TERM-ID TO BTM-REC-TERM-ID.                     DBNK214P
058100     READ BNKATRM-FILE                                            DBNK214P
058200       INVALID KEY                                                DBNK214P
058300         MOVE SPACES TO BTM-REC-LOCATION                          DBNK214P
058400     END-READ.                                                    DBNK214P
058500     MOVE SPACES TO BAF-REC-TICKET-REF.                           DBNK214P
058600     STRING BAF-REC-TERM-ID            DELIMITED BY SIZE          DBNK214P
058700            BAF-REC-CAUSE              DELIMITED BY SIZE          DBNK214P
058800            BAF-REC-START-DATE (7:2)   DELIMITED BY SIZE          DBNK214P
058900            BAF-REC-START-TIME (1:4)   DELIMITED BY SIZE          DBNK214P
059000       INTO BAF-REC-TICKET-REF.                                   DBNK214P
059100     MOVE WS-RUN-DATE TO BAF-REC-TICKET-DATE.                     DBNK214P
059200     MOVE WS-RUN-TIME TO BAF-REC-TICKET-TIME.                     DBNK214P
059300     REWRITE BNKATFL-REC                                          DBNK214P
059400       INVALID KEY                                                DBNK214P
059500         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBNK214P
059600         STRING 'Unable to ticket fault for terminal '            DBNK214P
059700                                        DELIMITED BY SIZE         DBNK214P
059800                BAF-REC-TERM-ID         DELIMITED BY SIZE         DBNK214P
059900           INTO WS-CONSOLE-MESSAGE                                DBNK214P
060000         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK214P
060100         GO TO RAISE-TICKET-EXIT                                  DBNK214P
060200     END-REWRITE.                                                 DBNK214P
060300     MOVE SPACES TO ATK-REC.                                      DBNK214P
060400     MOVE BAF-REC-TICKET-REF TO ATK-REC-TICKET-REF.               DBNK214P
060500     MOVE BAF-REC-TERM-ID TO ATK-REC-TERM-ID.                     DBNK214P
060600     MOVE BAF-REC-BRANCH-CODE TO ATK-REC-BRANCH-CODE.             DBNK214P
060700     MOVE BTM-REC-LOCATION TO ATK-REC-LOCATION.                   DBNK214P
060800     MOVE BAF-REC-CAUSE TO ATK-REC-CAUSE.                         DBNK214P
060900     MOVE BAF-REC-CAUSE TO WS-CAUSE-CODE.                         DBNK214P
061000     MOVE ZERO TO WS-CAUSE-SUB.                                   DBNK214P
061100     PERFORM FIND-CAUSE THRU                                      DBNK214P
061200             FIND-CAUSE-EXIT                                      DBNK214P
061300       VARYING WS-SUB1 FROM 1 BY 1                                DBNK214P
061400         UNTIL WS-SUB1 IS GREATER THAN 5.                         DBNK214P
061500     IF WS-CAUSE-SUB IS GREATER THAN ZERO                         DBNK214P
061600        MOVE WS-CN-DESC (WS-CAUSE-SUB) TO ATK-REC-CAUSE-DESC      DBNK214P
061700     END-IF.                                                      DBNK214P
061800     MOVE BAF-REC-START-DATE TO ATK-REC-SINCE-DATE.               DBNK214P
061900     MOVE BAF-REC-START-TIME TO ATK-REC-SINCE-TIME.               DBNK214P
062000     MOVE BAF-REC-TICKET-DATE TO ATK-REC-RAISED-DATE.             DBNK214P
062100     MOVE BAF-REC-TICKET-TIME TO ATK-REC-RAISED-TIME.             DBNK214P
062200     MOVE BAF-REC-MSG-COUNT TO ATK-REC-MSG-COUNT.                 DBNK214P
062300     WRITE ATK-REC.                                               DBNK214P
062400     ADD 1 TO WS-TICKETS-RAISED.                                  DBNK214P
062500 RAISE-TICKET-EXIT.                                               DBNK214P
062600     EXIT.                                                        DBNK214P
062700                                                                  DBNK214P
062800***************************************************************** DBNK214P
062900* Check file open OK                                            * DBNK214P
063000***************************************************************** DBNK214P
063100 CHECK-OPEN.                                                      DBNK214P
063200     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK214P
063300        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK214P
063400        STRING WS-FILE       DELIMITED BY ' '                     DBNK214P
063500               ' opened ok' DELIMITED BY SIZE                     DBNK214P
063600          INTO WS-CONSOLE-MESSAGE                                 DBNK214P
063700        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK214P
063800     ELSE                                                         DBNK214P
063900        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK214P
064000        STRING WS-FILE          DELIMITED BY ' '                  DBNK214P
064100               ' did not open' DELIMITED BY SIZE                  DBNK214P
064200          INTO WS-CONSOLE-MESSAGE                                 DBNK214P
064300        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK214P
064400        PERFORM DISPLAY-IO-STATUS                                 DBNK214P
064500        ADD 1 TO WS-OPEN-ERROR                                    DBNK214P
064600     END-IF.                                                      DBNK214P
064700 CHECK-OPEN-EXIT.                                                 DBNK214P
064800     EXIT.                                                        DBNK214P
064900                                                                  DBNK214P
065000***************************************************************** DBNK214P
065100* Display the file status bytes. This routine will display as  *  DBNK214P
065200* two digits if the full two byte file status is numeric. If   *  DBNK214P
065300* second byte is non-numeric then it will be treated as a      *  DBNK214P
065400* binary number.                                                * DBNK214P
065500***************************************************************** DBNK214P
065600 DISPLAY-IO-STATUS.                                               DBNK214P
065700     IF WS-IO-STATUS NUMERIC                                      DBNK214P
065800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK214P
065900        STRING 'File status -' DELIMITED BY SIZE                  DBNK214P
066000               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK214P
066100          INTO WS-CONSOLE-MESSAGE                                 DBNK214P
066200        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK214P
066300     ELSE                                                         DBNK214P
066400        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK214P
066500        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK214P
066600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK214P
066700        STRING 'File status -' DELIMITED BY SIZE                  DBNK214P
066800               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK214P
066900               '/'            DELIMITED BY SIZE                   DBNK214P
067000               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK214P
067100          INTO WS-CONSOLE-MESSAGE                                 DBNK214P
067200        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK214P
067300     END-IF.                                                      DBNK214P
067400                                                                  DBNK214P
067500***************************************************************** DBNK214P
067600* Display CONSOLE messages...                                   * DBNK214P
067700***************************************************************** DBNK214P
067800 DISPLAY-CONSOLE-MESSAGE.                                         DBNK214P
067900     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK214P
068000     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK214P
068100                                                                  DBNK214P
068200 COPY CTIMERP.                                                    DBNK214P
068300                                                                  DBNK214P
