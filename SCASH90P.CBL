000100***************************************************************** SCASH90P
000200*                                                               * SCASH90P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * SCASH90P
000400*   This demonstration program is provided for use by users     * SCASH90P
000500*   of Micro Focus products and may be used, modified and       * SCASH90P
000600*   distributed as part of your application provided that       * SCASH90P
000700*   you properly acknowledge the copyright of Micro Focus       * SCASH90P
000800*   in this material.                                           * SCASH90P
000900*                                                               * SCASH90P
001000***************************************************************** SCASH90P
001100                                                                  SCASH90P
001200                                                                  SCASH90P
001300                                                                  SCASH90P
001400***************************************************************** SCASH90P
001500* Program:     SCASH90P.CBL (CICS Version)                      * SCASH90P
001600* Layer:       'Screen' handling                                * SCASH90P
001700* Function:    ATM cardless withdrawal - the one-time code      * SCASH90P
001800*              staged through WEBSCLWD and the customer's PIN   * SCASH90P
001900*              take the place of a card. The code is resolved   * SCASH90P
002000*              to its customer first (BCASH90P), the PIN is     * SCASH90P
002100*              checked against that customer (BCASH10P) and the * SCASH90P
002200*              cash is then drawn against the code (BCASH90P)   * SCASH90P
002300***************************************************************** SCASH90P
002400                                                                  SCASH90P
002500 IDENTIFICATION DIVISION.                                         SCASH90P
002600 PROGRAM-ID.                                                      SCASH90P
002700     SCASH90P.                                                    SCASH90P
002800 DATE-WRITTEN.                                                    SCASH90P
002900     October 2008.                                                SCASH90P
003000 DATE-COMPILED.                                                   SCASH90P
003100     Today.                                                       SCASH90P
003200                                                                  SCASH90P
003300 ENVIRONMENT DIVISION.                                            SCASH90P
003400                                                                  SCASH90P
003500 DATA DIVISION.                                                   SCASH90P
003600 WORKING-STORAGE SECTION.                                         SCASH90P
003700 01  WS-MISC-STORAGE.                                             SCASH90P
003800   05  WS-PROGRAM-ID                         PIC X(8)             SCASH90P
003900       VALUE 'SCASH90P'.                                          SCASH90P
004000   05  WS-SAVED-EIBCALEN                     PIC S9(4) COMP.      SCASH90P
004100   05  WS-TRAN-ID                            PIC X(4).            SCASH90P
004200   05  WS-BUSINESS-LOGIC-PGM                 PIC X(8)             SCASH90P
004300       VALUE SPACES.                                              SCASH90P
004400   05  WS-SUB1                               PIC S9(4) COMP.      SCASH90P
004500   05  WS-LEN1                               PIC S9(4) COMP.      SCASH90P
004600   05  WS-INPUT-SOURCE                       PIC X(1).            SCASH90P
004700     88  INPUT-UNKNOWN                       VALUE '0'.           SCASH90P
004800     88  INPUT-FROM-SCREEN                   VALUE '1'.           SCASH90P
004900     88  INPUT-FROM-ATM                      VALUE '2'.           SCASH90P
005000   05  WS-CALL-BUSINESS-LOGIC                PIC X(1).            SCASH90P
005100     88  CALL-BUSINESS-LOGIC-OK              VALUE '1'.           SCASH90P
005200     88  CALL-BUSINESS-LOGIC-NOT-OK          VALUE '2'.           SCASH90P
005300                                                                  SCASH90P
005400 01  WS-SCREEN-ITEMS.                                             SCASH90P
005500   05  WS-IP-SCREEN-ITEMS.                                        SCASH90P
005600     10  WS-IP-SCREEN-STATUS                 PIC X(1).            SCASH90P
005700       88  IP-SCREEN-STATUS-UNKNOWN          VALUE '0'.           SCASH90P
005800       88  IP-SCREEN-STATUS-OK               VALUE '1'.           SCASH90P
005900       88  IP-SCREEN-STATUS-NOT-OK           VALUE '2'.           SCASH90P
006000     10  WS-IP-SCREEN-DATA                   PIC X(512).          SCASH90P
006100     10  WS-IP-SCREEN-LENGTH                 PIC 9(4) BINARY.     SCASH90P
006200     10  WS-IP-MAX-SCREEN-LENGTH             PIC 9(4) BINARY.     SCASH90P
006300     10  WS-IP-SCREEN-TRAN                   PIC X(4).            SCASH90P
006400     10  WS-IP-SCREEN-CODE                   PIC X(8).            SCASH90P
006500     10  WS-IP-SCREEN-PIN                    PIC X(4).            SCASH90P
006600   05  WS-OP-SCREEN-ITEMS.                                        SCASH90P
006700     10  WS-OP-SCREEN-DATA                   PIC X(1920).         SCASH90P
006800     10  WS-OP-SCREEN-LENGTH                 PIC 9(4) BINARY.     SCASH90P
006900     10  WS-OP-MAX-SCREEN-LENGTH             PIC 9(4) BINARY.     SCASH90P
007000                                                                  SCASH90P
007100 01  WS-CASH-DATA-AREAS.                                          SCASH90P
007200   05  WS-CASH-DATA.                                              SCASH90P
007300 COPY CCASHDAT.                                                   SCASH90P
007400   05  WS-CASH-EXT-DATA.                                          SCASH90P
007500 COPY CCASHEXT.                                                   SCASH90P
007600                                                                  SCASH90P
007700 COPY CABENDD.                                                    SCASH90P
007800                                                                  SCASH90P
007900 LINKAGE SECTION.                                                 SCASH90P
008000 01  DFHCOMMAREA.                                                 SCASH90P
008100   05  FILLER                                PIC X(1024).         SCASH90P
008200                                                                  SCASH90P
008300 PROCEDURE DIVISION.                                              SCASH90P
008400***************************************************************** SCASH90P
008500* Write entry to log to show we have been invoked               * SCASH90P
008600***************************************************************** SCASH90P
008700*    COPY CTRACE.                                                 SCASH90P
008800                                                                  SCASH90P
008900***************************************************************** SCASH90P
009000* Store our transaction-id                                      * SCASH90P
009100***************************************************************** SCASH90P
009200     MOVE EIBTRNID TO WS-TRAN-ID.                                 SCASH90P
009300     MOVE EIBCALEN TO WS-SAVED-EIBCALEN.                          SCASH90P
009400                                                                  SCASH90P
009500     SET INPUT-UNKNOWN TO TRUE.                                   SCASH90P
009600     SET CALL-BUSINESS-LOGIC-OK TO TRUE.                          SCASH90P
009700                                                                  SCASH90P
009800     IF EIBCALEN IS EQUAL TO 0                                    SCASH90P
009900        SET INPUT-FROM-SCREEN TO TRUE                             SCASH90P
010000        SET IP-SCREEN-STATUS-UNKNOWN TO TRUE                      SCASH90P
010100        EXEC CICS RECEIVE                                         SCASH90P
010200                  INTO(WS-IP-SCREEN-DATA)                         SCASH90P
010300                  LENGTH(WS-IP-SCREEN-LENGTH)                     SCASH90P
010400                  MAXLENGTH(LENGTH OF WS-IP-SCREEN-DATA)          SCASH90P
010500        END-EXEC                                                  SCASH90P
010600      ELSE                                                        SCASH90P
010700        IF EIBCALEN IS LESS THAN 100                              SCASH90P
010800           MOVE WS-PROGRAM-ID TO ABEND-CULPRIT                    SCASH90P
010900           MOVE '0001' TO ABEND-CODE                              SCASH90P
011000           MOVE 'EIBCALEN less than 100' TO ABEND-REASON          SCASH90P
011100           COPY CABENDPO.                                         SCASH90P
011200        ELSE                                                      SCASH90P
011300           MOVE SPACES TO WS-CASH-DATA                            SCASH90P
011400           SET INPUT-FROM-ATM TO TRUE                             SCASH90P
011500           MOVE DFHCOMMAREA(1:WS-SAVED-EIBCALEN)                  SCASH90P
011600             TO WS-CASH-EXT-DATA(1:WS-SAVED-EIBCALEN)             SCASH90P
011700        END-IF                                                    SCASH90P
011800     END-IF.                                                      SCASH90P
011900                                                                  SCASH90P
012000***************************************************************** SCASH90P
012100* This is the main process                                      * SCASH90P
012200***************************************************************** SCASH90P
012300                                                                  SCASH90P
012400***************************************************************** SCASH90P
012500* Determine what we have to do                                  * SCASH90P
012600***************************************************************** SCASH90P
012700* Obtain and format the input                                     SCASH90P
012800     PERFORM READ-INPUT THRU                                      SCASH90P
012900             READ-INPUT-EXIT.                                     SCASH90P
013000                                                                  SCASH90P
013100* Resolve the code to the customer it was staged for              SCASH90P
013200     IF CALL-BUSINESS-LOGIC-OK                                    SCASH90P
013300        SET CASH-CLWD-STEP-LOOKUP TO TRUE                         SCASH90P
013400        MOVE 'BCASH90P' TO WS-BUSINESS-LOGIC-PGM                  SCASH90P
013500        EXEC CICS LINK PROGRAM(WS-BUSINESS-LOGIC-PGM)             SCASH90P
013600                       COMMAREA(WS-CASH-DATA)                     SCASH90P
013700                       LENGTH(LENGTH OF WS-CASH-DATA)             SCASH90P
013800        END-EXEC                                                  SCASH90P
013900        IF NOT CASH-TXN-STATUS-OK                                 SCASH90P
014000           SET CALL-BUSINESS-LOGIC-NOT-OK TO TRUE                 SCASH90P
014100        END-IF                                                    SCASH90P
014200     END-IF.                                                      SCASH90P
014300                                                                  SCASH90P
014400* Call the appropriate routine to check that customer's PIN       SCASH90P
014500     IF CALL-BUSINESS-LOGIC-OK                                    SCASH90P
014600        MOVE 'BCASH10P' TO WS-BUSINESS-LOGIC-PGM                  SCASH90P
014700        EXEC CICS LINK PROGRAM(WS-BUSINESS-LOGIC-PGM)             SCASH90P
014800                       COMMAREA(WS-CASH-DATA)                     SCASH90P
014900                       LENGTH(LENGTH OF WS-CASH-DATA)             SCASH90P
015000        END-EXEC                                                  SCASH90P
015100     END-IF.                                                      SCASH90P
015200                                                                  SCASH90P
015300*    the draw step runs whatever the PIN outcome - a wrong PIN    SCASH90P
015400*    is counted against the code there as well                    SCASH90P
015500     IF CALL-BUSINESS-LOGIC-OK                                    SCASH90P
015600        SET CASH-CLWD-STEP-DRAW TO TRUE                           SCASH90P
015700        MOVE 'BCASH90P' TO WS-BUSINESS-LOGIC-PGM                  SCASH90P
015800        EXEC CICS LINK PROGRAM(WS-BUSINESS-LOGIC-PGM)             SCASH90P
015900                       COMMAREA(WS-CASH-DATA)                     SCASH90P
016000                       LENGTH(LENGTH OF WS-CASH-DATA)             SCASH90P
016100        END-EXEC                                                  SCASH90P
016200     END-IF.                                                      SCASH90P
016300* Format and return the outpput                                   SCASH90P
016400     PERFORM SEND-OUTPUT THRU                                     SCASH90P
016500             SEND-OUTPUT-EXIT.                                    SCASH90P
016600                                                                  SCASH90P
016700***************************************************************** SCASH90P
016800* Now we have to have finished and can return to our invoker.   * SCASH90P
016900***************************************************************** SCASH90P
017000* Now return to CICS                                              SCASH90P
017100     IF WS-SAVED-EIBCALEN IS GREATER THAN 0                       SCASH90P
017200        MOVE WS-CASH-EXT-DATA(1:WS-SAVED-EIBCALEN)                SCASH90P
017300          TO DFHCOMMAREA(1:WS-SAVED-EIBCALEN)                     SCASH90P
017400     END-IF.                                                      SCASH90P
017500     EXEC CICS                                                    SCASH90P
017600          RETURN                                                  SCASH90P
017700     END-EXEC.                                                    SCASH90P
017800     GOBACK.                                                      SCASH90P
017900                                                                  SCASH90P
018000***************************************************************** SCASH90P
018100* Retrieve input data and format it                             * SCASH90P
018200***************************************************************** SCASH90P
018300 READ-INPUT.                                                      SCASH90P
018400     MOVE SPACES TO WS-CASH-DATA.                                 SCASH90P
018500     IF INPUT-FROM-SCREEN                                         SCASH90P
018600        GO TO READ-INPUT-SCREEN                                   SCASH90P
018700     END-IF.                                                      SCASH90P
018800     IF INPUT-FROM-ATM                                            SCASH90P
018900        GO TO READ-INPUT-ATM                                      SCASH90P
019000     END-IF.                                                      SCASH90P
019100                                                                  SCASH90P
019200     MOVE WS-PROGRAM-ID TO ABEND-CULPRIT.                         SCASH90P
019300     MOVE '0002' TO ABEND-CODE.                                   SCASH90P
019400     MOVE 'Cannot determine input source' TO ABEND-REASON.        SCASH90P
019500     COPY CABENDPO. .                                             SCASH90P
019600                                                                  SCASH90P
019700 READ-INPUT-SCREEN.                                               SCASH90P
019800* Expect the format to be tttt^cccccccc^pppp                      SCASH90P
019900* where:                                                          SCASH90P
020000*   ^ is a space                                                  SCASH90P
020100*   tttt is the tranid                                            SCASH90P
020200*   cccccccc is the one-time withdrawal code                      SCASH90P
020300*   pppp is the PIN                                               SCASH90P
020400     MOVE SPACES TO WS-IP-SCREEN-TRAN.                            SCASH90P
020500     MOVE SPACES TO WS-IP-SCREEN-CODE.                            SCASH90P
020600     MOVE SPACES TO WS-IP-SCREEN-PIN.                             SCASH90P
020700     UNSTRING WS-IP-SCREEN-DATA                                   SCASH90P
020800        DELIMITED BY ALL SPACES INTO                              SCASH90P
020900          WS-IP-SCREEN-TRAN                                       SCASH90P
021000          WS-IP-SCREEN-CODE                                       SCASH90P
021100          WS-IP-SCREEN-PIN.                                       SCASH90P
021200     IF WS-IP-SCREEN-CODE IS EQUAL TO SPACES                      SCASH90P
021300        SET CALL-BUSINESS-LOGIC-NOT-OK TO TRUE                    SCASH90P
021400        MOVE 'Must send withdrawal code' TO CASH-ERROR-MSG        SCASH90P
021500        GO TO READ-INPUT-EXIT                                     SCASH90P
021600     END-IF.                                                      SCASH90P
021700     MOVE WS-IP-SCREEN-CODE TO CASH-CLWD-CODE.                    SCASH90P
021800     MOVE WS-IP-SCREEN-PIN TO CASH-PIN.                           SCASH90P
021900     GO TO READ-INPUT-EXIT.                                       SCASH90P
022000                                                                  SCASH90P
022100 READ-INPUT-ATM.                                                  SCASH90P
022200*    no card and no userid - the code says whose cash it is       SCASH90P
022300     MOVE SPACES TO CASH-CARD-NO.                                 SCASH90P
022400     MOVE ATM-IP00-CLWD-CODE TO CASH-CLWD-CODE.                   SCASH90P
022500     MOVE ATM-IP00-PIN TO CASH-PIN.                               SCASH90P
022600     MOVE ATM-IP00-TERM-ID TO CASH-TXN-TERM-ID.                   SCASH90P
022700     IF CASH-CLWD-CODE IS EQUAL TO SPACES                         SCASH90P
022800        SET CALL-BUSINESS-LOGIC-NOT-OK TO TRUE                    SCASH90P
022900        MOVE 'Must send withdrawal code' TO CASH-ERROR-MSG        SCASH90P
023000     END-IF.                                                      SCASH90P
023100     GO TO READ-INPUT-EXIT.                                       SCASH90P
023200                                                                  SCASH90P
023300 READ-INPUT-EXIT.                                                 SCASH90P
023400     EXIT.                                                        SCASH90P
023500                                                                  SCASH90P
023600***************************************************************** SCASH90P
023700* Build the output screen and send it                           * SCASH90P
023800***************************************************************** SCASH90P
023900 SEND-OUTPUT.                                                     SCASH90P
024000     IF INPUT-FROM-SCREEN                                         SCASH90P
024100        GO TO SEND-OUTPUT-TO-SCREEN                               SCASH90P
024200     END-IF.                                                      SCASH90P
024300     IF INPUT-FROM-ATM                                            SCASH90P
024400        GO TO SEND-OUTPUT-TO-ATM                                  SCASH90P
024500     END-IF.                                                      SCASH90P
024600                                                                  SCASH90P
024700     MOVE WS-PROGRAM-ID TO ABEND-CULPRIT.                         SCASH90P
024800     MOVE '0003' TO ABEND-CODE.                                   SCASH90P
024900     MOVE 'Cannot determine output dest' TO ABEND-REASON.         SCASH90P
025000     COPY CABENDPO.                                               SCASH90P
025100     GOBACK.                                                      SCASH90P
025200                                                                  SCASH90P
025300 SEND-OUTPUT-TO-SCREEN.                                           SCASH90P
025400     MOVE 1 TO WS-SUB1.                                           SCASH90P
025500     MOVE LOW-VALUES TO WS-OP-SCREEN-DATA.                        SCASH90P
025600                                                                  SCASH90P
025700     MOVE 'Input:' TO WS-OP-SCREEN-DATA(WS-SUB1:6).               SCASH90P
025800     ADD 80 TO WS-SUB1.                                           SCASH90P
025900                                                                  SCASH90P
026000     MOVE WS-IP-SCREEN-DATA(1:WS-IP-SCREEN-LENGTH)                SCASH90P
026100       TO WS-OP-SCREEN-DATA(WS-SUB1:WS-IP-SCREEN-LENGTH).         SCASH90P
026200     COMPUTE WS-LEN1 = (((WS-IP-SCREEN-LENGTH + 79) / 80 ) * 80). SCASH90P
026300     ADD WS-LEN1 TO WS-SUB1.                                      SCASH90P
026400                                                                  SCASH90P
026500     ADD 80 TO WS-SUB1.                                           SCASH90P
026600                                                                  SCASH90P
026700     MOVE 'Output:' TO WS-OP-SCREEN-DATA(WS-SUB1:7).              SCASH90P
026800     ADD 80 TO WS-SUB1.                                           SCASH90P
026900                                                                  SCASH90P
027000     MOVE 'CASH-ERROR-MSG:'                                       SCASH90P
027100       TO WS-OP-SCREEN-DATA(WS-SUB1:15).                          SCASH90P
027200     ADD 80 TO WS-SUB1.                                           SCASH90P
027300                                                                  SCASH90P
027400     MOVE CASH-ERROR-MSG                                          SCASH90P
027500       TO WS-OP-SCREEN-DATA(WS-SUB1:LENGTH OF CASH-ERROR-MSG).    SCASH90P
027600     COMPUTE WS-LEN1 = (((lENGTH OF CASH-ERROR-MSG + 79)          SCASH90P
027700                         / 80 ) * 80).                            SCASH90P
027800     ADD WS-LEN1 TO WS-SUB1.                                      SCASH90P
027900                                                                  SCASH90P
028000     MOVE 'CASH-TXN-DATA:' TO WS-OP-SCREEN-DATA(WS-SUB1:14).      SCASH90P
028100     ADD 80 TO WS-SUB1.                                           SCASH90P
028200                                                                  SCASH90P
028300     MOVE CASH-TXN-DATA                                           SCASH90P
028400       TO WS-OP-SCREEN-DATA(WS-SUB1:LENGTH OF CASH-TXN-DATA).     SCASH90P
028500     ADD LENGTH OF CASH-TXN-DATA TO WS-SUB1.                      SCASH90P
028600                                                                  SCASH90P
028700     EXEC CICS SEND                                               SCASH90P
028800                    FROM(WS-OP-SCREEN-DATA)                       SCASH90P
028900                    LENGTH(WS-SUB1)                               SCASH90P
029000                    ERASE                                         SCASH90P
029100     END-EXEC.                                                    SCASH90P
029200     GO TO SEND-OUTPUT-EXIT.                                      SCASH90P
029300                                                                  SCASH90P
029400 SEND-OUTPUT-TO-ATM.                                              SCASH90P
029500     MOVE SPACES TO ATM-OP-DATA.                                  SCASH90P
029600* Move in userid and any error message                            SCASH90P
029700     MOVE CASH-ERROR-MSG TO ATM-OP-ERR-MSG.                       SCASH90P
029800     MOVE CASH-USERID TO ATM-OP-USERID.                           SCASH90P
029900     MOVE CASH-PIN-STATUS TO ATM-OP-PIN-STATUS.                   SCASH90P
030000* Move in screen specific fields                                  SCASH90P
030100     MOVE CASH-TXN-ACCNO TO ATM-OP50-ACCNO.                       SCASH90P
030200     MOVE CASH-TXN-AMOUNT TO ATM-OP50-AMOUNT.                     SCASH90P
030300     MOVE CASH-TXN-NEW-BAL TO ATM-OP50-NEW-BAL.                   SCASH90P
030400     MOVE CASH-TXN-REFNO TO ATM-OP50-REFNO.                       SCASH90P
030500                                                                  SCASH90P
030600 SEND-OUTPUT-EXIT.                                                SCASH90P
030700     EXIT.                                                        SCASH90P
