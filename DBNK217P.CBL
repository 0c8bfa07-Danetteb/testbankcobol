000100***************************************************************** DBNK217P
000200*                                                               * DBNK217P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK217P
000400*   This demonstration program is provided for use by users     * DBNK217P
000500*   of Micro Focus products and may be used, modified and       * DBNK217P
000600*   distributed as part of your application provided that       * DBNK217P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK217P
000800*   in this material.                                           * DBNK217P
000900*                                                               * DBNK217P
001000***************************************************************** DBNK217P
001100                                                                  DBNK217P
001200***************************************************************** DBNK217P
001300* Program:     DBNK217P.CBL                                     * DBNK217P
001400* Function:    The military service register on BNKMSVC.        * DBNK217P
001500*              ENQUIRE returns the customer's service periods   * DBNK217P
001600*              and how many of their accounts are rate capped,  * DBNK217P
001700*              with the interest forgone so far; RECORD enters  * DBNK217P
001800*              a period of active duty the customer tells us    * DBNK217P
001900*              about, with its start date and the end date if   * DBNK217P
002000*              known, pending verification; ENDED, supervisor   * DBNK217P
002100*              or administrator only, records the date the open * DBNK217P
002200*              period ends. The nightly DBNK218P run checks the * DBNK217P
002300*              register against the official eligibility file   * DBNK217P
002400*              and sets and lifts the rate caps. VSAM version   * DBNK217P
002500***************************************************************** DBNK217P
002600                                                                  DBNK217P
002700 IDENTIFICATION DIVISION.                                         DBNK217P
002800 PROGRAM-ID.                                                      DBNK217P
002900     DBNK217P.                                                    DBNK217P
003000 DATE-WRITTEN.                                                    DBNK217P
003100     October 2008.                                                DBNK217P
003200 DATE-COMPILED.                                                   DBNK217P
003300     Today.                                                       DBNK217P
003400                                                                  DBNK217P
003500 ENVIRONMENT DIVISION.                                            DBNK217P
003600                                                                  DBNK217P
003700 DATA DIVISION.                                                   DBNK217P
003800                                                                  DBNK217P
003900 WORKING-STORAGE SECTION.                                         DBNK217P
004000 01  WS-MISC-STORAGE.                                             DBNK217P
004100   05  WS-PROGRAM-ID                         PIC X(8)             DBNK217P
004200       VALUE 'DBNK217P'.                                          DBNK217P
004300   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBNK217P
004400   05  WS-RESP                               PIC S9(8) COMP.      DBNK217P
004500   05  WS-MSVC-TOKEN                         PIC S9(8) COMP.      DBNK217P
004600   05  WS-BNKMSVC-RID.                                            DBNK217P
004700     10  WS-BNKMSVC-RID-PID                  PIC X(5).            DBNK217P
004800     10  WS-BNKMSVC-RID-DATE                 PIC X(8).            DBNK217P
004900   05  WS-BNKOPER-RID                        PIC X(5).            DBNK217P
005000   05  WS-BNKCUST-RID                        PIC X(5).            DBNK217P
005100   05  WS-BNKACC1-RID                        PIC X(5).            DBNK217P
005200   05  WS-BNKMCAP-RID                        PIC X(9).            DBNK217P
005300   05  WS-TODAY-DATE                         PIC X(8).            DBNK217P
005400   05  WS-DONE-MSG                           PIC X(40).           DBNK217P
005500   05  WS-FROM-DATE                          PIC X(8).            DBNK217P
005600   05  WS-FORGONE-AMT                        PIC S9(9)V99 COMP-3. DBNK217P
005700   05  WS-OPEN-FOUND                         PIC X(1).            DBNK217P
005800     88  OPEN-PERIOD-FOUND                   VALUE 'Y'.           DBNK217P
005900     88  NO-OPEN-PERIOD                      VALUE 'N'.           DBNK217P
006000                                                                  DBNK217P
006100 COPY CTSTAMPD.                                                   DBNK217P
006200                                                                  DBNK217P
006300 01  WS-BNKMSVC-REC.                                              DBNK217P
006400 COPY CBANKVMS.                                                   DBNK217P
006500                                                                  DBNK217P
006600 01  WS-BNKMCAP-REC.                                              DBNK217P
006700 COPY CBANKVMP.                                                   DBNK217P
006800                                                                  DBNK217P
006900 01  WS-BNKOPER-REC.                                              DBNK217P
007000 COPY CBANKVOR.                                                   DBNK217P
007100                                                                  DBNK217P
007200 01  WS-BNKCUST-REC.                                              DBNK217P
007300 COPY CBANKVCS.                                                   DBNK217P
007400                                                                  DBNK217P
007500 01  WS-BNKACC-REC.                                               DBNK217P
007600 COPY CBANKVAC.                                                   DBNK217P
007700                                                                  DBNK217P
007800 01  WS-COMMAREA.                                                 DBNK217P
007900 COPY CBNKD217.                                                   DBNK217P
008000                                                                  DBNK217P
008100 COPY CABENDD.                                                    DBNK217P
008200                                                                  DBNK217P
008300 LINKAGE SECTION.                                                 DBNK217P
008400 01  DFHCOMMAREA.                                                 DBNK217P
008500   05  LK-COMMAREA                           PIC X(1)             DBNK217P
008600       OCCURS 1 TO 4096 TIMES                                     DBNK217P
008700         DEPENDING ON WS-COMMAREA-LENGTH.                         DBNK217P
008800                                                                  DBNK217P
008900 COPY CENTRY.                                                     DBNK217P
009000***************************************************************** DBNK217P
009100* Move the passed data to our area                              * DBNK217P
009200***************************************************************** DBNK217P
009300     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBNK217P
009400     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBNK217P
009500                                                                  DBNK217P
009600***************************************************************** DBNK217P
009700* Initialize our output area                                    * DBNK217P
009800***************************************************************** DBNK217P
009900     MOVE SPACES TO C217O-DATA.                                   DBNK217P
010000     SET C217O-FAIL TO TRUE.                                      DBNK217P
010100     MOVE 0 TO C217O-COUNT.                                       DBNK217P
010200     MOVE 0 TO C217O-CAPPED-COUNT.                                DBNK217P
010300     MOVE 0 TO C217O-FORGONE-AMT.                                 DBNK217P
010400     MOVE SPACES TO WS-DONE-MSG.                                  DBNK217P
010500                                                                  DBNK217P
010600 COPY CTSTAMPP.                                                   DBNK217P
010700     MOVE WS-TIMESTAMP(1:4) TO WS-TODAY-DATE(1:4).                DBNK217P
010800     MOVE WS-TIMESTAMP(6:2) TO WS-TODAY-DATE(5:2).                DBNK217P
010900     MOVE WS-TIMESTAMP(9:2) TO WS-TODAY-DATE(7:2).                DBNK217P
011000                                                                  DBNK217P
011100     MOVE C217I-PID TO WS-BNKCUST-RID.                            DBNK217P
011200     EXEC CICS READ FILE('BNKCUST')                               DBNK217P
011300                    INTO(WS-BNKCUST-REC)                          DBNK217P
011400                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBNK217P
011500                    RIDFLD(WS-BNKCUST-RID)                        DBNK217P
011600                    RESP(WS-RESP)                                 DBNK217P
011700     END-EXEC.                                                    DBNK217P
011800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK217P
011900        MOVE 'Customer not found' TO C217O-MSG                    DBNK217P
012000        GO TO DBNK217P-EXIT                                       DBNK217P
012100     END-IF.                                                      DBNK217P
012200                                                                  DBNK217P
012300     IF C217I-ENQUIRE                                             DBNK217P
012400        GO TO RETURN-REGISTER                                     DBNK217P
012500     END-IF.                                                      DBNK217P
012600     IF C217I-RECORD                                              DBNK217P
012700        GO TO RECORD-SERVICE                                      DBNK217P
012800     END-IF.                                                      DBNK217P
012900                                                                  DBNK217P
013000***************************************************************** DBNK217P
013100* Recording the end of service brings the rate caps to an end,  * DBNK217P
013200* so it needs an active supervisor or administrator             * DBNK217P
013300***************************************************************** DBNK217P
013400     IF NOT C217I-ENDED                                           DBNK217P
013500        MOVE 'Request code must be E, R or N' TO C217O-MSG        DBNK217P
013600        GO TO DBNK217P-EXIT                                       DBNK217P
013700     END-IF.                                                      DBNK217P
013800     MOVE C217I-OPERATOR TO WS-BNKOPER-RID.                       DBNK217P
013900     EXEC CICS READ FILE('BNKOPER')                               DBNK217P
014000                    INTO(WS-BNKOPER-REC)                          DBNK217P
014100                    LENGTH(LENGTH OF WS-BNKOPER-REC)              DBNK217P
014200                    RIDFLD(WS-BNKOPER-RID)                        DBNK217P
014300                    RESP(WS-RESP)                                 DBNK217P
014400     END-EXEC.                                                    DBNK217P
014500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK217P
014600        NOT BOR-REC-IS-ACTIVE OR                                  DBNK217P
014700        (NOT BOR-REC-ROLE-SUPERVISOR AND                          DBNK217P
014800         NOT BOR-REC-ROLE-ADMIN)                                  DBNK217P
014900        MOVE 'Supervisor authority required' TO C217O-MSG         DBNK217P
015000        GO TO DBNK217P-EXIT                                       DBNK217P
015100     END-IF.                                                      DBNK217P
015200     IF C217I-END-DATE IS EQUAL TO SPACES                         DBNK217P
015300        MOVE WS-TODAY-DATE TO C217I-END-DATE                      DBNK217P
015400     END-IF.                                                      DBNK217P
015500     IF C217I-END-DATE IS NOT NUMERIC                             DBNK217P
015600        MOVE 'End date must be YYYYMMDD' TO C217O-MSG             DBNK217P
015700        GO TO DBNK217P-EXIT                                       DBNK217P
015800     END-IF.                                                      DBNK217P
015900     PERFORM FIND-OPEN-PERIOD THRU                                DBNK217P
016000             FIND-OPEN-PERIOD-EXIT.                               DBNK217P
016100     IF NO-OPEN-PERIOD                                            DBNK217P
016200        MOVE 'No open service period on file' TO C217O-MSG        DBNK217P
016300        GO TO DBNK217P-EXIT                                       DBNK217P
016400     END-IF.                                                      DBNK217P
016500*    a verified period runs from the official start date          DBNK217P
016600     MOVE MSV-REC-CLAIM-START TO WS-FROM-DATE.                    DBNK217P
016700     IF MSV-REC-IS-VERIFIED                                       DBNK217P
016800        MOVE MSV-REC-ACTIVE-START TO WS-FROM-DATE                 DBNK217P
016900     END-IF.                                                      DBNK217P
017000     IF C217I-END-DATE IS LESS THAN WS-FROM-DATE                  DBNK217P
017100        MOVE 'End date is before the service start'               DBNK217P
017200          TO C217O-MSG                                            DBNK217P
017300        GO TO DBNK217P-EXIT                                       DBNK217P
017400     END-IF.                                                      DBNK217P
017500     EXEC CICS READ FILE('BNKMSVC')                               DBNK217P
017600                    UPDATE                                        DBNK217P
017700                    INTO(WS-BNKMSVC-REC)                          DBNK217P
017800                    LENGTH(LENGTH OF WS-BNKMSVC-REC)              DBNK217P
017900                    RIDFLD(WS-BNKMSVC-RID)                        DBNK217P
018000                    TOKEN(WS-MSVC-TOKEN)                          DBNK217P
018100                    RESP(WS-RESP)                                 DBNK217P
018200     END-EXEC.                                                    DBNK217P
018300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK217P
018400        MOVE 'Unable to update service register' TO C217O-MSG     DBNK217P
018500        GO TO DBNK217P-EXIT                                       DBNK217P
018600     END-IF.                                                      DBNK217P
018700     MOVE C217I-END-DATE TO MSV-REC-CLAIM-END.                    DBNK217P
018800     IF MSV-REC-IS-VERIFIED                                       DBNK217P
018900        MOVE C217I-END-DATE TO MSV-REC-ACTIVE-END                 DBNK217P
019000        MOVE 'End recorded - caps lift after that date'           DBNK217P
019100          TO WS-DONE-MSG                                          DBNK217P
019200     ELSE                                                         DBNK217P
019300        MOVE 'Service end recorded' TO WS-DONE-MSG                DBNK217P
019400     END-IF.                                                      DBNK217P
019500     EXEC CICS REWRITE FILE('BNKMSVC')                            DBNK217P
019600                    FROM(WS-BNKMSVC-REC)                          DBNK217P
019700                    LENGTH(LENGTH OF WS-BNKMSVC-REC)              DBNK217P
019800                    TOKEN(WS-MSVC-TOKEN)                          DBNK217P
019900                    RESP(WS-RESP)                                 DBNK217P
020000     END-EXEC.                                                    DBNK217P
020100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK217P
020200        MOVE 'Unable to update service register' TO C217O-MSG     DBNK217P
020300        GO TO DBNK217P-EXIT                                       DBNK217P
020400     END-IF.                                                      DBNK217P
020500     GO TO RETURN-REGISTER.                                       DBNK217P
020600                                                                  DBNK217P
020700***************************************************************** DBNK217P
020800* Record a period of active duty. Any operator may do this - it * DBNK217P
020900* only waits for the eligibility file, which decides whether    * DBNK217P
021000* and from when the rates are capped                            * DBNK217P
021100***************************************************************** DBNK217P
021200 RECORD-SERVICE.                                                  DBNK217P
021300     IF C217I-START-DATE IS NOT NUMERIC OR                        DBNK217P
021400        C217I-START-DATE IS GREATER THAN WS-TODAY-DATE            DBNK217P
021500        MOVE 'Start date must be YYYYMMDD, not future'            DBNK217P
021600          TO C217O-MSG                                            DBNK217P
021700        GO TO DBNK217P-EXIT                                       DBNK217P
021800     END-IF.                                                      DBNK217P
021900     IF C217I-END-DATE IS NOT EQUAL TO SPACES                     DBNK217P
022000        IF C217I-END-DATE IS NOT NUMERIC OR                       DBNK217P
022100           C217I-END-DATE IS LESS THAN C217I-START-DATE           DBNK217P
022200           MOVE 'End date must be YYYYMMDD, after start'          DBNK217P
022300             TO C217O-MSG                                         DBNK217P
022400           GO TO DBNK217P-EXIT                                    DBNK217P
022500        END-IF                                                    DBNK217P
022600     END-IF.                                                      DBNK217P
022700     PERFORM FIND-OPEN-PERIOD THRU                                DBNK217P
022800             FIND-OPEN-PERIOD-EXIT.                               DBNK217P
022900     IF OPEN-PERIOD-FOUND                                         DBNK217P
023000        MOVE 'Customer already has an open period'                DBNK217P
023100          TO C217O-MSG                                            DBNK217P
023200        GO TO DBNK217P-EXIT                                       DBNK217P
023300     END-IF.                                                      DBNK217P
023400     MOVE SPACES TO WS-BNKMSVC-REC.                               DBNK217P
023500     MOVE C217I-PID TO MSV-REC-PID.                               DBNK217P
023600     MOVE C217I-START-DATE TO MSV-REC-CLAIM-START.                DBNK217P
023700     MOVE C217I-END-DATE TO MSV-REC-CLAIM-END.                    DBNK217P
023800     SET MSV-REC-IS-PENDING TO TRUE.                              DBNK217P
023900     MOVE WS-TODAY-DATE TO MSV-REC-RECORDED-DATE.                 DBNK217P
024000     MOVE C217I-OPERATOR TO MSV-REC-RECORDED-BY.                  DBNK217P
024100     MOVE 0 TO MSV-REC-CAPPED-COUNT.                              DBNK217P
024200     MOVE MSV-REC-KEY TO WS-BNKMSVC-RID.                          DBNK217P
024300     EXEC CICS WRITE FILE('BNKMSVC')                              DBNK217P
024400                     FROM(WS-BNKMSVC-REC)                         DBNK217P
024500                     LENGTH(LENGTH OF WS-BNKMSVC-REC)             DBNK217P
024600                     RIDFLD(WS-BNKMSVC-RID)                       DBNK217P
024700                     RESP(WS-RESP)                                DBNK217P
024800     END-EXEC.                                                    DBNK217P
024900     IF WS-RESP IS EQUAL TO DFHRESP(DUPREC)                       DBNK217P
025000        MOVE 'A period is already on file for date'               DBNK217P
025100          TO C217O-MSG                                            DBNK217P
025200        GO TO DBNK217P-EXIT                                       DBNK217P
025300     END-IF.                                                      DBNK217P
025400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK217P
025500        MOVE 'Unable to update service register' TO C217O-MSG     DBNK217P
025600        GO TO DBNK217P-EXIT                                       DBNK217P
025700     END-IF.                                                      DBNK217P
025800     MOVE 'Service recorded - pending verification'               DBNK217P
025900       TO WS-DONE-MSG.                                            DBNK217P
026000                                                                  DBNK217P
026100***************************************************************** DBNK217P
026200* Return the customer's service periods and capped accounts     * DBNK217P
026300***************************************************************** DBNK217P
026400 RETURN-REGISTER.                                                 DBNK217P
026500     MOVE BCS-REC-NAME TO C217O-NAME.                             DBNK217P
026600     PERFORM LIST-PERIODS THRU                                    DBNK217P
026700             LIST-PERIODS-EXIT.                                   DBNK217P
026800     PERFORM COUNT-CAPS THRU                                      DBNK217P
026900             COUNT-CAPS-EXIT.                                     DBNK217P
027000     SET C217O-OK TO TRUE.                                        DBNK217P
027100     MOVE WS-DONE-MSG TO C217O-MSG.                               DBNK217P
027200     IF C217O-MSG IS EQUAL TO SPACES AND                          DBNK217P
027300        C217O-COUNT IS EQUAL TO ZERO                              DBNK217P
027400        MOVE 'No military service on file' TO C217O-MSG           DBNK217P
027500     END-IF.                                                      DBNK217P
027600                                                                  DBNK217P
027700***************************************************************** DBNK217P
027800* Move the result back to the callers area                      * DBNK217P
027900***************************************************************** DBNK217P
028000 DBNK217P-EXIT.                                                   DBNK217P
028100     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBNK217P
028200                                                                  DBNK217P
028300***************************************************************** DBNK217P
028400* Return to our caller                                          * DBNK217P
028500***************************************************************** DBNK217P
028600 COPY CRETURN.                                                    DBNK217P
028700                                                                  DBNK217P
028800***************************************************************** DBNK217P
028900* Browse the customer's periods by key for the one still open - * DBNK217P
029000* pending or verified - leaving its key in WS-BNKMSVC-RID       * DBNK217P
029100***************************************************************** DBNK217P
029200 FIND-OPEN-PERIOD.                                                DBNK217P
029300     SET NO-OPEN-PERIOD TO TRUE.                                  DBNK217P
029400     MOVE C217I-PID TO WS-BNKMSVC-RID-PID.                        DBNK217P
029500     MOVE LOW-VALUES TO WS-BNKMSVC-RID-DATE.                      DBNK217P
029600     EXEC CICS STARTBR FILE('BNKMSVC')                            DBNK217P
029700                       RIDFLD(WS-BNKMSVC-RID)                     DBNK217P
029800                       GTEQ                                       DBNK217P
029900                       RESP(WS-RESP)                              DBNK217P
030000     END-EXEC.                                                    DBNK217P
030100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK217P
030200        GO TO FIND-OPEN-PERIOD-EXIT                               DBNK217P
030300     END-IF.                                                      DBNK217P
030400 FIND-OPEN-PERIOD-LOOP.                                           DBNK217P
030500     EXEC CICS READNEXT FILE('BNKMSVC')                           DBNK217P
030600                        INTO(WS-BNKMSVC-REC)                      DBNK217P
030700                        LENGTH(LENGTH OF WS-BNKMSVC-REC)          DBNK217P
030800                        RIDFLD(WS-BNKMSVC-RID)                    DBNK217P
030900                        RESP(WS-RESP)                             DBNK217P
031000     END-EXEC.                                                    DBNK217P
031100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK217P
031200        MSV-REC-PID IS NOT EQUAL TO C217I-PID                     DBNK217P
031300        GO TO FIND-OPEN-PERIOD-ENDED                              DBNK217P
031400     END-IF.                                                      DBNK217P
031500     IF MSV-REC-IS-OPEN                                           DBNK217P
031600        SET OPEN-PERIOD-FOUND TO TRUE                             DBNK217P
031700        GO TO FIND-OPEN-PERIOD-ENDED                              DBNK217P
031800     END-IF.                                                      DBNK217P
031900     GO TO FIND-OPEN-PERIOD-LOOP.                                 DBNK217P
032000 FIND-OPEN-PERIOD-ENDED.                                          DBNK217P
032100     EXEC CICS ENDBR FILE('BNKMSVC')                              DBNK217P
032200                     RESP(WS-RESP)                                DBNK217P
032300     END-EXEC.                                                    DBNK217P
032400 FIND-OPEN-PERIOD-EXIT.                                           DBNK217P
032500     EXIT.                                                        DBNK217P
032600                                                                  DBNK217P
032700***************************************************************** DBNK217P
032800* Browse the customer's periods by key, returning the first six * DBNK217P
032900***************************************************************** DBNK217P
033000 LIST-PERIODS.                                                    DBNK217P
033100     MOVE 0 TO C217O-COUNT.                                       DBNK217P
033200     MOVE C217I-PID TO WS-BNKMSVC-RID-PID.                        DBNK217P
033300     MOVE LOW-VALUES TO WS-BNKMSVC-RID-DATE.                      DBNK217P
033400     EXEC CICS STARTBR FILE('BNKMSVC')                            DBNK217P
033500                       RIDFLD(WS-BNKMSVC-RID)                     DBNK217P
033600                       GTEQ                                       DBNK217P
033700                       RESP(WS-RESP)                              DBNK217P
033800     END-EXEC.                                                    DBNK217P
033900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK217P
034000        GO TO LIST-PERIODS-EXIT                                   DBNK217P
034100     END-IF.                                                      DBNK217P
034200 LIST-PERIODS-LOOP.                                               DBNK217P
034300     EXEC CICS READNEXT FILE('BNKMSVC')                           DBNK217P
034400                        INTO(WS-BNKMSVC-REC)                      DBNK217P
034500                        LENGTH(LENGTH OF WS-BNKMSVC-REC)          DBNK217P
034600                        RIDFLD(WS-BNKMSVC-RID)                    DBNK217P
034700                        RESP(WS-RESP)                             DBNK217P
034800     END-EXEC.                                                    DBNK217P
034900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK217P
035000        MSV-REC-PID IS NOT EQUAL TO C217I-PID                     DBNK217P
035100        GO TO LIST-PERIODS-ENDED                                  DBNK217P
035200     END-IF.                                                      DBNK217P
035300     IF C217O-COUNT IS EQUAL TO 6                                 DBNK217P
035400        GO TO LIST-PERIODS-ENDED                                  DBNK217P
035500     END-IF.                                                      DBNK217P
035600     ADD 1 TO C217O-COUNT.                                        DBNK217P
035700     MOVE MSV-REC-CLAIM-START TO                                  DBNK217P
035800          C217O-E-CLAIM-START (C217O-COUNT).                      DBNK217P
035900     MOVE MSV-REC-CLAIM-END TO C217O-E-CLAIM-END (C217O-COUNT).   DBNK217P
036000     MOVE MSV-REC-STATUS TO C217O-E-STATUS (C217O-COUNT).         DBNK217P
036100     MOVE MSV-REC-ACTIVE-START TO                                 DBNK217P
036200          C217O-E-ACTIVE-START (C217O-COUNT).                     DBNK217P
036300     MOVE MSV-REC-ACTIVE-END TO                                   DBNK217P
036400          C217O-E-ACTIVE-END (C217O-COUNT).                       DBNK217P
036500     MOVE MSV-REC-ELIG-REF TO C217O-E-ELIG-REF (C217O-COUNT).     DBNK217P
036600     GO TO LIST-PERIODS-LOOP.                                     DBNK217P
036700 LIST-PERIODS-ENDED.                                              DBNK217P
036800     EXEC CICS ENDBR FILE('BNKMSVC')                              DBNK217P
036900                     RESP(WS-RESP)                                DBNK217P
037000     END-EXEC.                                                    DBNK217P
037100 LIST-PERIODS-EXIT.                                               DBNK217P
037200     EXIT.                                                        DBNK217P
037300                                                                  DBNK217P
037400***************************************************************** DBNK217P
037500* Walk the customer's accounts through the PID index, counting  * DBNK217P
037600* those capped now and adding up the interest forgone on every  * DBNK217P
037700* cap, current or restored                                      * DBNK217P
037800***************************************************************** DBNK217P
037900 COUNT-CAPS.                                                      DBNK217P
038000     MOVE ZERO TO WS-FORGONE-AMT.                                 DBNK217P
038100     MOVE C217I-PID TO WS-BNKACC1-RID.                            DBNK217P
038200     EXEC CICS STARTBR FILE('BNKACC1')                            DBNK217P
038300                       RIDFLD(WS-BNKACC1-RID)                     DBNK217P
038400                       GTEQ                                       DBNK217P
038500                       RESP(WS-RESP)                              DBNK217P
038600     END-EXEC.                                                    DBNK217P
038700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK217P
038800        GO TO COUNT-CAPS-EXIT                                     DBNK217P
038900     END-IF.                                                      DBNK217P
039000 COUNT-CAPS-LOOP.                                                 DBNK217P
039100     EXEC CICS READNEXT FILE('BNKACC1')                           DBNK217P
039200                        INTO(WS-BNKACC-REC)                       DBNK217P
039300                        LENGTH(LENGTH OF WS-BNKACC-REC)           DBNK217P
039400                        RIDFLD(WS-BNKACC1-RID)                    DBNK217P
039500                        RESP(WS-RESP)                             DBNK217P
039600     END-EXEC.                                                    DBNK217P
039700     IF (WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND              DBNK217P
039800         WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)) OR              DBNK217P
039900        BAC-REC-PID IS NOT EQUAL TO C217I-PID                     DBNK217P
040000        GO TO COUNT-CAPS-ENDED                                    DBNK217P
040100     END-IF.                                                      DBNK217P
040200     MOVE BAC-REC-ACCNO TO WS-BNKMCAP-RID.                        DBNK217P
040300     EXEC CICS READ FILE('BNKMCAP')                               DBNK217P
040400                    INTO(WS-BNKMCAP-REC)                          DBNK217P
040500                    LENGTH(LENGTH OF WS-BNKMCAP-REC)              DBNK217P
040600                    RIDFLD(WS-BNKMCAP-RID)                        DBNK217P
040700                    RESP(WS-RESP)                                 DBNK217P
040800     END-EXEC.                                                    DBNK217P
040900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK217P
041000        GO TO COUNT-CAPS-LOOP                                     DBNK217P
041100     END-IF.                                                      DBNK217P
041200     IF MCP-REC-IS-CAPPED                                         DBNK217P
041300        ADD 1 TO C217O-CAPPED-COUNT                               DBNK217P
041400     END-IF.                                                      DBNK217P
041500     ADD MCP-REC-FORGONE-AMT TO WS-FORGONE-AMT.                   DBNK217P
041600     GO TO COUNT-CAPS-LOOP.                                       DBNK217P
041700 COUNT-CAPS-ENDED.                                                DBNK217P
041800     EXEC CICS ENDBR FILE('BNKACC1')                              DBNK217P
041900                     RESP(WS-RESP)                                DBNK217P
042000     END-EXEC.                                                    DBNK217P
042100     MOVE WS-FORGONE-AMT TO C217O-FORGONE-AMT.                    DBNK217P
042200 COUNT-CAPS-EXIT.                                                 DBNK217P
042300     EXIT.                                                        DBNK217P
