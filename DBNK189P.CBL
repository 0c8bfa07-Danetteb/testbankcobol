000100***************************************************************** DBNK189P
000200*                                                               * DBNK189P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK189P
000400*   This demonstration program is provided for use by users     * DBNK189P
000500*   of Micro Focus products and may be used, modified and       * DBNK189P
000600*   distributed as part of your application provided that       * DBNK189P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK189P
000800*   in this material.                                           * DBNK189P
000900*                                                               * DBNK189P
001000***************************************************************** DBNK189P
001100                                                                  DBNK189P
001200***************************************************************** DBNK189P
001300* Program:     DBNK189P.CBL                                     * DBNK189P
001400* Function:    Account interest rate override. A rate agreed    * DBNK189P
001500*              with a large depositor, or an introductory rate  * DBNK189P
001600*              on a new account, is held on BNKROVR with a      * DBNK189P
001700*              start date, an end date and a reason; DBANK59P   * DBNK189P
001800*              pays it in place of the tiered BNKRATE rate and  * DBNK189P
001900*              the relationship tier uplift while it is in      * DBNK189P
002000*              force. Setting or removing an override is never  * DBNK189P
002100*              done from one keyboard - the screen validates    * DBNK189P
002200*              the request here, stages it with DBNK133P, and   * DBNK189P
002300*              the approving operator's decision drives the     * DBNK189P
002400*              change back through this module. An enquiry      * DBNK189P
002500*              shows the account's latest override.             * DBNK189P
002600*              VSAM version                                     * DBNK189P
002700***************************************************************** DBNK189P
002800                                                                  DBNK189P
002900 IDENTIFICATION DIVISION.                                         DBNK189P
003000 PROGRAM-ID.                                                      DBNK189P
003100     DBNK189P.                                                    DBNK189P
003200 DATE-WRITTEN.                                                    DBNK189P
003300     October 2008.                                                DBNK189P
003400 DATE-COMPILED.                                                   DBNK189P
003500     Today.                                                       DBNK189P
003600                                                                  DBNK189P
003700 ENVIRONMENT DIVISION.                                            DBNK189P
003800                                                                  DBNK189P
003900 DATA DIVISION.                                                   DBNK189P
004000                                                                  DBNK189P
004100 WORKING-STORAGE SECTION.                                         DBNK189P
004200 01  WS-MISC-STORAGE.                                             DBNK189P
004300   05  WS-PROGRAM-ID                         PIC X(8)             DBNK189P
004400       VALUE 'DBNK189P'.                                          DBNK189P
004500   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBNK189P
004600   05  WS-RESP                               PIC S9(8) COMP.      DBNK189P
004700   05  WS-ROVR-TOKEN                         PIC S9(8) COMP.      DBNK189P
004800   05  WS-BNKACC-RID                         PIC X(9).            DBNK189P
004900   05  WS-BNKPARM-RID                        PIC X(8).            DBNK189P
005000   05  WS-BNKROVR-RID                        PIC X(9).            DBNK189P
005100   05  WS-TODAY-DATE                         PIC X(8).            DBNK189P
005200   05  WS-ROVR-FLAG                          PIC X(1).            DBNK189P
005300     88  WS-ROVR-ON-FILE                     VALUE 'Y'.           DBNK189P
005400     88  WS-ROVR-NOT-ON-FILE                 VALUE 'N'.           DBNK189P
005500                                                                  DBNK189P
005600 COPY CTSTAMPD.                                                   DBNK189P
005700                                                                  DBNK189P
005800 01  WS-BNKACC-REC.                                               DBNK189P
005900 COPY CBANKVAC.                                                   DBNK189P
006000                                                                  DBNK189P
006100 01  WS-BNKPARM-REC.                                              DBNK189P
006200 COPY CBANKVPM.                                                   DBNK189P
006300                                                                  DBNK189P
006400 01  WS-BNKROVR-REC.                                              DBNK189P
006500 COPY CBANKVRO.                                                   DBNK189P
006600                                                                  DBNK189P
006700 01  WS-COMMAREA.                                                 DBNK189P
006800 COPY CBNKD189.                                                   DBNK189P
006900                                                                  DBNK189P
007000 COPY CABENDD.                                                    DBNK189P
007100                                                                  DBNK189P
007200 LINKAGE SECTION.                                                 DBNK189P
007300 01  DFHCOMMAREA.                                                 DBNK189P
007400   05  LK-COMMAREA                           PIC X(1)             DBNK189P
007500       OCCURS 1 TO 4096 TIMES                                     DBNK189P
007600         DEPENDING ON WS-COMMAREA-LENGTH.                         DBNK189P
007700                                                                  DBNK189P
007800 COPY CENTRY.                                                     DBNK189P
007900***************************************************************** DBNK189P
008000* Move the passed data to our area                              * DBNK189P
008100***************************************************************** DBNK189P
008200     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBNK189P
008300     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBNK189P
008400                                                                  DBNK189P
008500***************************************************************** DBNK189P
008600* Initialize our output area                                    * DBNK189P
008700***************************************************************** DBNK189P
008800     MOVE SPACES TO C189O-DATA.                                   DBNK189P
008900     MOVE ZERO TO C189O-INT-RATE.                                 DBNK189P
009000     SET C189O-FAIL TO TRUE.                                      DBNK189P
009100                                                                  DBNK189P
009200***************************************************************** DBNK189P
009300* Overrides are dated by the bank-wide business date, the clock * DBNK189P
009400* standing in where none is installed                           * DBNK189P
009500***************************************************************** DBNK189P
009600 COPY CTSTAMPP.                                                   DBNK189P
009700     MOVE WS-TIMESTAMP(1:4) TO WS-TODAY-DATE(1:4).                DBNK189P
009800     MOVE WS-TIMESTAMP(6:2) TO WS-TODAY-DATE(5:2).                DBNK189P
009900     MOVE WS-TIMESTAMP(9:2) TO WS-TODAY-DATE(7:2).                DBNK189P
010000     MOVE 'BUSDATE ' TO WS-BNKPARM-RID.                           DBNK189P
010100     EXEC CICS READ FILE('BNKPARM')                               DBNK189P
010200                    INTO(WS-BNKPARM-REC)                          DBNK189P
010300                    LENGTH(LENGTH OF WS-BNKPARM-REC)              DBNK189P
010400                    RIDFLD(WS-BNKPARM-RID)                        DBNK189P
010500                    RESP(WS-RESP)                                 DBNK189P
010600     END-EXEC.                                                    DBNK189P
010700     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBNK189P
010800        PRM-REC-TEXT (1:8) IS NUMERIC                             DBNK189P
010900        MOVE PRM-REC-TEXT (1:8) TO WS-TODAY-DATE                  DBNK189P
011000     END-IF.                                                      DBNK189P
011100                                                                  DBNK189P
011200     IF NOT C189I-ENQUIRE AND                                     DBNK189P
011300        NOT C189I-VALIDATE AND                                    DBNK189P
011400        NOT C189I-SET AND                                         DBNK189P
011500        NOT C189I-REMOVE                                          DBNK189P
011600        MOVE 'Bad request code' TO C189O-MSG                      DBNK189P
011700        GO TO DBNK189P-EXIT                                       DBNK189P
011800     END-IF.                                                      DBNK189P
011900                                                                  DBNK189P
012000***************************************************************** DBNK189P
012100* The account, and any override already on file for it          * DBNK189P
012200***************************************************************** DBNK189P
012300     MOVE C189I-ACCNO TO WS-BNKACC-RID.                           DBNK189P
012400     EXEC CICS READ FILE('BNKACC')                                DBNK189P
012500                    INTO(WS-BNKACC-REC)                           DBNK189P
012600                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBNK189P
012700                    RIDFLD(WS-BNKACC-RID)                         DBNK189P
012800                    RESP(WS-RESP)                                 DBNK189P
012900     END-EXEC.                                                    DBNK189P
013000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK189P
013100        MOVE 'Account not found' TO C189O-MSG                     DBNK189P
013200        GO TO DBNK189P-EXIT                                       DBNK189P
013300     END-IF.                                                      DBNK189P
013400     MOVE BAC-REC-PID TO C189O-PID.                               DBNK189P
013500                                                                  DBNK189P
013600     MOVE C189I-ACCNO TO WS-BNKROVR-RID.                          DBNK189P
013700     EXEC CICS READ FILE('BNKROVR')                               DBNK189P
013800                    INTO(WS-BNKROVR-REC)                          DBNK189P
013900                    LENGTH(LENGTH OF WS-BNKROVR-REC)              DBNK189P
014000                    RIDFLD(WS-BNKROVR-RID)                        DBNK189P
014100                    RESP(WS-RESP)                                 DBNK189P
014200     END-EXEC.                                                    DBNK189P
014300     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK189P
014400        SET WS-ROVR-ON-FILE TO TRUE                               DBNK189P
014500     ELSE                                                         DBNK189P
014600        SET WS-ROVR-NOT-ON-FILE TO TRUE                           DBNK189P
014700     END-IF.                                                      DBNK189P
014800                                                                  DBNK189P
014900     IF C189I-REMOVE                                              DBNK189P
015000        GO TO REMOVE-OVERRIDE                                     DBNK189P
015100     END-IF.                                                      DBNK189P
015200     IF C189I-VALIDATE OR                                         DBNK189P
015300        C189I-SET                                                 DBNK189P
015400        GO TO SET-OVERRIDE                                        DBNK189P
015500     END-IF.                                                      DBNK189P
015600                                                                  DBNK189P
015700***************************************************************** DBNK189P
015800* Enquiry - the latest override, in force or ended              * DBNK189P
015900***************************************************************** DBNK189P
016000     SET C189O-OK TO TRUE.                                        DBNK189P
016100     IF WS-ROVR-NOT-ON-FILE                                       DBNK189P
016200        MOVE 'No rate override on file for account'               DBNK189P
016300          TO C189O-MSG                                            DBNK189P
016400        GO TO DBNK189P-EXIT                                       DBNK189P
016500     END-IF.                                                      DBNK189P
016600     PERFORM RETURN-OVERRIDE THRU                                 DBNK189P
016700             RETURN-OVERRIDE-EXIT.                                DBNK189P
016800     GO TO DBNK189P-EXIT.                                         DBNK189P
016900                                                                  DBNK189P
017000***************************************************************** DBNK189P
017100* Validate or set - the account must be open; the rate must be  * DBNK189P
017200* given and the period must run forward and not be over before  * DBNK189P
017300* it starts. The same checks run again when the approved change * DBNK189P
017400* arrives, as the business date may have moved on since         * DBNK189P
017500***************************************************************** DBNK189P
017600 SET-OVERRIDE.                                                    DBNK189P
017700     IF NOT BAC-REC-ACC-IS-OPEN                                   DBNK189P
017800        MOVE 'Account is not open' TO C189O-MSG                   DBNK189P
017900        GO TO DBNK189P-EXIT                                       DBNK189P
018000     END-IF.                                                      DBNK189P
018100     IF C189I-INT-RATE IS NOT NUMERIC OR                          DBNK189P
018200        C189I-INT-RATE-N IS EQUAL TO ZERO                         DBNK189P
018300        MOVE 'Rate must be five digits' TO C189O-MSG              DBNK189P
018400        GO TO DBNK189P-EXIT                                       DBNK189P
018500     END-IF.                                                      DBNK189P
018600     IF C189I-START-DATE IS NOT NUMERIC OR                        DBNK189P
018700        C189I-END-DATE IS NOT NUMERIC                             DBNK189P
018800        MOVE 'Start and end dates must be CCYYMMDD' TO C189O-MSG  DBNK189P
018900        GO TO DBNK189P-EXIT                                       DBNK189P
019000     END-IF.                                                      DBNK189P
019100     IF C189I-END-DATE IS LESS THAN C189I-START-DATE              DBNK189P
019200        MOVE 'End date is before start date' TO C189O-MSG         DBNK189P
019300        GO TO DBNK189P-EXIT                                       DBNK189P
019400     END-IF.                                                      DBNK189P
019500     IF C189I-END-DATE IS LESS THAN WS-TODAY-DATE                 DBNK189P
019600        MOVE 'End date has already passed' TO C189O-MSG           DBNK189P
019700        GO TO DBNK189P-EXIT                                       DBNK189P
019800     END-IF.                                                      DBNK189P
019900     IF C189I-REASON IS EQUAL TO SPACES                           DBNK189P
020000        MOVE 'A reason is required' TO C189O-MSG                  DBNK189P
020100        GO TO DBNK189P-EXIT                                       DBNK189P
020200     END-IF.                                                      DBNK189P
020300     IF C189I-VALIDATE                                            DBNK189P
020400        SET C189O-OK TO TRUE                                      DBNK189P
020500        MOVE 'Override is valid' TO C189O-MSG                     DBNK189P
020600        GO TO DBNK189P-EXIT                                       DBNK189P
020700     END-IF.                                                      DBNK189P
020800                                                                  DBNK189P
020900***************************************************************** DBNK189P
021000* File the override over any earlier one for the account        * DBNK189P
021100***************************************************************** DBNK189P
021200     IF WS-ROVR-ON-FILE                                           DBNK189P
021300        EXEC CICS READ FILE('BNKROVR')                            DBNK189P
021400                       UPDATE                                     DBNK189P
021500                       INTO(WS-BNKROVR-REC)                       DBNK189P
021600                       LENGTH(LENGTH OF WS-BNKROVR-REC)           DBNK189P
021700                       RIDFLD(WS-BNKROVR-RID)                     DBNK189P
021800                       TOKEN(WS-ROVR-TOKEN)                       DBNK189P
021900                       RESP(WS-RESP)                              DBNK189P
022000        END-EXEC                                                  DBNK189P
022100        IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                DBNK189P
022200           MOVE 'Unable to file rate override' TO C189O-MSG       DBNK189P
022300           GO TO DBNK189P-EXIT                                    DBNK189P
022400        END-IF                                                    DBNK189P
022500     END-IF.                                                      DBNK189P
022600     MOVE SPACES TO WS-BNKROVR-REC.                               DBNK189P
022700     MOVE C189I-ACCNO TO ROV-REC-ACCNO.                           DBNK189P
022800     MOVE BAC-REC-PID TO ROV-REC-PID.                             DBNK189P
022900     MOVE C189I-INT-RATE-N TO ROV-REC-INT-RATE.                   DBNK189P
023000     MOVE C189I-START-DATE TO ROV-REC-START-DATE.                 DBNK189P
023100     MOVE C189I-END-DATE TO ROV-REC-END-DATE.                     DBNK189P
023200     MOVE C189I-REASON TO ROV-REC-REASON.                         DBNK189P
023300     SET ROV-REC-IS-ACTIVE TO TRUE.                               DBNK189P
023400     MOVE C189I-OPERATOR TO ROV-REC-SET-BY.                       DBNK189P
023500     MOVE WS-TODAY-DATE TO ROV-REC-SET-DATE.                      DBNK189P
023600     IF WS-ROVR-ON-FILE                                           DBNK189P
023700        EXEC CICS REWRITE FILE('BNKROVR')                         DBNK189P
023800                          FROM(WS-BNKROVR-REC)                    DBNK189P
023900                          LENGTH(LENGTH OF WS-BNKROVR-REC)        DBNK189P
024000                          TOKEN(WS-ROVR-TOKEN)                    DBNK189P
024100                          RESP(WS-RESP)                           DBNK189P
024200        END-EXEC                                                  DBNK189P
024300     ELSE                                                         DBNK189P
024400        EXEC CICS WRITE FILE('BNKROVR')                           DBNK189P
024500                        FROM(WS-BNKROVR-REC)                      DBNK189P
024600                        LENGTH(LENGTH OF WS-BNKROVR-REC)          DBNK189P
024700                        RIDFLD(WS-BNKROVR-RID)                    DBNK189P
024800                        RESP(WS-RESP)                             DBNK189P
024900        END-EXEC                                                  DBNK189P
025000     END-IF.                                                      DBNK189P
025100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK189P
025200        MOVE 'Unable to file rate override' TO C189O-MSG          DBNK189P
025300        GO TO DBNK189P-EXIT                                       DBNK189P
025400     END-IF.                                                      DBNK189P
025500     PERFORM RETURN-OVERRIDE THRU                                 DBNK189P
025600             RETURN-OVERRIDE-EXIT.                                DBNK189P
025700     SET C189O-OK TO TRUE.                                        DBNK189P
025800     MOVE 'Rate override filed' TO C189O-MSG.                     DBNK189P
025900     GO TO DBNK189P-EXIT.                                         DBNK189P
026000                                                                  DBNK189P
026100***************************************************************** DBNK189P
026200* Remove - ends an override still in force; the record stays    * DBNK189P
026300* as the account's latest, marked removed                       * DBNK189P
026400***************************************************************** DBNK189P
026500 REMOVE-OVERRIDE.                                                 DBNK189P
026600     IF WS-ROVR-NOT-ON-FILE OR                                    DBNK189P
026700        NOT ROV-REC-IS-ACTIVE                                     DBNK189P
026800        MOVE 'No rate override in force to remove' TO C189O-MSG   DBNK189P
026900        GO TO DBNK189P-EXIT                                       DBNK189P
027000     END-IF.                                                      DBNK189P
027100     EXEC CICS READ FILE('BNKROVR')                               DBNK189P
027200                    UPDATE                                        DBNK189P
027300                    INTO(WS-BNKROVR-REC)                          DBNK189P
027400                    LENGTH(LENGTH OF WS-BNKROVR-REC)              DBNK189P
027500                    RIDFLD(WS-BNKROVR-RID)                        DBNK189P
027600                    TOKEN(WS-ROVR-TOKEN)                          DBNK189P
027700                    RESP(WS-RESP)                                 DBNK189P
027800     END-EXEC.                                                    DBNK189P
027900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK189P
028000        NOT ROV-REC-IS-ACTIVE                                     DBNK189P
028100        MOVE 'No rate override in force to remove' TO C189O-MSG   DBNK189P
028200        GO TO DBNK189P-EXIT                                       DBNK189P
028300     END-IF.                                                      DBNK189P
028400     SET ROV-REC-IS-REMOVED TO TRUE.                              DBNK189P
028500     MOVE C189I-OPERATOR TO ROV-REC-SET-BY.                       DBNK189P
028600     MOVE WS-TODAY-DATE TO ROV-REC-SET-DATE.                      DBNK189P
028700     EXEC CICS REWRITE FILE('BNKROVR')                            DBNK189P
028800                       FROM(WS-BNKROVR-REC)                       DBNK189P
028900                       LENGTH(LENGTH OF WS-BNKROVR-REC)           DBNK189P
029000                       TOKEN(WS-ROVR-TOKEN)                       DBNK189P
029100                       RESP(WS-RESP)                              DBNK189P
029200     END-EXEC.                                                    DBNK189P
029300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK189P
029400        MOVE 'Unable to remove rate override' TO C189O-MSG        DBNK189P
029500        GO TO DBNK189P-EXIT                                       DBNK189P
029600     END-IF.                                                      DBNK189P
029700     PERFORM RETURN-OVERRIDE THRU                                 DBNK189P
029800             RETURN-OVERRIDE-EXIT.                                DBNK189P
029900     SET C189O-OK TO TRUE.                                        DBNK189P
030000     MOVE 'Rate override removed' TO C189O-MSG.                   DBNK189P
030100                                                                  DBNK189P
030200***************************************************************** DBNK189P
030300* Move the result back to the callers area                      * DBNK189P
030400***************************************************************** DBNK189P
030500 DBNK189P-EXIT.                                                   DBNK189P
030600     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBNK189P
030700                                                                  DBNK189P
030800***************************************************************** DBNK189P
030900* Return to our caller                                          * DBNK189P
031000***************************************************************** DBNK189P
031100 COPY CRETURN.                                                    DBNK189P
031200                                                                  DBNK189P
031300***************************************************************** DBNK189P
031400* Return the override record held in WS-BNKROVR-REC             * DBNK189P
031500***************************************************************** DBNK189P
031600 RETURN-OVERRIDE.                                                 DBNK189P
031700     MOVE ROV-REC-INT-RATE TO C189O-INT-RATE.                     DBNK189P
031800     MOVE ROV-REC-START-DATE TO C189O-START-DATE.                 DBNK189P
031900     MOVE ROV-REC-END-DATE TO C189O-END-DATE.                     DBNK189P
032000     MOVE ROV-REC-REASON TO C189O-REASON.                         DBNK189P
032100     MOVE ROV-REC-STATUS TO C189O-ROV-STATUS.                     DBNK189P
032200     MOVE ROV-REC-SET-BY TO C189O-SET-BY.                         DBNK189P
032300     MOVE ROV-REC-SET-DATE TO C189O-SET-DATE.                     DBNK189P
032400 RETURN-OVERRIDE-EXIT.                                            DBNK189P
032500     EXIT.                                                        DBNK189P
