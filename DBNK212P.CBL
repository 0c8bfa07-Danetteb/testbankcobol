000100***************************************************************** DBNK212P
000200*                                                               * DBNK212P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK212P
000400*   This demonstration program is provided for use by users     * DBNK212P
000500*   of Micro Focus products and may be used, modified and       * DBNK212P
000600*   distributed as part of your application provided that       * DBNK212P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK212P
000800*   in this material.                                           * DBNK212P
000900*                                                               * DBNK212P
001000***************************************************************** DBNK212P
001100                                                                  DBNK212P
001200                                                                  DBNK212P
001300***************************************************************** DBNK212P
001400* Program:     DBNK212P.CBL                                     * DBNK212P
001500* Function:    The bankruptcy register on BNKBKRP. ENQUIRE      * DBNK212P
001600*              returns the customer's stay and cases; RECORD    * DBNK212P
001700*              enters a petition with its filing date, chapter  * DBNK212P
001800*              (07, 11, 12 or 13), case number and court, sets  * DBNK212P
001900*              BCS-REC-BANKRUPTCY and puts the customer's open  * DBNK212P
002000*              BNKCOLL cases on hold (status S) so the          * DBNK212P
002100*              automatic stay takes effect at once; DISCHARGED  * DBNK212P
002200*              and DISMISSED, supervisor or administrator only, * DBNK212P
002300*              close the active case, clear the flag and send   * DBNK212P
002400*              the held cases back to the collectors. The       * DBNK212P
002500*              nightly runs read the flag for themselves.       * DBNK212P
002600*              VSAM version                                     * DBNK212P
002700***************************************************************** DBNK212P
002800                                                                  DBNK212P
002900 IDENTIFICATION DIVISION.                                         DBNK212P
003000 PROGRAM-ID.                                                      DBNK212P
003100     DBNK212P.                                                    DBNK212P
003200 DATE-WRITTEN.                                                    DBNK212P
003300     October 2008.                                                DBNK212P
003400 DATE-COMPILED.                                                   DBNK212P
003500     Today.                                                       DBNK212P
003600                                                                  DBNK212P
003700 ENVIRONMENT DIVISION.                                            DBNK212P
003800                                                                  DBNK212P
003900 DATA DIVISION.                                                   DBNK212P
004000                                                                  DBNK212P
004100 WORKING-STORAGE SECTION.                                         DBNK212P
004200 01  WS-MISC-STORAGE.                                             DBNK212P
004300   05  WS-PROGRAM-ID                         PIC X(8)             DBNK212P
004400       VALUE 'DBNK212P'.                                          DBNK212P
004500   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBNK212P
004600   05  WS-RESP                               PIC S9(8) COMP.      DBNK212P
004700   05  WS-BKRP-TOKEN                         PIC S9(8) COMP.      DBNK212P
004800   05  WS-CUST-TOKEN                         PIC S9(8) COMP.      DBNK212P
004900   05  WS-COLL-TOKEN                         PIC S9(8) COMP.      DBNK212P
005000   05  WS-BNKBKRP-RID.                                            DBNK212P
005100     10  WS-BNKBKRP-RID-PID                  PIC X(5).            DBNK212P
005200     10  WS-BNKBKRP-RID-DATE                 PIC X(8).            DBNK212P
005300   05  WS-BNKOPER-RID                        PIC X(5).            DBNK212P
005400   05  WS-BNKCUST-RID                        PIC X(5).            DBNK212P
005500   05  WS-BNKACC1-RID                        PIC X(5).            DBNK212P
005600   05  WS-BNKCOLL-RID                        PIC X(9).            DBNK212P
005700   05  WS-TODAY-DATE                         PIC X(8).            DBNK212P
005800   05  WS-DONE-MSG                           PIC X(40).           DBNK212P
005900   05  WS-NEW-FLAG                           PIC X(1).            DBNK212P
006000   05  WS-ACTIVE-FOUND                       PIC X(1).            DBNK212P
006100     88  ACTIVE-CASE-FOUND                   VALUE 'Y'.           DBNK212P
006200     88  NO-ACTIVE-CASE                      VALUE 'N'.           DBNK212P
006300                                                                  DBNK212P
006400 COPY CTSTAMPD.                                                   DBNK212P
006500                                                                  DBNK212P
006600 01  WS-BNKBKRP-REC.                                              DBNK212P
006700 COPY CBANKVBK.                                                   DBNK212P
006800                                                                  DBNK212P
006900 01  WS-BNKOPER-REC.                                              DBNK212P
007000 COPY CBANKVOR.                                                   DBNK212P
007100                                                                  DBNK212P
007200 01  WS-BNKCUST-REC.                                              DBNK212P
007300 COPY CBANKVCS.                                                   DBNK212P
007400                                                                  DBNK212P
007500 01  WS-BNKACC-REC.                                               DBNK212P
007600 COPY CBANKVAC.                                                   DBNK212P
007700                                                                  DBNK212P
007800 01  WS-BNKCOLL-REC.                                              DBNK212P
007900 COPY CBANKVCC.                                                   DBNK212P
008000                                                                  DBNK212P
008100 01  WS-COMMAREA.                                                 DBNK212P
008200 COPY CBNKD212.                                                   DBNK212P
008300                                                                  DBNK212P
008400 COPY CABENDD.                                                    DBNK212P
008500                                                                  DBNK212P
008600 LINKAGE SECTION.                                                 DBNK212P
008700 01  DFHCOMMAREA.                                                 DBNK212P
008800   05  LK-COMMAREA                           PIC X(1)             DBNK212P
008900       OCCURS 1 TO 4096 TIMES                                     DBNK212P
009000         DEPENDING ON WS-COMMAREA-LENGTH.                         DBNK212P
009100                                                                  DBNK212P
009200 COPY CENTRY.                                                     DBNK212P
009300***************************************************************** DBNK212P
009400* Move the passed data to our area                              * DBNK212P
009500***************************************************************** DBNK212P
009600     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBNK212P
009700     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBNK212P
009800                                                                  DBNK212P
009900***************************************************************** DBNK212P
010000* Initialize our output area                                    * DBNK212P
010100***************************************************************** DBNK212P
010200     MOVE SPACES TO C212O-DATA.                                   DBNK212P
010300     SET C212O-FAIL TO TRUE.                                      DBNK212P
010400     MOVE 0 TO C212O-COUNT.                                       DBNK212P
010500     MOVE 0 TO C212O-CASES-STAYED.                                DBNK212P
010600     MOVE SPACES TO WS-DONE-MSG.                                  DBNK212P
010700                                                                  DBNK212P
010800 COPY CTSTAMPP.                                                   DBNK212P
010900     MOVE WS-TIMESTAMP(1:4) TO WS-TODAY-DATE(1:4).                DBNK212P
011000     MOVE WS-TIMESTAMP(6:2) TO WS-TODAY-DATE(5:2).                DBNK212P
011100     MOVE WS-TIMESTAMP(9:2) TO WS-TODAY-DATE(7:2).                DBNK212P
011200                                                                  DBNK212P
011300     MOVE C212I-PID TO WS-BNKCUST-RID.                            DBNK212P
011400     EXEC CICS READ FILE('BNKCUST')                               DBNK212P
011500                    INTO(WS-BNKCUST-REC)                          DBNK212P
011600                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBNK212P
011700                    RIDFLD(WS-BNKCUST-RID)                        DBNK212P
011800                    RESP(WS-RESP)                                 DBNK212P
011900     END-EXEC.                                                    DBNK212P
012000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK212P
012100        MOVE 'Customer not found' TO C212O-MSG                    DBNK212P
012200        GO TO DBNK212P-EXIT                                       DBNK212P
012300     END-IF.                                                      DBNK212P
012400                                                                  DBNK212P
012500     IF C212I-ENQUIRE                                             DBNK212P
012600        GO TO RETURN-REGISTER                                     DBNK212P
012700     END-IF.                                                      DBNK212P
012800     IF C212I-RECORD                                              DBNK212P
012900        GO TO RECORD-PETITION                                     DBNK212P
013000     END-IF.                                                      DBNK212P
013100                                                                  DBNK212P
013200***************************************************************** DBNK212P
013300* Discharge or dismissal lifts the stay, so it needs an active  * DBNK212P
013400* supervisor or administrator                                   * DBNK212P
013500***************************************************************** DBNK212P
013600     IF NOT C212I-DISCHARGED AND                                  DBNK212P
013700        NOT C212I-DISMISSED                                       DBNK212P
013800        MOVE 'Request code must be E, R, D or M' TO C212O-MSG     DBNK212P
013900        GO TO DBNK212P-EXIT                                       DBNK212P
014000     END-IF.                                                      DBNK212P
014100     MOVE C212I-OPERATOR TO WS-BNKOPER-RID.                       DBNK212P
014200     EXEC CICS READ FILE('BNKOPER')                               DBNK212P
014300                    INTO(WS-BNKOPER-REC)                          DBNK212P
014400                    LENGTH(LENGTH OF WS-BNKOPER-REC)              DBNK212P
014500                    RIDFLD(WS-BNKOPER-RID)                        DBNK212P
014600                    RESP(WS-RESP)                                 DBNK212P
014700     END-EXEC.                                                    DBNK212P
014800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK212P
014900        NOT BOR-REC-IS-ACTIVE OR                                  DBNK212P
015000        (NOT BOR-REC-ROLE-SUPERVISOR AND                          DBNK212P
015100         NOT BOR-REC-ROLE-ADMIN)                                  DBNK212P
015200        MOVE 'Supervisor authority required' TO C212O-MSG         DBNK212P
015300        GO TO DBNK212P-EXIT                                       DBNK212P
015400     END-IF.                                                      DBNK212P
015500     IF C212I-CLOSED-DATE IS EQUAL TO SPACES                      DBNK212P
015600        MOVE WS-TODAY-DATE TO C212I-CLOSED-DATE                   DBNK212P
015700     END-IF.                                                      DBNK212P
015800     IF C212I-CLOSED-DATE IS NOT NUMERIC OR                       DBNK212P
015900        C212I-CLOSED-DATE IS GREATER THAN WS-TODAY-DATE           DBNK212P
016000        MOVE 'Closing date: YYYYMMDD, not in future'              DBNK212P
016100          TO C212O-MSG                                            DBNK212P
016200        GO TO DBNK212P-EXIT                                       DBNK212P
016300     END-IF.                                                      DBNK212P
016400     PERFORM FIND-ACTIVE-CASE THRU                                DBNK212P
016500             FIND-ACTIVE-CASE-EXIT.                               DBNK212P
016600     IF NO-ACTIVE-CASE                                            DBNK212P
016700        MOVE 'No active bankruptcy case on file' TO C212O-MSG     DBNK212P
016800        GO TO DBNK212P-EXIT                                       DBNK212P
016900     END-IF.                                                      DBNK212P
017000     IF C212I-CLOSED-DATE IS LESS THAN BKR-REC-FILED-DATE         DBNK212P
017100        MOVE 'Closing date is before the filing date'             DBNK212P
017200          TO C212O-MSG                                            DBNK212P
017300        GO TO DBNK212P-EXIT                                       DBNK212P
017400     END-IF.                                                      DBNK212P
017500     EXEC CICS READ FILE('BNKBKRP')                               DBNK212P
017600                    UPDATE                                        DBNK212P
017700                    INTO(WS-BNKBKRP-REC)                          DBNK212P
017800                    LENGTH(LENGTH OF WS-BNKBKRP-REC)              DBNK212P
017900                    RIDFLD(WS-BNKBKRP-RID)                        DBNK212P
018000                    TOKEN(WS-BKRP-TOKEN)                          DBNK212P
018100                    RESP(WS-RESP)                                 DBNK212P
018200     END-EXEC.                                                    DBNK212P
018300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK212P
018400        MOVE 'Unable to update bankruptcy register' TO C212O-MSG  DBNK212P
018500        GO TO DBNK212P-EXIT                                       DBNK212P
018600     END-IF.                                                      DBNK212P
018700     IF C212I-DISCHARGED                                          DBNK212P
018800        SET BKR-REC-IS-DISCHARGED TO TRUE                         DBNK212P
018900        MOVE 'Case discharged - stay lifted' TO WS-DONE-MSG       DBNK212P
019000     ELSE                                                         DBNK212P
019100        SET BKR-REC-IS-DISMISSED TO TRUE                          DBNK212P
019200        MOVE 'Case dismissed - stay lifted' TO WS-DONE-MSG        DBNK212P
019300     END-IF.                                                      DBNK212P
019400     MOVE C212I-CLOSED-DATE TO BKR-REC-CLOSED-DATE.               DBNK212P
019500     MOVE C212I-OPERATOR TO BKR-REC-CLOSED-BY.                    DBNK212P
019600     EXEC CICS REWRITE FILE('BNKBKRP')                            DBNK212P
019700                    FROM(WS-BNKBKRP-REC)                          DBNK212P
019800                    LENGTH(LENGTH OF WS-BNKBKRP-REC)              DBNK212P
019900                    TOKEN(WS-BKRP-TOKEN)                          DBNK212P
020000                    RESP(WS-RESP)                                 DBNK212P
020100     END-EXEC.                                                    DBNK212P
020200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK212P
020300        MOVE 'Unable to update bankruptcy register' TO C212O-MSG  DBNK212P
020400        GO TO DBNK212P-EXIT                                       DBNK212P
020500     END-IF.                                                      DBNK212P
020600     MOVE SPACE TO WS-NEW-FLAG.                                   DBNK212P
020700     PERFORM SET-STAY-FLAG THRU                                   DBNK212P
020800             SET-STAY-FLAG-EXIT.                                  DBNK212P
020900     IF C212O-MSG IS NOT EQUAL TO SPACES                          DBNK212P
021000        EXEC CICS SYNCPOINT ROLLBACK                              DBNK212P
021100        END-EXEC                                                  DBNK212P
021200        GO TO DBNK212P-EXIT                                       DBNK212P
021300     END-IF.                                                      DBNK212P
021400     PERFORM HOLD-COLL-CASES THRU                                 DBNK212P
021500             HOLD-COLL-CASES-EXIT.                                DBNK212P
021600     GO TO RETURN-REGISTER.                                       DBNK212P
021700                                                                  DBNK212P
021800***************************************************************** DBNK212P
021900* Record a petition. Any operator may do this - a stay applies  * DBNK212P
022000* from the filing whether or not the bank agrees. The entry is  * DBNK212P
022100* taken back off if the customer flag cannot be set             * DBNK212P
022200***************************************************************** DBNK212P
022300 RECORD-PETITION.                                                 DBNK212P
022400     IF C212I-FILED-DATE IS NOT NUMERIC OR                        DBNK212P
022500        C212I-FILED-DATE IS GREATER THAN WS-TODAY-DATE            DBNK212P
022600        MOVE 'Filing date must be YYYYMMDD, not future'           DBNK212P
022700          TO C212O-MSG                                            DBNK212P
022800        GO TO DBNK212P-EXIT                                       DBNK212P
022900     END-IF.                                                      DBNK212P
023000     MOVE C212I-CHAPTER TO BKR-REC-CHAPTER.                       DBNK212P
023100     IF NOT BKR-REC-CHAPTER-VALID                                 DBNK212P
023200        MOVE 'Chapter must be 07, 11, 12 or 13' TO C212O-MSG      DBNK212P
023300        GO TO DBNK212P-EXIT                                       DBNK212P
023400     END-IF.                                                      DBNK212P
023500     IF C212I-CASE-NO IS EQUAL TO SPACES OR                       DBNK212P
023600        C212I-COURT IS EQUAL TO SPACES                            DBNK212P
023700        MOVE 'Case number and court are required' TO C212O-MSG    DBNK212P
023800        GO TO DBNK212P-EXIT                                       DBNK212P
023900     END-IF.                                                      DBNK212P
024000     PERFORM FIND-ACTIVE-CASE THRU                                DBNK212P
024100             FIND-ACTIVE-CASE-EXIT.                               DBNK212P
024200     IF ACTIVE-CASE-FOUND                                         DBNK212P
024300        MOVE 'Customer already has an active case' TO C212O-MSG   DBNK212P
024400        GO TO DBNK212P-EXIT                                       DBNK212P
024500     END-IF.                                                      DBNK212P
024600     MOVE SPACES TO WS-BNKBKRP-REC.                               DBNK212P
024700     MOVE C212I-PID TO BKR-REC-PID.                               DBNK212P
024800     MOVE C212I-FILED-DATE TO BKR-REC-FILED-DATE.                 DBNK212P
024900     MOVE C212I-CHAPTER TO BKR-REC-CHAPTER.                       DBNK212P
025000     MOVE C212I-CASE-NO TO BKR-REC-CASE-NO.                       DBNK212P
025100     MOVE C212I-COURT TO BKR-REC-COURT.                           DBNK212P
025200     SET BKR-REC-IS-ACTIVE TO TRUE.                               DBNK212P
025300     MOVE WS-TODAY-DATE TO BKR-REC-RECORDED-DATE.                 DBNK212P
025400     MOVE C212I-OPERATOR TO BKR-REC-RECORDED-BY.                  DBNK212P
025500     MOVE BKR-REC-KEY TO WS-BNKBKRP-RID.                          DBNK212P
025600     EXEC CICS WRITE FILE('BNKBKRP')                              DBNK212P
025700                     FROM(WS-BNKBKRP-REC)                         DBNK212P
025800                     LENGTH(LENGTH OF WS-BNKBKRP-REC)             DBNK212P
025900                     RIDFLD(WS-BNKBKRP-RID)                       DBNK212P
026000                     RESP(WS-RESP)                                DBNK212P
026100     END-EXEC.                                                    DBNK212P
026200     IF WS-RESP IS EQUAL TO DFHRESP(DUPREC)                       DBNK212P
026300        MOVE 'A case is already recorded for that date'           DBNK212P
026400          TO C212O-MSG                                            DBNK212P
026500        GO TO DBNK212P-EXIT                                       DBNK212P
026600     END-IF.                                                      DBNK212P
026700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK212P
026800        MOVE 'Unable to update bankruptcy register' TO C212O-MSG  DBNK212P
026900        GO TO DBNK212P-EXIT                                       DBNK212P
027000     END-IF.                                                      DBNK212P
027100     MOVE 'B' TO WS-NEW-FLAG.                                     DBNK212P
027200     PERFORM SET-STAY-FLAG THRU                                   DBNK212P
027300             SET-STAY-FLAG-EXIT.                                  DBNK212P
027400     IF C212O-MSG IS NOT EQUAL TO SPACES                          DBNK212P
027500        EXEC CICS DELETE FILE('BNKBKRP')                          DBNK212P
027600                         RIDFLD(WS-BNKBKRP-RID)                   DBNK212P
027700                         RESP(WS-RESP)                            DBNK212P
027800        END-EXEC                                                  DBNK212P
027900        GO TO DBNK212P-EXIT                                       DBNK212P
028000     END-IF.                                                      DBNK212P
028100     PERFORM HOLD-COLL-CASES THRU                                 DBNK212P
028200             HOLD-COLL-CASES-EXIT.                                DBNK212P
028300     MOVE 'Petition recorded - collection stayed' TO WS-DONE-MSG. DBNK212P
028400                                                                  DBNK212P
028500***************************************************************** DBNK212P
028600* Return the stay and the customer's cases                      * DBNK212P
028700***************************************************************** DBNK212P
028800 RETURN-REGISTER.                                                 DBNK212P
028900     MOVE BCS-REC-NAME TO C212O-NAME.                             DBNK212P
029000     MOVE BCS-REC-BANKRUPTCY TO C212O-STAY.                       DBNK212P
029100     PERFORM LIST-CASES THRU                                      DBNK212P
029200             LIST-CASES-EXIT.                                     DBNK212P
029300     SET C212O-OK TO TRUE.                                        DBNK212P
029400     MOVE WS-DONE-MSG TO C212O-MSG.                               DBNK212P
029500     IF C212O-MSG IS EQUAL TO SPACES AND                          DBNK212P
029600        C212O-COUNT IS EQUAL TO ZERO                              DBNK212P
029700        MOVE 'No bankruptcy on file' TO C212O-MSG                 DBNK212P
029800     END-IF.                                                      DBNK212P
029900                                                                  DBNK212P
030000***************************************************************** DBNK212P
030100* Move the result back to the callers area                      * DBNK212P
030200***************************************************************** DBNK212P
030300 DBNK212P-EXIT.                                                   DBNK212P
030400     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBNK212P
030500                                                                  DBNK212P
030600***************************************************************** DBNK212P
030700* Return to our caller                                          * DBNK212P
030800***************************************************************** DBNK212P
030900 COPY CRETURN.                                                    DBNK212P
031000                                                                  DBNK212P
031100***************************************************************** DBNK212P
031200* Set the customer's bankruptcy flag to WS-NEW-FLAG - B while a * DBNK212P
031300* case is active, space once it is closed                       * DBNK212P
031400***************************************************************** DBNK212P
031500 SET-STAY-FLAG.                                                   DBNK212P
031600     MOVE C212I-PID TO WS-BNKCUST-RID.                            DBNK212P
031700     EXEC CICS READ FILE('BNKCUST')                               DBNK212P
031800                    UPDATE                                        DBNK212P
031900                    INTO(WS-BNKCUST-REC)                          DBNK212P
032000                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBNK212P
032100                    RIDFLD(WS-BNKCUST-RID)                        DBNK212P
032200                    TOKEN(WS-CUST-TOKEN)                          DBNK212P
032300                    RESP(WS-RESP)                                 DBNK212P
032400     END-EXEC.                                                    DBNK212P
032500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK212P
032600        MOVE 'Unable to update customer' TO C212O-MSG             DBNK212P
032700        GO TO SET-STAY-FLAG-EXIT                                  DBNK212P
032800     END-IF.                                                      DBNK212P
032900     MOVE WS-NEW-FLAG TO BCS-REC-BANKRUPTCY.                      DBNK212P
033000     EXEC CICS REWRITE FILE('BNKCUST')                            DBNK212P
033100                    FROM(WS-BNKCUST-REC)                          DBNK212P
033200                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBNK212P
033300                    TOKEN(WS-CUST-TOKEN)                          DBNK212P
033400                    RESP(WS-RESP)                                 DBNK212P
033500     END-EXEC.                                                    DBNK212P
033600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK212P
033700        MOVE 'Unable to update customer' TO C212O-MSG             DBNK212P
033800     END-IF.                                                      DBNK212P
033900 SET-STAY-FLAG-EXIT.                                              DBNK212P
034000     EXIT.                                                        DBNK212P
034100                                                                  DBNK212P
034200***************************************************************** DBNK212P
034300* Browse the customer's cases by key for the one still active,  * DBNK212P
034400* leaving its key in WS-BNKBKRP-RID                             * DBNK212P
034500***************************************************************** DBNK212P
034600 FIND-ACTIVE-CASE.                                                DBNK212P
034700     SET NO-ACTIVE-CASE TO TRUE.                                  DBNK212P
034800     MOVE C212I-PID TO WS-BNKBKRP-RID-PID.                        DBNK212P
034900     MOVE LOW-VALUES TO WS-BNKBKRP-RID-DATE.                      DBNK212P
035000     EXEC CICS STARTBR FILE('BNKBKRP')                            DBNK212P
035100                       RIDFLD(WS-BNKBKRP-RID)                     DBNK212P
035200                       GTEQ                                       DBNK212P
035300                       RESP(WS-RESP)                              DBNK212P
035400     END-EXEC.                                                    DBNK212P
035500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK212P
035600        GO TO FIND-ACTIVE-CASE-EXIT                               DBNK212P
035700     END-IF.                                                      DBNK212P
035800 FIND-ACTIVE-CASE-LOOP.                                           DBNK212P
035900     EXEC CICS READNEXT FILE('BNKBKRP')                           DBNK212P
036000                        INTO(WS-BNKBKRP-REC)                      DBNK212P
036100                        LENGTH(LENGTH OF WS-BNKBKRP-REC)          DBNK212P
036200                        RIDFLD(WS-BNKBKRP-RID)                    DBNK212P
036300                        RESP(WS-RESP)                             DBNK212P
036400     END-EXEC.                                                    DBNK212P
036500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK212P
036600        BKR-REC-PID IS NOT EQUAL TO C212I-PID                     DBNK212P
036700        GO TO FIND-ACTIVE-CASE-ENDED                              DBNK212P
036800     END-IF.                                                      DBNK212P
036900     IF BKR-REC-IS-ACTIVE                                         DBNK212P
037000        SET ACTIVE-CASE-FOUND TO TRUE                             DBNK212P
037100        GO TO FIND-ACTIVE-CASE-ENDED                              DBNK212P
037200     END-IF.                                                      DBNK212P
037300     GO TO FIND-ACTIVE-CASE-LOOP.                                 DBNK212P
037400 FIND-ACTIVE-CASE-ENDED.                                          DBNK212P
037500     EXEC CICS ENDBR FILE('BNKBKRP')                              DBNK212P
037600                     RESP(WS-RESP)                                DBNK212P
037700     END-EXEC.                                                    DBNK212P
037800 FIND-ACTIVE-CASE-EXIT.                                           DBNK212P
037900     EXIT.                                                        DBNK212P
038000                                                                  DBNK212P
038100***************************************************************** DBNK212P
038200* Walk the customer's accounts through the PID index and bring  * DBNK212P
038300* the collections case on each loan into line with the stay -   * DBNK212P
038400* an open case is held (S) while the flag is set, a held case   * DBNK212P
038500* goes back to the collectors, due today, once it is cleared.   * DBNK212P
038600* A case that cannot be updated is left for the nightly aging   * DBNK212P
038700***************************************************************** DBNK212P
038800 HOLD-COLL-CASES.                                                 DBNK212P
038900     MOVE C212I-PID TO WS-BNKACC1-RID.                            DBNK212P
039000     EXEC CICS STARTBR FILE('BNKACC1')                            DBNK212P
039100                       RIDFLD(WS-BNKACC1-RID)                     DBNK212P
039200                       GTEQ                                       DBNK212P
039300                       RESP(WS-RESP)                              DBNK212P
039400     END-EXEC.                                                    DBNK212P
039500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK212P
039600        GO TO HOLD-COLL-CASES-EXIT                                DBNK212P
039700     END-IF.                                                      DBNK212P
039800 HOLD-COLL-LOOP.                                                  DBNK212P
039900     EXEC CICS READNEXT FILE('BNKACC1')                           DBNK212P
040000                        INTO(WS-BNKACC-REC)                       DBNK212P
040100                        LENGTH(LENGTH OF WS-BNKACC-REC)           DBNK212P
040200                        RIDFLD(WS-BNKACC1-RID)                    DBNK212P
040300                        RESP(WS-RESP)                             DBNK212P
040400     END-EXEC.                                                    DBNK212P
040500     IF (WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND              DBNK212P
040600         WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)) OR              DBNK212P
040700        BAC-REC-PID IS NOT EQUAL TO C212I-PID                     DBNK212P
040800        GO TO HOLD-COLL-ENDED                                     DBNK212P
040900     END-IF.                                                      DBNK212P
041000     MOVE BAC-REC-ACCNO TO WS-BNKCOLL-RID.                        DBNK212P
041100     EXEC CICS READ FILE('BNKCOLL')                               DBNK212P
041200                    INTO(WS-BNKCOLL-REC)                          DBNK212P
041300                    LENGTH(LENGTH OF WS-BNKCOLL-REC)              DBNK212P
041400                    RIDFLD(WS-BNKCOLL-RID)                        DBNK212P
041500                    RESP(WS-RESP)                                 DBNK212P
041600     END-EXEC.                                                    DBNK212P
041700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK212P
041800        GO TO HOLD-COLL-LOOP                                      DBNK212P
041900     END-IF.                                                      DBNK212P
042000     IF WS-NEW-FLAG IS EQUAL TO 'B'                               DBNK212P
042100        IF CCL-REC-IS-CLOSED OR CCL-REC-IS-STAYED                 DBNK212P
042200           GO TO HOLD-COLL-LOOP                                   DBNK212P
042300        END-IF                                                    DBNK212P
042400     ELSE                                                         DBNK212P
042500        IF NOT CCL-REC-IS-STAYED                                  DBNK212P
042600           GO TO HOLD-COLL-LOOP                                   DBNK212P
042700        END-IF                                                    DBNK212P
042800     END-IF.                                                      DBNK212P
042900     EXEC CICS READ FILE('BNKCOLL')                               DBNK212P
043000                    UPDATE                                        DBNK212P
043100                    INTO(WS-BNKCOLL-REC)                          DBNK212P
043200                    LENGTH(LENGTH OF WS-BNKCOLL-REC)              DBNK212P
043300                    RIDFLD(WS-BNKCOLL-RID)                        DBNK212P
043400                    TOKEN(WS-COLL-TOKEN)                          DBNK212P
043500                    RESP(WS-RESP)                                 DBNK212P
043600     END-EXEC.                                                    DBNK212P
043700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK212P
043800        GO TO HOLD-COLL-LOOP                                      DBNK212P
043900     END-IF.                                                      DBNK212P
044000     IF WS-NEW-FLAG IS EQUAL TO 'B'                               DBNK212P
044100        SET CCL-REC-IS-STAYED TO TRUE                             DBNK212P
044200     ELSE                                                         DBNK212P
044300        SET CCL-REC-IS-OPEN TO TRUE                               DBNK212P
044400        MOVE WS-TODAY-DATE TO CCL-REC-FOLLOW-UP                   DBNK212P
044500     END-IF.                                                      DBNK212P
044600     EXEC CICS REWRITE FILE('BNKCOLL')                            DBNK212P
044700                    FROM(WS-BNKCOLL-REC)                          DBNK212P
044800                    LENGTH(LENGTH OF WS-BNKCOLL-REC)              DBNK212P
044900                    TOKEN(WS-COLL-TOKEN)                          DBNK212P
045000                    RESP(WS-RESP)                                 DBNK212P
045100     END-EXEC.                                                    DBNK212P
045200     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK212P
045300        ADD 1 TO C212O-CASES-STAYED                               DBNK212P
045400     END-IF.                                                      DBNK212P
045500     GO TO HOLD-COLL-LOOP.                                        DBNK212P
045600 HOLD-COLL-ENDED.                                                 DBNK212P
045700     EXEC CICS ENDBR FILE('BNKACC1')                              DBNK212P
045800                     RESP(WS-RESP)                                DBNK212P
045900     END-EXEC.                                                    DBNK212P
046000 HOLD-COLL-CASES-EXIT.                                            DBNK212P
046100     EXIT.                                                        DBNK212P
046200                                                                  DBNK212P
046300***************************************************************** DBNK212P
046400* Browse the customer's cases by key, returning the first six   * DBNK212P
046500***************************************************************** DBNK212P
046600 LIST-CASES.                                                      DBNK212P
046700     MOVE 0 TO C212O-COUNT.                                       DBNK212P
046800     MOVE C212I-PID TO WS-BNKBKRP-RID-PID.                        DBNK212P
046900     MOVE LOW-VALUES TO WS-BNKBKRP-RID-DATE.                      DBNK212P
047000     EXEC CICS STARTBR FILE('BNKBKRP')                            DBNK212P
047100                       RIDFLD(WS-BNKBKRP-RID)                     DBNK212P
047200                       GTEQ                                       DBNK212P
047300                       RESP(WS-RESP)                              DBNK212P
047400     END-EXEC.                                                    DBNK212P
047500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK212P
047600        GO TO LIST-CASES-EXIT                                     DBNK212P
047700     END-IF.                                                      DBNK212P
047800 LIST-CASES-LOOP.                                                 DBNK212P
047900     EXEC CICS READNEXT FILE('BNKBKRP')                           DBNK212P
048000                        INTO(WS-BNKBKRP-REC)                      DBNK212P
048100                        LENGTH(LENGTH OF WS-BNKBKRP-REC)          DBNK212P
048200                        RIDFLD(WS-BNKBKRP-RID)                    DBNK212P
048300                        RESP(WS-RESP)                             DBNK212P
048400     END-EXEC.                                                    DBNK212P
048500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK212P
048600        BKR-REC-PID IS NOT EQUAL TO C212I-PID                     DBNK212P
048700        GO TO LIST-CASES-ENDED                                    DBNK212P
048800     END-IF.                                                      DBNK212P
048900     IF C212O-COUNT IS EQUAL TO 6                                 DBNK212P
049000        GO TO LIST-CASES-ENDED                                    DBNK212P
049100     END-IF.                                                      DBNK212P
049200     ADD 1 TO C212O-COUNT.                                        DBNK212P
049300     MOVE BKR-REC-FILED-DATE TO C212O-E-FILED-DATE (C212O-COUNT). DBNK212P
049400     MOVE BKR-REC-CHAPTER TO C212O-E-CHAPTER (C212O-COUNT).       DBNK212P
049500     MOVE BKR-REC-CASE-NO TO C212O-E-CASE-NO (C212O-COUNT).       DBNK212P
049600     MOVE BKR-REC-STATUS TO C212O-E-STATUS (C212O-COUNT).         DBNK212P
049700     MOVE BKR-REC-CLOSED-DATE TO                                  DBNK212P
049800          C212O-E-CLOSED-DATE (C212O-COUNT).                      DBNK212P
049900     MOVE BKR-REC-COURT TO C212O-E-COURT (C212O-COUNT).           DBNK212P
050000     GO TO LIST-CASES-LOOP.                                       DBNK212P
050100 LIST-CASES-ENDED.                                                DBNK212P
050200     EXEC CICS ENDBR FILE('BNKBKRP')                              DBNK212P
050300                     RESP(WS-RESP)                                DBNK212P
050400     END-EXEC.                                                    DBNK212P
050500 LIST-CASES-EXIT.                                                 DBNK212P
050600     EXIT.                                                        DBNK212P
