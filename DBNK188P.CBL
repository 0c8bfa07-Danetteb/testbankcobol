000100***************************************************************** DBNK188P
000200*                                                               * DBNK188P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK188P
000400*   This demonstration program is provided for use by users     * DBNK188P
000500*   of Micro Focus products and may be used, modified and       * DBNK188P
000600*   distributed as part of your application provided that       * DBNK188P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK188P
000800*   in this material.                                           * DBNK188P
000900*                                                               * DBNK188P
001000***************************************************************** DBNK188P
001100                                                                  DBNK188P
001200***************************************************************** DBNK188P
001300* Program:     DBNK188P.CBL                                     * DBNK188P
001400* Function:    Product conversion run. Applies every conversion * DBNK188P
001500*              DBNK187P has left pending on BNKPCNV, changing   * DBNK188P
001600*              the account's type in place. Runs after DBANK59P * DBNK188P
001700*              so the day's interest has been settled under the * DBNK188P
001800*              old type, at the old type's rate, before the     * DBNK188P
001900*              switch. Each change is logged on BNKTXN as a     * DBNK188P
002000*              type 2 entry, sub-type P, under the owner and    * DBNK188P
002100*              the account and dated by the business date, so   * DBNK188P
002200*              DBANK47P lists it and DBANK56P prints it on the  * DBNK188P
002300*              statement for the period. An account closed, or  * DBNK188P
002400*              retyped, since the request is refused and the    * DBNK188P
002500*              reason kept on the request.                      * DBNK188P
002600*              VSAM version                                     * DBNK188P
002700***************************************************************** DBNK188P
002800                                                                  DBNK188P
002900 IDENTIFICATION DIVISION.                                         DBNK188P
003000 PROGRAM-ID.                                                      DBNK188P
003100     DBNK188P.                                                    DBNK188P
003200 DATE-WRITTEN.                                                    DBNK188P
003300     October 2008.                                                DBNK188P
003400 DATE-COMPILED.                                                   DBNK188P
003500     Today.                                                       DBNK188P
003600                                                                  DBNK188P
003700 ENVIRONMENT DIVISION.                                            DBNK188P
003800                                                                  DBNK188P
003900 INPUT-OUTPUT   SECTION.                                          DBNK188P
004000   FILE-CONTROL.                                                  DBNK188P
004100     SELECT BNKPCNV-FILE                                          DBNK188P
004200            ASSIGN       TO BNKPCNV                               DBNK188P
004300            ORGANIZATION IS INDEXED                               DBNK188P
004400            ACCESS MODE  IS SEQUENTIAL                            DBNK188P
004500            RECORD KEY   IS PCV-REC-ACCNO                         DBNK188P
004600            FILE STATUS  IS WS-BNKPCNV-STATUS.                    DBNK188P
004700                                                                  DBNK188P
004800     SELECT BNKACC-FILE                                           DBNK188P
004900            ASSIGN       TO BNKACC                                DBNK188P
005000            ORGANIZATION IS INDEXED                               DBNK188P
005100            ACCESS MODE  IS RANDOM                                DBNK188P
005200            RECORD KEY   IS BAC-REC-ACCNO                         DBNK188P
005300            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK188P
005400            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK188P
005500                                                                  DBNK188P
005600     SELECT BNKATYP-FILE                                          DBNK188P
005700            ASSIGN       TO BNKATYP                               DBNK188P
005800            ORGANIZATION IS INDEXED                               DBNK188P
005900            ACCESS MODE  IS RANDOM                                DBNK188P
006000            RECORD KEY   IS BAT-REC-TYPE                          DBNK188P
006100            FILE STATUS  IS WS-BNKATYP-STATUS.                    DBNK188P
006200                                                                  DBNK188P
006300     SELECT BNKTXN-FILE                                           DBNK188P
006400            ASSIGN       TO BNKTXN                                DBNK188P
006500            ORGANIZATION IS INDEXED                               DBNK188P
006600            ACCESS MODE  IS RANDOM                                DBNK188P
006700            RECORD KEY   IS BTX-REC-TIMESTAMP                     DBNK188P
006800            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      DBNK188P
006900            FILE STATUS  IS WS-BNKTXN-STATUS.                     DBNK188P
007000                                                                  DBNK188P
007100 DATA DIVISION.                                                   DBNK188P
007200                                                                  DBNK188P
007300 FILE SECTION.                                                    DBNK188P
007400 FD  BNKPCNV-FILE.                                                DBNK188P
007500 01  BNKPCNV-REC.                                                 DBNK188P
007600 COPY CBANKVCV.                                                   DBNK188P
007700                                                                  DBNK188P
007800 FD  BNKACC-FILE.                                                 DBNK188P
007900 01  BNKACC-REC.                                                  DBNK188P
008000 COPY CBANKVAC.                                                   DBNK188P
008100                                                                  DBNK188P
008200 FD  BNKATYP-FILE.                                                DBNK188P
008300 01  BNKATYP-REC.                                                 DBNK188P
008400 COPY CBANKVAT.                                                   DBNK188P
008500                                                                  DBNK188P
008600 FD  BNKTXN-FILE.                                                 DBNK188P
008700 01  BNKTXN-REC.                                                  DBNK188P
008800 COPY CBANKVTX.                                                   DBNK188P
008900                                                                  DBNK188P
009000 WORKING-STORAGE SECTION.                                         DBNK188P
009100 COPY CTIMERD.                                                    DBNK188P
009110 COPY CTSTAMPD.                                                   DBNK188P
009200                                                                  DBNK188P
009300 01  WS-MISC-STORAGE.                                             DBNK188P
009400   05  WS-PROGRAM-ID                         PIC X(8)             DBNK188P
009500       VALUE 'DBNK188P'.                                          DBNK188P
009600                                                                  DBNK188P
009700   05  WS-BNKPCNV-STATUS.                                         DBNK188P
009800     10  WS-BNKPCNV-STAT1                     PIC X(1).           DBNK188P
009900     10  WS-BNKPCNV-STAT2                     PIC X(1).           DBNK188P
010000   05  WS-BNKACC-STATUS.                                          DBNK188P
010100     10  WS-BNKACC-STAT1                      PIC X(1).           DBNK188P
010200     10  WS-BNKACC-STAT2                      PIC X(1).           DBNK188P
010300   05  WS-BNKATYP-STATUS.                                         DBNK188P
010400     10  WS-BNKATYP-STAT1                     PIC X(1).           DBNK188P
010500     10  WS-BNKATYP-STAT2                     PIC X(1).           DBNK188P
010600   05  WS-BNKTXN-STATUS.                                          DBNK188P
010700     10  WS-BNKTXN-STAT1                      PIC X(1).           DBNK188P
010800     10  WS-BNKTXN-STAT2                      PIC X(1).           DBNK188P
010900                                                                  DBNK188P
011000   05  WS-IO-STATUS.                                              DBNK188P
011100     10  WS-IO-STAT1                          PIC X(1).           DBNK188P
011200     10  WS-IO-STAT2                          PIC X(1).           DBNK188P
011300                                                                  DBNK188P
011400   05  WS-TWO-BYTES.                                              DBNK188P
011500     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK188P
011600     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK188P
011700   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK188P
011800                                              PIC 9(1) COMP.      DBNK188P
011900                                                                  DBNK188P
012000   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK188P
012100     88  OPEN-OK                              VALUE 0.            DBNK188P
012200                                                                  DBNK188P
012300   05  WS-FILE                               PIC X(16).           DBNK188P
012400                                                                  DBNK188P
012500   05  WS-OLD-DESC                           PIC X(20).           DBNK188P
012600   05  WS-NEW-DESC                           PIC X(20).           DBNK188P
012700   05  WS-TXN-TAG                            PIC 9(1).            DBNK188P
012800   05  WS-REFUSAL                            PIC X(30).           DBNK188P
012900   05  WS-TXN-FLAG                           PIC X(1).            DBNK188P
013000     88  WS-TXN-LOGGED                       VALUE 'Y'.           DBNK188P
013100     88  WS-TXN-NOT-LOGGED                   VALUE 'N'.           DBNK188P
013200                                                                  DBNK188P
013300   05  WS-PENDING-READ                       PIC 9(7)             DBNK188P
013400       VALUE ZERO.                                                DBNK188P
013500   05  WS-CONVERSIONS-APPLIED                PIC 9(7)             DBNK188P
013600       VALUE ZERO.                                                DBNK188P
013700   05  WS-CONVERSIONS-REFUSED                PIC 9(7)             DBNK188P
013800       VALUE ZERO.                                                DBNK188P
013900                                                                  DBNK188P
014200 COPY CBANKTXD.                                                   DBNK188P
014300                                                                  DBNK188P
014400 01  WS-TWOS-COMP.                                                DBNK188P
014500   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBNK188P
014600   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBNK188P
014700   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          DBNK188P
014800                                                                  DBNK188P
014900 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK188P
015000                                                                  DBNK188P
015100 01  WS-BCTL-DATA.                                                DBNK188P
015200 COPY CBCTLD.                                                     DBNK188P
015300                                                                  DBNK188P
015400 01  WS-BUSD-DATA.                                                DBNK188P
015500 COPY CBUSDD.                                                     DBNK188P
015600                                                                  DBNK188P
015700 01  WS-FJRN-DATA.                                                DBNK188P
015800 COPY CFJRND.                                                     DBNK188P
015900                                                                  DBNK188P
016000 PROCEDURE DIVISION.                                              DBNK188P
016100     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK188P
016200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK188P
016300     PERFORM RUN-TIME.                                            DBNK188P
016400                                                                  DBNK188P
016500***************************************************************** DBNK188P
016600* Register this run in the batch control file keyed on the      * DBNK188P
016700* business date; the day's interest run must have completed     * DBNK188P
016800***************************************************************** DBNK188P
016900     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK188P
017000     MOVE 'DBNK188P' TO BCTL-JOB-NAME.                            DBNK188P
017100     MOVE BUSD-DATE TO BCTL-BUS-DATE.                             DBNK188P
017200     MOVE 'DBANK59P' TO BCTL-PREREQ-JOB.                          DBNK188P
017300     SET BCTL-FUNC-START TO TRUE.                                 DBNK188P
017400     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK188P
017500     IF NOT BCTL-OK                                               DBNK188P
017600        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK188P
017700        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK188P
017800        MOVE 8 TO RETURN-CODE                                     DBNK188P
017900        GO TO QUICK-EXIT                                          DBNK188P
018000     END-IF.                                                      DBNK188P
018100                                                                  DBNK188P
018200     SET OPEN-OK TO TRUE.                                         DBNK188P
018300                                                                  DBNK188P
018400     OPEN I-O BNKPCNV-FILE.                                       DBNK188P
018500     MOVE WS-BNKPCNV-STATUS TO WS-IO-STATUS.                      DBNK188P
018600     MOVE 'BNKPCNV-FILE' TO WS-FILE.                              DBNK188P
018700     PERFORM CHECK-OPEN THRU                                      DBNK188P
018800             CHECK-OPEN-EXIT.                                     DBNK188P
018900                                                                  DBNK188P
019000     OPEN I-O BNKACC-FILE.                                        DBNK188P
019100     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK188P
019200     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK188P
019300     PERFORM CHECK-OPEN THRU                                      DBNK188P
019400             CHECK-OPEN-EXIT.                                     DBNK188P
019500                                                                  DBNK188P
019600     OPEN INPUT BNKATYP-FILE.                                     DBNK188P
019700     MOVE WS-BNKATYP-STATUS TO WS-IO-STATUS.                      DBNK188P
019800     MOVE 'BNKATYP-FILE' TO WS-FILE.                              DBNK188P
019900     PERFORM CHECK-OPEN THRU                                      DBNK188P
020000             CHECK-OPEN-EXIT.                                     DBNK188P
020100                                                                  DBNK188P
020200     OPEN I-O BNKTXN-FILE.                                        DBNK188P
020300     MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS.                       DBNK188P
020400     MOVE 'BNKTXN-FILE' TO WS-FILE.                               DBNK188P
020500     PERFORM CHECK-OPEN THRU                                      DBNK188P
020600             CHECK-OPEN-EXIT.                                     DBNK188P
020700                                                                  DBNK188P
020800     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK188P
020900        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK188P
021000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK188P
021100        MOVE 16 TO RETURN-CODE                                    DBNK188P
021200        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK188P
021300        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK188P
021400        GO TO QUICK-EXIT                                          DBNK188P
021500     END-IF.                                                      DBNK188P
021600                                                                  DBNK188P
021700***************************************************************** DBNK188P
021800* Every request still pending is applied or refused             * DBNK188P
021900***************************************************************** DBNK188P
022000 PCNV-LOOP.                                                       DBNK188P
022100     READ BNKPCNV-FILE                                            DBNK188P
022200       AT END                                                     DBNK188P
022300         GO TO PCNV-ENDED                                         DBNK188P
022400     END-READ.                                                    DBNK188P
022500     IF NOT PCV-REC-IS-PENDING                                    DBNK188P
022600        GO TO PCNV-LOOP                                           DBNK188P
022700     END-IF.                                                      DBNK188P
022800     ADD 1 TO WS-PENDING-READ.                                    DBNK188P
022900     PERFORM APPLY-CONVERSION THRU                                DBNK188P
023000             APPLY-CONVERSION-EXIT.                               DBNK188P
023100     MOVE BUSD-DATE TO PCV-REC-DONE-DATE.                         DBNK188P
023200     REWRITE BNKPCNV-REC.                                         DBNK188P
023300     IF WS-BNKPCNV-STATUS IS NOT EQUAL TO '00'                    DBNK188P
023400        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK188P
023500        STRING 'Unable to close conversion for '                  DBNK188P
023600                                     DELIMITED BY SIZE            DBNK188P
023700               PCV-REC-ACCNO         DELIMITED BY SIZE            DBNK188P
023800          INTO WS-CONSOLE-MESSAGE                                 DBNK188P
023900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK188P
024000        MOVE WS-BNKPCNV-STATUS TO WS-IO-STATUS                    DBNK188P
024100        PERFORM DISPLAY-IO-STATUS                                 DBNK188P
024200     END-IF.                                                      DBNK188P
024300     GO TO PCNV-LOOP.                                             DBNK188P
024400 PCNV-ENDED.                                                      DBNK188P
024500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK188P
024600     STRING WS-PENDING-READ          DELIMITED BY SIZE            DBNK188P
024700            ' conversions pending'   DELIMITED BY SIZE            DBNK188P
024800       INTO WS-CONSOLE-MESSAGE.                                   DBNK188P
024900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK188P
025000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK188P
025100     STRING WS-CONVERSIONS-APPLIED   DELIMITED BY SIZE            DBNK188P
025200            ' conversions applied'   DELIMITED BY SIZE            DBNK188P
025300       INTO WS-CONSOLE-MESSAGE.                                   DBNK188P
025400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK188P
025500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK188P
025600     STRING WS-CONVERSIONS-REFUSED   DELIMITED BY SIZE            DBNK188P
025700            ' conversions refused'   DELIMITED BY SIZE            DBNK188P
025800       INTO WS-CONSOLE-MESSAGE.                                   DBNK188P
025900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK188P
026000                                                                  DBNK188P
026100     CLOSE BNKPCNV-FILE.                                          DBNK188P
026200     CLOSE BNKACC-FILE.                                           DBNK188P
026300     CLOSE BNKATYP-FILE.                                          DBNK188P
026400     CLOSE BNKTXN-FILE.                                           DBNK188P
026500                                                                  DBNK188P
026600     SET BCTL-FUNC-END TO TRUE.                                   DBNK188P
026700     MOVE WS-CONVERSIONS-APPLIED TO BCTL-RECORD-COUNT.            DBNK188P
026800     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK188P
026900     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK188P
027000                                                                  DBNK188P
027100     PERFORM RUN-TIME.                                            DBNK188P
027200                                                                  DBNK188P
027300     MOVE 0 TO RETURN-CODE.                                       DBNK188P
027400 QUICK-EXIT.                                                      DBNK188P
027500     GOBACK.                                                      DBNK188P
027600                                                                  DBNK188P
027700***************************************************************** DBNK188P
027800* Change the account's type in place and log the change. The    * DBNK188P
027900* account must still be open and still of the type the request  * DBNK188P
028000* was made from                                                 * DBNK188P
028100***************************************************************** DBNK188P
028200 APPLY-CONVERSION.                                                DBNK188P
028300     MOVE PCV-REC-ACCNO TO BAC-REC-ACCNO.                         DBNK188P
028400     READ BNKACC-FILE                                             DBNK188P
028500       INVALID KEY                                                DBNK188P
028600         MOVE 'Account not on file' TO WS-REFUSAL                 DBNK188P
028700         GO TO APPLY-CONVERSION-REFUSED                           DBNK188P
028800     END-READ.                                                    DBNK188P
028900     IF NOT BAC-REC-ACC-IS-OPEN                                   DBNK188P
029000        MOVE 'Account closed before the run' TO WS-REFUSAL        DBNK188P
029100        GO TO APPLY-CONVERSION-REFUSED                            DBNK188P
029200     END-IF.                                                      DBNK188P
029300     IF BAC-REC-TYPE IS NOT EQUAL TO PCV-REC-OLD-TYPE             DBNK188P
029400        MOVE 'Account retyped since request' TO WS-REFUSAL        DBNK188P
029500        GO TO APPLY-CONVERSION-REFUSED                            DBNK188P
029600     END-IF.                                                      DBNK188P
029700     MOVE PCV-REC-OLD-TYPE TO BAT-REC-TYPE.                       DBNK188P
029800     PERFORM GET-TYPE-DESC THRU                                   DBNK188P
029900             GET-TYPE-DESC-EXIT.                                  DBNK188P
030000     MOVE BAT-REC-DESC TO WS-OLD-DESC.                            DBNK188P
030100     MOVE PCV-REC-NEW-TYPE TO BAT-REC-TYPE.                       DBNK188P
030200     PERFORM GET-TYPE-DESC THRU                                   DBNK188P
030300             GET-TYPE-DESC-EXIT.                                  DBNK188P
030400     MOVE BAT-REC-DESC TO WS-NEW-DESC.                            DBNK188P
030500                                                                  DBNK188P
030600     MOVE PCV-REC-NEW-TYPE TO BAC-REC-TYPE.                       DBNK188P
030700     REWRITE BNKACC-REC                                           DBNK188P
030800       INVALID KEY                                                DBNK188P
030900         MOVE 'Unable to update account' TO WS-REFUSAL            DBNK188P
031000         GO TO APPLY-CONVERSION-REFUSED                           DBNK188P
031100     END-REWRITE.                                                 DBNK188P
031200     PERFORM WRITE-CHANGE-LOG THRU                                DBNK188P
031300             WRITE-CHANGE-LOG-EXIT.                               DBNK188P
031400*    a change that cannot be logged is not made - the account     DBNK188P
031500*    goes back to its old type and the request is refused         DBNK188P
031600     IF WS-TXN-NOT-LOGGED                                         DBNK188P
031700        MOVE PCV-REC-OLD-TYPE TO BAC-REC-TYPE                     DBNK188P
031800        REWRITE BNKACC-REC                                        DBNK188P
031900          INVALID KEY                                             DBNK188P
032000            CONTINUE                                              DBNK188P
032100        END-REWRITE                                               DBNK188P
032200        MOVE 'Unable to log the change' TO WS-REFUSAL             DBNK188P
032300        GO TO APPLY-CONVERSION-REFUSED                            DBNK188P
032400     END-IF.                                                      DBNK188P
032500     PERFORM JOURNAL-ACC-IMAGE THRU                               DBNK188P
032600             JOURNAL-ACC-IMAGE-EXIT.                              DBNK188P
032700     SET PCV-REC-IS-APPLIED TO TRUE.                              DBNK188P
032800     MOVE SPACES TO PCV-REC-REASON.                               DBNK188P
032900     ADD 1 TO WS-CONVERSIONS-APPLIED.                             DBNK188P
033000     GO TO APPLY-CONVERSION-EXIT.                                 DBNK188P
033100 APPLY-CONVERSION-REFUSED.                                        DBNK188P
033200     SET PCV-REC-IS-REFUSED TO TRUE.                              DBNK188P
033300     MOVE WS-REFUSAL TO PCV-REC-REASON.                           DBNK188P
033400     ADD 1 TO WS-CONVERSIONS-REFUSED.                             DBNK188P
033500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK188P
033600     STRING PCV-REC-ACCNO            DELIMITED BY SIZE            DBNK188P
033700            ' refused - '            DELIMITED BY SIZE            DBNK188P
033800            WS-REFUSAL               DELIMITED BY SIZE            DBNK188P
033900       INTO WS-CONSOLE-MESSAGE.                                   DBNK188P
034000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK188P
034100 APPLY-CONVERSION-EXIT.                                           DBNK188P
034200     EXIT.                                                        DBNK188P
034300                                                                  DBNK188P
034400***************************************************************** DBNK188P
034500* Describe an account type; an unknown type reads as blank      * DBNK188P
034600***************************************************************** DBNK188P
034700 GET-TYPE-DESC.                                                   DBNK188P
034800     READ BNKATYP-FILE                                            DBNK188P
034900       INVALID KEY                                                DBNK188P
035000         MOVE SPACES TO BAT-REC-DESC                              DBNK188P
035100     END-READ.                                                    DBNK188P
035200 GET-TYPE-DESC-EXIT.                                              DBNK188P
035300     EXIT.                                                        DBNK188P
035400                                                                  DBNK188P
035500***************************************************************** DBNK188P
035600* Log the conversion on BNKTXN the way DBANK07P logs a contact  * DBNK188P
035700* change, under the owner and, through the account/time key,    * DBNK188P
035800* the account. The entry is dated by the business date the      * DBNK188P
035900* change belongs to; the clock supplies the time of day, and    * DBNK188P
036000* the last digit of the timestamp is stepped if another entry   * DBNK188P
036100* already holds the key                                         * DBNK188P
036200***************************************************************** DBNK188P
036300 WRITE-CHANGE-LOG.                                                DBNK188P
036400     SET WS-TXN-NOT-LOGGED TO TRUE.                               DBNK188P
036500 COPY CTSTAMPP.                                                   DBNK188P
036600     MOVE BUSD-DATE (1:4) TO WS-TIMESTAMP (1:4).                  DBNK188P
036700     MOVE BUSD-DATE (5:2) TO WS-TIMESTAMP (6:2).                  DBNK188P
036800     MOVE BUSD-DATE (7:2) TO WS-TIMESTAMP (9:2).                  DBNK188P
036900     MOVE SPACES TO BNKTXN-REC.                                   DBNK188P
037000     MOVE BAC-REC-PID TO BTX-REC-PID.                             DBNK188P
037100     MOVE BAC-REC-ACCNO TO BTX-REC-ACCNO.                         DBNK188P
037200     SET BTX-REC-TYPE-CHANGE TO TRUE.                             DBNK188P
037300     SET BTX-REC-SUB-TYPE-PRODUCT TO TRUE.                        DBNK188P
037400     MOVE ZERO TO BTX-REC-AMOUNT.                                 DBNK188P
037500     MOVE SPACES TO TXN-T3-OLD.                                   DBNK188P
037600     MOVE BAC-REC-ACCNO TO TXN-T3-OLD-ACCNO.                      DBNK188P
037700     MOVE PCV-REC-OLD-TYPE TO TXN-T3-OLD-TYPE.                    DBNK188P
037800     MOVE WS-OLD-DESC TO TXN-T3-OLD-DESC.                         DBNK188P
037900     MOVE PCV-REC-REQ-DATE TO TXN-T3-OLD-DATE.                    DBNK188P
038000     MOVE PCV-REC-REQ-BY TO TXN-T3-OLD-USERID.                    DBNK188P
038100     MOVE SPACES TO TXN-T3-NEW.                                   DBNK188P
038200     MOVE BAC-REC-ACCNO TO TXN-T3-NEW-ACCNO.                      DBNK188P
038300     MOVE PCV-REC-NEW-TYPE TO TXN-T3-NEW-TYPE.                    DBNK188P
038400     MOVE WS-NEW-DESC TO TXN-T3-NEW-DESC.                         DBNK188P
038500     MOVE BUSD-DATE TO TXN-T3-NEW-DATE.                           DBNK188P
038600     MOVE TXN-T3-OLD TO BTX-REC-DATA-OLD.                         DBNK188P
038700     MOVE TXN-T3-NEW TO BTX-REC-DATA-NEW.                         DBNK188P
038800     MOVE 0 TO WS-TXN-TAG.                                        DBNK188P
038900 WRITE-CHANGE-LOG-TRY.                                            DBNK188P
039000     MOVE WS-TXN-TAG TO WS-TIMESTAMP (26:1).                      DBNK188P
039100     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      DBNK188P
039200     MOVE BAC-REC-ACCNO TO BTX-REC-ALTKEY1-ACCNO.                 DBNK188P
039300     MOVE WS-TIMESTAMP TO BTX-REC-ALTKEY1-TIMESTAMP.              DBNK188P
039400     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBNK188P
039500     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBNK188P
039600     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBNK188P
039700     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBNK188P
039800                           WS-TWOS-COMP-INPUT                     DBNK188P
039900                           WS-TWOS-COMP-OUTPUT.                   DBNK188P
040000     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            DBNK188P
040100     WRITE BNKTXN-REC                                             DBNK188P
040200       INVALID KEY                                                DBNK188P
040300         CONTINUE                                                 DBNK188P
040400     END-WRITE.                                                   DBNK188P
040500     IF WS-BNKTXN-STATUS IS EQUAL TO '22' AND                     DBNK188P
040600        WS-TXN-TAG IS LESS THAN 9                                 DBNK188P
040700        ADD 1 TO WS-TXN-TAG                                       DBNK188P
040800        GO TO WRITE-CHANGE-LOG-TRY                                DBNK188P
040900     END-IF.                                                      DBNK188P
041000     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     DBNK188P
041100        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK188P
041200        STRING 'Unable to log conversion for '                    DBNK188P
041300                                     DELIMITED BY SIZE            DBNK188P
041400               BAC-REC-ACCNO         DELIMITED BY SIZE            DBNK188P
041500          INTO WS-CONSOLE-MESSAGE                                 DBNK188P
041600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK188P
041700        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     DBNK188P
041800        PERFORM DISPLAY-IO-STATUS                                 DBNK188P
041900        GO TO WRITE-CHANGE-LOG-EXIT                               DBNK188P
042000     END-IF.                                                      DBNK188P
042100     SET WS-TXN-LOGGED TO TRUE.                                   DBNK188P
042200 WRITE-CHANGE-LOG-EXIT.                                           DBNK188P
042300     EXIT.                                                        DBNK188P
042400                                                                  DBNK188P
042500***************************************************************** DBNK188P
042600* After-image feed for the roll-forward recovery (ZBNKRCVR)     * DBNK188P
042700***************************************************************** DBNK188P
042800 JOURNAL-ACC-IMAGE.                                               DBNK188P
042900     MOVE 'BNKACC  ' TO FJRN-FILE-NAME.                           DBNK188P
043000     MOVE WS-PROGRAM-ID TO FJRN-PROGRAM.                          DBNK188P
043100     SET FJRN-ACTION-REWRITE TO TRUE.                             DBNK188P
043200     MOVE LENGTH OF BNKACC-REC TO FJRN-REC-LEN.                   DBNK188P
043300     MOVE SPACES TO FJRN-REC-IMAGE.                               DBNK188P
043400     MOVE BNKACC-REC TO FJRN-REC-IMAGE.                           DBNK188P
043500     CALL 'UFWDJRNL' USING WS-FJRN-DATA.                          DBNK188P
043600 JOURNAL-ACC-IMAGE-EXIT.                                          DBNK188P
043700     EXIT.                                                        DBNK188P
043800                                                                  DBNK188P
043900***************************************************************** DBNK188P
044000* Check file open OK                                            * DBNK188P
044100***************************************************************** DBNK188P
044200 CHECK-OPEN.                                                      DBNK188P
044300     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK188P
044400        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK188P
044500        STRING WS-FILE       DELIMITED BY ' '                     DBNK188P
044600               ' opened ok' DELIMITED BY SIZE                     DBNK188P
044700          INTO WS-CONSOLE-MESSAGE                                 DBNK188P
044800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK188P
044900     ELSE                                                         DBNK188P
045000        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK188P
045100        STRING WS-FILE          DELIMITED BY ' '                  DBNK188P
045200               ' did not open' DELIMITED BY SIZE                  DBNK188P
045300          INTO WS-CONSOLE-MESSAGE                                 DBNK188P
045400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK188P
045500        PERFORM DISPLAY-IO-STATUS                                 DBNK188P
045600        ADD 1 TO WS-OPEN-ERROR                                    DBNK188P
045700     END-IF.                                                      DBNK188P
045800 CHECK-OPEN-EXIT.                                                 DBNK188P
045900     EXIT.                                                        DBNK188P
046000                                                                  DBNK188P
046100***************************************************************** DBNK188P
046200* Display the file status bytes. This routine will display as  *  DBNK188P
046300* two digits if the full two byte file status is numeric. If   *  DBNK188P
046400* second byte is non-numeric then it will be treated as a      *  DBNK188P
046500* binary number.                                                * DBNK188P
046600***************************************************************** DBNK188P
046700 DISPLAY-IO-STATUS.                                               DBNK188P
046800     IF WS-IO-STATUS NUMERIC                                      DBNK188P
046900        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK188P
047000        STRING 'File status -' DELIMITED BY SIZE                  DBNK188P
047100               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK188P
047200          INTO WS-CONSOLE-MESSAGE                                 DBNK188P
047300        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK188P
047400     ELSE                                                         DBNK188P
047500        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK188P
047600        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK188P
047700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK188P
047800        STRING 'File status -' DELIMITED BY SIZE                  DBNK188P
047900               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK188P
048000               '/'            DELIMITED BY SIZE                   DBNK188P
048100               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK188P
048200          INTO WS-CONSOLE-MESSAGE                                 DBNK188P
048300        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK188P
048400     END-IF.                                                      DBNK188P
048500                                                                  DBNK188P
048600***************************************************************** DBNK188P
048700* Display CONSOLE messages...                                   * DBNK188P
048800***************************************************************** DBNK188P
048900 DISPLAY-CONSOLE-MESSAGE.                                         DBNK188P
049000     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK188P
049100     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK188P
049200                                                                  DBNK188P
049300 COPY CTIMERP.                                                    DBNK188P
049400                                                                  DBNK188P
