000100***************************************************************** DBNK164P
000200*                                                               * DBNK164P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK164P
000400*   This demonstration program is provided for use by users     * DBNK164P
000500*   of Micro Focus products and may be used, modified and       * DBNK164P
000600*   distributed as part of your application provided that       * DBNK164P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK164P
000800*   in this material.                                           * DBNK164P
000900*                                                               * DBNK164P
001000***************************************************************** DBNK164P
001100                                                                  DBNK164P
001200                                                                  DBNK164P
001300***************************************************************** DBNK164P
001400* Program:     DBNK164P.CBL                                     * DBNK164P
001500* Function:    Safe deposit box desk over the BNKSDBX vault     * DBNK164P
001600*              inventory, the BNKSDRN rental agreements and     * DBNK164P
001700*              the BNKSDAX access log.                          * DBNK164P
001800*              ADD-BOX puts a box into an open branch's vault,  * DBNK164P
001900*              or returns a drilled box to service once it has  * DBNK164P
002000*              been re-keyed. RENT lets a vacant box to up to   * DBNK164P
002100*              three living customers, paid from an account one * DBNK164P
002200*              of them holds; the first year's rent, BNKFEES    * DBNK164P
002300*              code SDB plus the box size for the account type, * DBNK164P
002400*              is debited at once and DBNK165P bills each year  * DBNK164P
002500*              after on the anniversary. ACCESS logs a renter's * DBNK164P
002600*              visit and ESTATE-ACCESS an executor's, which     * DBNK164P
002700*              needs a renter flagged deceased and supervisor   * DBNK164P
002800*              sign-off. PAY-ARREARS takes the rent owed and    * DBNK164P
002900*              lifts a lock-out. DRILL opens a locked-out box   * DBNK164P
003000*              under supervisor sign-off with the sealed        * DBNK164P
003100*              inventory's reference. CLOSE ends a paid-up      * DBNK164P
003200*              rental. INQUIRE shows a box and HISTORY lists    * DBNK164P
003300*              the latest visits to a box or by a customer.     * DBNK164P
003400*              VSAM version                                     * DBNK164P
003500***************************************************************** DBNK164P
003600                                                                  DBNK164P
003700 IDENTIFICATION DIVISION.                                         DBNK164P
003800 PROGRAM-ID.                                                      DBNK164P
003900     DBNK164P.                                                    DBNK164P
004000 DATE-WRITTEN.                                                    DBNK164P
004100     October 2007.                                                DBNK164P
004200 DATE-COMPILED.                                                   DBNK164P
004300     Today.                                                       DBNK164P
004400                                                                  DBNK164P
004500 ENVIRONMENT DIVISION.                                            DBNK164P
004600                                                                  DBNK164P
004700 DATA DIVISION.                                                   DBNK164P
004800                                                                  DBNK164P
004900 WORKING-STORAGE SECTION.                                         DBNK164P
005000 01  WS-MISC-STORAGE.                                             DBNK164P
005100   05  WS-PROGRAM-ID                         PIC X(8)             DBNK164P
005200       VALUE 'DBNK164P'.                                          DBNK164P
005300   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBNK164P
005400   05  WS-RESP                               PIC S9(8) COMP.      DBNK164P
005500   05  WS-SUB1                               PIC S9(4) COMP.      DBNK164P
005600   05  WS-ACC-TOKEN                          PIC S9(8) COMP.      DBNK164P
005700   05  WS-BOX-TOKEN                          PIC S9(8) COMP.      DBNK164P
005800   05  WS-AGR-TOKEN                          PIC S9(8) COMP.      DBNK164P
005900   05  WS-PARM-TOKEN                         PIC S9(8) COMP.      DBNK164P
006000   05  WS-BNKACC-RID                         PIC X(9).            DBNK164P
006100   05  WS-BNKBRCH-RID                        PIC X(4).            DBNK164P
006200   05  WS-BNKCUST-RID                        PIC X(5).            DBNK164P
006300   05  WS-BNKSDBX-RID.                                            DBNK164P
006400     10  WS-BNKSDBX-RID-BRANCH               PIC X(4).            DBNK164P
006500     10  WS-BNKSDBX-RID-BOX-NO               PIC X(5).            DBNK164P
006600   05  WS-BNKSDRN-RID                        PIC X(8).            DBNK164P
006700   05  WS-BNKSDAX-RID.                                            DBNK164P
006800     10  WS-BNKSDAX-RID-BRANCH               PIC X(4).            DBNK164P
006900     10  WS-BNKSDAX-RID-BOX-NO               PIC X(5).            DBNK164P
007000     10  WS-BNKSDAX-RID-TS                   PIC X(26).           DBNK164P
007100   05  WS-BNKSDAX1-RID.                                           DBNK164P
007200     10  WS-BNKSDAX1-RID-PID                 PIC X(5).            DBNK164P
007300     10  WS-BNKSDAX1-RID-TS                  PIC X(26).           DBNK164P
007400   05  WS-BNKPARM-RID                        PIC X(8).            DBNK164P
007500   05  WS-BNKFEES-RID                        PIC X(5).            DBNK164P
007600   05  WS-BNKOPER-RID                        PIC X(5).            DBNK164P
007700   05  WS-BNKPWD-RID                         PIC X(5).            DBNK164P
007800   05  WS-HASH-VALUE                         PIC X(8).            DBNK164P
007900   05  WS-BNKLEDG-RID                        PIC X(26).           DBNK164P
008000   05  WS-TODAY-DATE                         PIC X(8).            DBNK164P
008100   05  WS-CALC-DATE.                                              DBNK164P
008200     10  WS-CALC-YYYY                        PIC 9(4).            DBNK164P
008300     10  WS-CALC-MMDD                        PIC X(4).            DBNK164P
008400   05  WS-AGREEMENT-N                        PIC 9(8).            DBNK164P
008500   05  WS-AGREEMENT-X REDEFINES WS-AGREEMENT-N                    DBNK164P
008600                                             PIC X(8).            DBNK164P
008700   05  WS-RENT-AMOUNT                        PIC S9(7)V99         DBNK164P
008800                                             COMP-3.              DBNK164P
008900   05  WS-NEW-BAL                            PIC S9(9)V99         DBNK164P
009000                                             COMP-3.              DBNK164P
009100   05  WS-POST-DESC                          PIC X(40).           DBNK164P
009200   05  WS-VISIT-PID                          PIC X(5).            DBNK164P
009300   05  WS-VISIT-NAME                         PIC X(30).           DBNK164P
009400   05  WS-VISIT-KIND                         PIC X(1).            DBNK164P
009500   05  WS-VISIT-SUPER                        PIC X(5).            DBNK164P
009600   05  WS-RENTER-FLAG                        PIC X(1).            DBNK164P
009700     88  WS-RENTER-FOUND                     VALUE 'Y'.           DBNK164P
009800     88  WS-RENTER-NOT-FOUND                 VALUE 'N'.           DBNK164P
009900   05  WS-OWNER-FLAG                         PIC X(1).            DBNK164P
010000     88  WS-OWNER-FOUND                      VALUE 'Y'.           DBNK164P
010100     88  WS-OWNER-NOT-FOUND                  VALUE 'N'.           DBNK164P
010200                                                                  DBNK164P
010300 COPY CTSTAMPD.                                                   DBNK164P
010400                                                                  DBNK164P
010500 01  WS-BNKACC-REC.                                               DBNK164P
010600 COPY CBANKVAC.                                                   DBNK164P
010700                                                                  DBNK164P
010800 01  WS-BNKBRCH-REC.                                              DBNK164P
010900 COPY CBANKVBR.                                                   DBNK164P
011000                                                                  DBNK164P
011100 01  WS-BNKCUST-REC.                                              DBNK164P
011200 COPY CBANKVCS.                                                   DBNK164P
011300                                                                  DBNK164P
011400 01  WS-BNKSDBX-REC.                                              DBNK164P
011500 COPY CBANKVSB.                                                   DBNK164P
011600                                                                  DBNK164P
011700 01  WS-BNKSDRN-REC.                                              DBNK164P
011800 COPY CBANKVSR.                                                   DBNK164P
011900                                                                  DBNK164P
012000 01  WS-BNKSDAX-REC.                                              DBNK164P
012100 COPY CBANKVSV.                                                   DBNK164P
012200                                                                  DBNK164P
012300 01  WS-BNKPARM-REC.                                              DBNK164P
012400 COPY CBANKVPM.                                                   DBNK164P
012500                                                                  DBNK164P
012600 01  WS-BNKFEES-REC.                                              DBNK164P
012700 COPY CBANKVFE.                                                   DBNK164P
012800                                                                  DBNK164P
012900 01  WS-BNKOPER-REC.                                              DBNK164P
013000 COPY CBANKVOR.                                                   DBNK164P
013100                                                                  DBNK164P
013200 01  WS-BNKPWD-REC.                                               DBNK164P
013300 COPY CBANKVPW.                                                   DBNK164P
013400                                                                  DBNK164P
013500 01  WS-BNKLEDG-REC.                                              DBNK164P
013600 COPY CBANKVLG.                                                   DBNK164P
013700                                                                  DBNK164P
013800 01  WS-TWOS-COMP.                                                DBNK164P
013900   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBNK164P
014000   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBNK164P
014100   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          DBNK164P
014200                                                                  DBNK164P
014300 01  WS-TREF-DATA.                                                DBNK164P
014400 COPY CTREFD.                                                     DBNK164P
014500                                                                  DBNK164P
014600 01  WS-COMMAREA.                                                 DBNK164P
014700 COPY CBNKD164.                                                   DBNK164P
014800                                                                  DBNK164P
014900 COPY CBANKTXD.                                                   DBNK164P
015000                                                                  DBNK164P
015100 COPY CABENDD.                                                    DBNK164P
015200                                                                  DBNK164P
015300 LINKAGE SECTION.                                                 DBNK164P
015400 01  DFHCOMMAREA.                                                 DBNK164P
015500   05  LK-COMMAREA                           PIC X(1)             DBNK164P
015600       OCCURS 1 TO 4096 TIMES                                     DBNK164P
015700         DEPENDING ON WS-COMMAREA-LENGTH.                         DBNK164P
015800                                                                  DBNK164P
015900 COPY CENTRY.                                                     DBNK164P
016000***************************************************************** DBNK164P
016100* Move the passed data to our area                              * DBNK164P
016200***************************************************************** DBNK164P
016300     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBNK164P
016400     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBNK164P
016500                                                                  DBNK164P
016600***************************************************************** DBNK164P
016700* Initialize our output area                                    * DBNK164P
016800***************************************************************** DBNK164P
016900     MOVE SPACES TO C164O-DATA.                                   DBNK164P
017000     SET C164O-FAIL TO TRUE.                                      DBNK164P
017100     MOVE ZERO TO C164O-RENT-AMOUNT.                              DBNK164P
017200     MOVE ZERO TO C164O-ARREARS.                                  DBNK164P
017300     MOVE ZERO TO C164O-NEW-BAL.                                  DBNK164P
017400     MOVE 0 TO C164O-COUNT.                                       DBNK164P
017500                                                                  DBNK164P
017600 COPY CTSTAMPP.                                                   DBNK164P
017700     MOVE WS-TIMESTAMP(1:4) TO WS-TODAY-DATE(1:4).                DBNK164P
017800     MOVE WS-TIMESTAMP(6:2) TO WS-TODAY-DATE(5:2).                DBNK164P
017900     MOVE WS-TIMESTAMP(9:2) TO WS-TODAY-DATE(7:2).                DBNK164P
018000     PERFORM STAMP-BUSINESS-DATE THRU                             DBNK164P
018100             STAMP-BUSINESS-DATE-EXIT.                            DBNK164P
018200                                                                  DBNK164P
018300     EVALUATE TRUE                                                DBNK164P
018400       WHEN C164I-ADD-BOX                                         DBNK164P
018500         GO TO ADD-BOX                                            DBNK164P
018600       WHEN C164I-RENT                                            DBNK164P
018700         GO TO RENT-BOX                                           DBNK164P
018800       WHEN C164I-ACCESS                                          DBNK164P
018900         GO TO ACCESS-BOX                                         DBNK164P
019000       WHEN C164I-ESTATE-ACCESS                                   DBNK164P
019100         GO TO ESTATE-ACCESS                                      DBNK164P
019200       WHEN C164I-PAY-ARREARS                                     DBNK164P
019300         GO TO PAY-ARREARS                                        DBNK164P
019400       WHEN C164I-DRILL                                           DBNK164P
019500         GO TO DRILL-BOX                                          DBNK164P
019600       WHEN C164I-CLOSE                                           DBNK164P
019700         GO TO CLOSE-RENTAL                                       DBNK164P
019800       WHEN C164I-INQUIRE                                         DBNK164P
019900         GO TO INQUIRE-BOX                                        DBNK164P
020000       WHEN C164I-HISTORY                                         DBNK164P
020100         GO TO LIST-HISTORY                                       DBNK164P
020200       WHEN OTHER                                                 DBNK164P
020300         MOVE 'Unknown request' TO C164O-MSG                      DBNK164P
020400         GO TO DBNK164P-EXIT                                      DBNK164P
020500     END-EVALUATE.                                                DBNK164P
020600                                                                  DBNK164P
020700***************************************************************** DBNK164P
020800* ADD-BOX - a new box in an open branch's vault, or a drilled   * DBNK164P
020900* box back in service once its lock has been replaced           * DBNK164P
021000***************************************************************** DBNK164P
021100 ADD-BOX.                                                         DBNK164P
021200     MOVE C164I-SIZE TO SDB-REC-SIZE.                             DBNK164P
021300     IF NOT SDB-REC-SIZE-VALID                                    DBNK164P
021400        MOVE 'Box size must be S, M, L or X' TO C164O-MSG         DBNK164P
021500        GO TO DBNK164P-EXIT                                       DBNK164P
021600     END-IF.                                                      DBNK164P
021700     IF C164I-BOX-NO IS EQUAL TO SPACES                           DBNK164P
021800        MOVE 'Box number is required' TO C164O-MSG                DBNK164P
021900        GO TO DBNK164P-EXIT                                       DBNK164P
022000     END-IF.                                                      DBNK164P
022100     MOVE C164I-BRANCH TO WS-BNKBRCH-RID.                         DBNK164P
022200     EXEC CICS READ FILE('BNKBRCH')                               DBNK164P
022300                    INTO(WS-BNKBRCH-REC)                          DBNK164P
022400                    LENGTH(LENGTH OF WS-BNKBRCH-REC)              DBNK164P
022500                    RIDFLD(WS-BNKBRCH-RID)                        DBNK164P
022600                    RESP(WS-RESP)                                 DBNK164P
022700     END-EXEC.                                                    DBNK164P
022800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK164P
022900        MOVE 'Branch not found' TO C164O-MSG                      DBNK164P
023000        GO TO DBNK164P-EXIT                                       DBNK164P
023100     END-IF.                                                      DBNK164P
023200     IF NOT BBR-REC-IS-OPEN                                       DBNK164P
023300        MOVE 'Branch is closed' TO C164O-MSG                      DBNK164P
023400        GO TO DBNK164P-EXIT                                       DBNK164P
023500     END-IF.                                                      DBNK164P
023600     MOVE C164I-BRANCH TO WS-BNKSDBX-RID-BRANCH.                  DBNK164P
023700     MOVE C164I-BOX-NO TO WS-BNKSDBX-RID-BOX-NO.                  DBNK164P
023800     EXEC CICS READ FILE('BNKSDBX')                               DBNK164P
023900                    UPDATE                                        DBNK164P
024000                    INTO(WS-BNKSDBX-REC)                          DBNK164P
024100                    LENGTH(LENGTH OF WS-BNKSDBX-REC)              DBNK164P
024200                    RIDFLD(WS-BNKSDBX-RID)                        DBNK164P
024300                    TOKEN(WS-BOX-TOKEN)                           DBNK164P
024400                    RESP(WS-RESP)                                 DBNK164P
024500     END-EXEC.                                                    DBNK164P
024600     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK164P
024700        GO TO ADD-BOX-REKEYED                                     DBNK164P
024800     END-IF.                                                      DBNK164P
024900     MOVE SPACES TO WS-BNKSDBX-REC.                               DBNK164P
025000     MOVE C164I-BRANCH TO SDB-REC-BRANCH.                         DBNK164P
025100     MOVE C164I-BOX-NO TO SDB-REC-BOX-NO.                         DBNK164P
025200     MOVE C164I-SIZE TO SDB-REC-SIZE.                             DBNK164P
025300     SET SDB-REC-IS-VACANT TO TRUE.                               DBNK164P
025400     MOVE WS-TODAY-DATE TO SDB-REC-STATUS-DATE.                   DBNK164P
025500     MOVE C164I-USERID TO SDB-REC-ADDED-BY.                       DBNK164P
025600     MOVE WS-TODAY-DATE TO SDB-REC-ADDED-DATE.                    DBNK164P
025700     EXEC CICS WRITE FILE('BNKSDBX')                              DBNK164P
025800                     FROM(WS-BNKSDBX-REC)                         DBNK164P
025900                     LENGTH(LENGTH OF WS-BNKSDBX-REC)             DBNK164P
026000                     RIDFLD(WS-BNKSDBX-RID)                       DBNK164P
026100                     RESP(WS-RESP)                                DBNK164P
026200     END-EXEC.                                                    DBNK164P
026300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK164P
026400        MOVE 'Unable to add the box' TO C164O-MSG                 DBNK164P
026500        GO TO DBNK164P-EXIT                                       DBNK164P
026600     END-IF.                                                      DBNK164P
026700     SET C164O-OK TO TRUE.                                        DBNK164P
026800     PERFORM RETURN-BOX THRU                                      DBNK164P
026900             RETURN-BOX-EXIT.                                     DBNK164P
027000     MOVE 'Box added to the vault' TO C164O-MSG.                  DBNK164P
027100     GO TO DBNK164P-EXIT.                                         DBNK164P
027200                                                                  DBNK164P
027300 ADD-BOX-REKEYED.                                                 DBNK164P
027400     IF NOT SDB-REC-IS-OUT                                        DBNK164P
027500        MOVE 'Box is already in the vault' TO C164O-MSG           DBNK164P
027600        GO TO DBNK164P-EXIT                                       DBNK164P
027700     END-IF.                                                      DBNK164P
027800     MOVE C164I-SIZE TO SDB-REC-SIZE.                             DBNK164P
027900     SET SDB-REC-IS-VACANT TO TRUE.                               DBNK164P
028000     MOVE WS-TODAY-DATE TO SDB-REC-STATUS-DATE.                   DBNK164P
028100     MOVE SPACES TO SDB-REC-AGREEMENT.                            DBNK164P
028200     EXEC CICS REWRITE FILE('BNKSDBX')                            DBNK164P
028300                       FROM(WS-BNKSDBX-REC)                       DBNK164P
028400                       LENGTH(LENGTH OF WS-BNKSDBX-REC)           DBNK164P
028500                       TOKEN(WS-BOX-TOKEN)                        DBNK164P
028600                       RESP(WS-RESP)                              DBNK164P
028700     END-EXEC.                                                    DBNK164P
028800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK164P
028900        MOVE 'Unable to return the box to service'                DBNK164P
029000          TO C164O-MSG                                            DBNK164P
029100        GO TO DBNK164P-EXIT                                       DBNK164P
029200     END-IF.                                                      DBNK164P
029300     SET C164O-OK TO TRUE.                                        DBNK164P
029400     PERFORM RETURN-BOX THRU                                      DBNK164P
029500             RETURN-BOX-EXIT.                                     DBNK164P
029600     MOVE 'Box re-keyed and back in service' TO C164O-MSG.        DBNK164P
029700     GO TO DBNK164P-EXIT.                                         DBNK164P
029800                                                                  DBNK164P
029900***************************************************************** DBNK164P
030000* RENT - let a vacant box. Every renter must be a living        * DBNK164P
030100* customer and one of them must hold the account that pays.     * DBNK164P
030200* The first year's rent is taken now.                           * DBNK164P
030300***************************************************************** DBNK164P
030400 RENT-BOX.                                                        DBNK164P
030500     IF C164I-RENTER-PID (1) IS EQUAL TO SPACES                   DBNK164P
030600        MOVE 'At least one renter is required' TO C164O-MSG       DBNK164P
030700        GO TO DBNK164P-EXIT                                       DBNK164P
030800     END-IF.                                                      DBNK164P
030900     PERFORM READ-BOX-FOR-UPDATE THRU                             DBNK164P
031000             READ-BOX-FOR-UPDATE-EXIT.                            DBNK164P
031100     IF C164O-MSG IS NOT EQUAL TO SPACES                          DBNK164P
031200        GO TO DBNK164P-EXIT                                       DBNK164P
031300     END-IF.                                                      DBNK164P
031400     IF NOT SDB-REC-IS-VACANT                                     DBNK164P
031500        MOVE 'Box is not vacant' TO C164O-MSG                     DBNK164P
031600        GO TO DBNK164P-EXIT                                       DBNK164P
031700     END-IF.                                                      DBNK164P
031800     MOVE C164I-PAY-ACCNO TO WS-BNKACC-RID.                       DBNK164P
031900     EXEC CICS READ FILE('BNKACC')                                DBNK164P
032000                    UPDATE                                        DBNK164P
032100                    INTO(WS-BNKACC-REC)                           DBNK164P
032200                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBNK164P
032300                    RIDFLD(WS-BNKACC-RID)                         DBNK164P
032400                    TOKEN(WS-ACC-TOKEN)                           DBNK164P
032500                    RESP(WS-RESP)                                 DBNK164P
032600     END-EXEC.                                                    DBNK164P
032700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK164P
032800        MOVE 'Rent account not found' TO C164O-MSG                DBNK164P
032900        GO TO DBNK164P-EXIT                                       DBNK164P
033000     END-IF.                                                      DBNK164P
033100     IF BAC-REC-ACC-IS-CLOSED                                     DBNK164P
033200        MOVE 'Rent account is closed' TO C164O-MSG                DBNK164P
033300        GO TO DBNK164P-EXIT                                       DBNK164P
033400     END-IF.                                                      DBNK164P
033500     SET WS-OWNER-NOT-FOUND TO TRUE.                              DBNK164P
033600     PERFORM CHECK-RENTER THRU                                    DBNK164P
033700             CHECK-RENTER-EXIT                                    DBNK164P
033800       VARYING WS-SUB1 FROM 1 BY 1                                DBNK164P
033900         UNTIL WS-SUB1 IS GREATER THAN 3 OR                       DBNK164P
034000               C164O-MSG IS NOT EQUAL TO SPACES.                  DBNK164P
034100     IF C164O-MSG IS NOT EQUAL TO SPACES                          DBNK164P
034200        GO TO DBNK164P-EXIT                                       DBNK164P
034300     END-IF.                                                      DBNK164P
034400     IF WS-OWNER-NOT-FOUND                                        DBNK164P
034500        MOVE 'Rent account must be held by a renter'              DBNK164P
034600          TO C164O-MSG                                            DBNK164P
034700        GO TO DBNK164P-EXIT                                       DBNK164P
034800     END-IF.                                                      DBNK164P
034900     PERFORM GET-RENT THRU                                        DBNK164P
035000             GET-RENT-EXIT.                                       DBNK164P
035100     COMPUTE WS-NEW-BAL =                                         DBNK164P
035200         BAC-REC-BALANCE - WS-RENT-AMOUNT.                        DBNK164P
035300     IF WS-NEW-BAL IS LESS THAN                                   DBNK164P
035400        ((ZERO - BAC-REC-CREDIT-LIMIT) + BAC-REC-HOLD-AMOUNT)     DBNK164P
035500        MOVE 'Insufficient funds for the first year'              DBNK164P
035600          TO C164O-MSG                                            DBNK164P
035700        GO TO DBNK164P-EXIT                                       DBNK164P
035800     END-IF.                                                      DBNK164P
035900                                                                  DBNK164P
036000     PERFORM NEXT-AGREEMENT THRU                                  DBNK164P
036100             NEXT-AGREEMENT-EXIT.                                 DBNK164P
036200     IF C164O-MSG IS NOT EQUAL TO SPACES                          DBNK164P
036300        GO TO WORK-FAILED                                         DBNK164P
036400     END-IF.                                                      DBNK164P
036500     MOVE SPACES TO WS-BNKSDRN-REC.                               DBNK164P
036600     MOVE WS-AGREEMENT-X TO SDR-REC-AGREEMENT.                    DBNK164P
036700     MOVE SDB-REC-BRANCH TO SDR-REC-BRANCH.                       DBNK164P
036800     MOVE SDB-REC-BOX-NO TO SDR-REC-BOX-NO.                       DBNK164P
036900     MOVE SDB-REC-SIZE TO SDR-REC-SIZE.                           DBNK164P
037000     SET SDR-REC-IS-ACTIVE TO TRUE.                               DBNK164P
037100     MOVE C164I-RENTER-PID (1) TO SDR-REC-RENTER-PID (1).         DBNK164P
037200     MOVE C164I-RENTER-PID (2) TO SDR-REC-RENTER-PID (2).         DBNK164P
037300     MOVE C164I-RENTER-PID (3) TO SDR-REC-RENTER-PID (3).         DBNK164P
037400     MOVE BAC-REC-ACCNO TO SDR-REC-PAY-ACCNO.                     DBNK164P
037500     MOVE WS-TODAY-DATE TO SDR-REC-START-DATE.                    DBNK164P
037600     MOVE WS-TODAY-DATE TO SDR-REC-LAST-BILL-DATE.                DBNK164P
037700     MOVE WS-TODAY-DATE TO WS-CALC-DATE.                          DBNK164P
037800     PERFORM ADD-ONE-YEAR THRU                                    DBNK164P
037900             ADD-ONE-YEAR-EXIT.                                   DBNK164P
038000     MOVE WS-CALC-DATE TO SDR-REC-NEXT-BILL-DATE.                 DBNK164P
038100     MOVE WS-RENT-AMOUNT TO SDR-REC-ANNUAL-RENT.                  DBNK164P
038200     MOVE ZERO TO SDR-REC-ARREARS.                                DBNK164P
038300     MOVE C164I-USERID TO SDR-REC-OPENED-BY.                      DBNK164P
038400     MOVE WS-AGREEMENT-X TO WS-BNKSDRN-RID.                       DBNK164P
038500     EXEC CICS WRITE FILE('BNKSDRN')                              DBNK164P
038600                     FROM(WS-BNKSDRN-REC)                         DBNK164P
038700                     LENGTH(LENGTH OF WS-BNKSDRN-REC)             DBNK164P
038800                     RIDFLD(WS-BNKSDRN-RID)                       DBNK164P
038900                     RESP(WS-RESP)                                DBNK164P
039000     END-EXEC.                                                    DBNK164P
039100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK164P
039200        MOVE 'Unable to record the agreement' TO C164O-MSG        DBNK164P
039300        GO TO WORK-FAILED                                         DBNK164P
039400     END-IF.                                                      DBNK164P
039500     SET SDB-REC-IS-RENTED TO TRUE.                               DBNK164P
039600     MOVE WS-TODAY-DATE TO SDB-REC-STATUS-DATE.                   DBNK164P
039700     MOVE WS-AGREEMENT-X TO SDB-REC-AGREEMENT.                    DBNK164P
039800     PERFORM REWRITE-BOX THRU                                     DBNK164P
039900             REWRITE-BOX-EXIT.                                    DBNK164P
040000     IF C164O-MSG IS NOT EQUAL TO SPACES                          DBNK164P
040100        GO TO WORK-FAILED                                         DBNK164P
040200     END-IF.                                                      DBNK164P
040300     IF WS-RENT-AMOUNT IS GREATER THAN ZERO                       DBNK164P
040400        PERFORM TAKE-RENT THRU                                    DBNK164P
040500                TAKE-RENT-EXIT                                    DBNK164P
040600        IF C164O-MSG IS NOT EQUAL TO SPACES                       DBNK164P
040700           GO TO WORK-FAILED                                      DBNK164P
040800        END-IF                                                    DBNK164P
040900     END-IF.                                                      DBNK164P
041000     EXEC CICS SYNCPOINT                                          DBNK164P
041100     END-EXEC.                                                    DBNK164P
041200     SET C164O-OK TO TRUE.                                        DBNK164P
041300     PERFORM RETURN-BOX THRU                                      DBNK164P
041400             RETURN-BOX-EXIT.                                     DBNK164P
041500     PERFORM RETURN-AGREEMENT THRU                                DBNK164P
041600             RETURN-AGREEMENT-EXIT.                               DBNK164P
041700     MOVE WS-NEW-BAL TO C164O-NEW-BAL.                            DBNK164P
041800     MOVE 'Box let' TO C164O-MSG.                                 DBNK164P
041900     GO TO DBNK164P-EXIT.                                         DBNK164P
042000                                                                  DBNK164P
042100***************************************************************** DBNK164P
042200* ACCESS - a renter opens the box. A box locked out for rent    * DBNK164P
042300* stays shut, and a renter flagged deceased cannot sign in -    * DBNK164P
042400* the estate's executor uses ESTATE-ACCESS instead.             * DBNK164P
042500***************************************************************** DBNK164P
042600 ACCESS-BOX.                                                      DBNK164P
042700     PERFORM READ-LET-BOX THRU                                    DBNK164P
042800             READ-LET-BOX-EXIT.                                   DBNK164P
042900     IF C164O-MSG IS NOT EQUAL TO SPACES                          DBNK164P
043000        GO TO DBNK164P-EXIT                                       DBNK164P
043100     END-IF.                                                      DBNK164P
043200     IF SDB-REC-IS-LOCKED                                         DBNK164P
043300        MOVE 'Box is locked out for unpaid rent' TO C164O-MSG     DBNK164P
043400        GO TO DBNK164P-EXIT                                       DBNK164P
043500     END-IF.                                                      DBNK164P
043600     SET WS-RENTER-NOT-FOUND TO TRUE.                             DBNK164P
043700     PERFORM MATCH-RENTER THRU                                    DBNK164P
043800             MATCH-RENTER-EXIT                                    DBNK164P
043900       VARYING WS-SUB1 FROM 1 BY 1                                DBNK164P
044000         UNTIL WS-SUB1 IS GREATER THAN 3.                         DBNK164P
044100     IF WS-RENTER-NOT-FOUND                                       DBNK164P
044200        MOVE 'Customer is not a renter of this box'               DBNK164P
044300          TO C164O-MSG                                            DBNK164P
044400        GO TO DBNK164P-EXIT                                       DBNK164P
044500     END-IF.                                                      DBNK164P
044600     MOVE C164I-PID TO WS-BNKCUST-RID.                            DBNK164P
044700     EXEC CICS READ FILE('BNKCUST')                               DBNK164P
044800                    INTO(WS-BNKCUST-REC)                          DBNK164P
044900                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBNK164P
045000                    RIDFLD(WS-BNKCUST-RID)                        DBNK164P
045100                    RESP(WS-RESP)                                 DBNK164P
045200     END-EXEC.                                                    DBNK164P
045300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK164P
045400        MOVE 'Customer not found' TO C164O-MSG                    DBNK164P
045500        GO TO DBNK164P-EXIT                                       DBNK164P
045600     END-IF.                                                      DBNK164P
045700     IF BCS-REC-IS-DECEASED                                       DBNK164P
045800        MOVE 'Renter is flagged deceased' TO C164O-MSG            DBNK164P
045900        GO TO DBNK164P-EXIT                                       DBNK164P
046000     END-IF.                                                      DBNK164P
046100     MOVE C164I-PID TO WS-VISIT-PID.                              DBNK164P
046200     MOVE BCS-REC-NAME TO WS-VISIT-NAME.                          DBNK164P
046300     MOVE 'R' TO WS-VISIT-KIND.                                   DBNK164P
046400     MOVE SPACES TO WS-VISIT-SUPER.                               DBNK164P
046500     PERFORM WRITE-ACCESS-LOG THRU                                DBNK164P
046600             WRITE-ACCESS-LOG-EXIT.                               DBNK164P
046700     IF C164O-MSG IS NOT EQUAL TO SPACES                          DBNK164P
046800        GO TO DBNK164P-EXIT                                       DBNK164P
046900     END-IF.                                                      DBNK164P
047000     SET C164O-OK TO TRUE.                                        DBNK164P
047100     PERFORM RETURN-BOX THRU                                      DBNK164P
047200             RETURN-BOX-EXIT.                                     DBNK164P
047300     PERFORM RETURN-AGREEMENT THRU                                DBNK164P
047400             RETURN-AGREEMENT-EXIT.                               DBNK164P
047500     MOVE 'Access recorded' TO C164O-MSG.                         DBNK164P
047600     GO TO DBNK164P-EXIT.                                         DBNK164P
047700                                                                  DBNK164P
047800***************************************************************** DBNK164P
047900* ESTATE-ACCESS - an executor opens the box once DBANK34P has   * DBNK164P
048000* flagged a renter deceased. A supervisor signs off and the     * DBNK164P
048100* visit is filed under the deceased renter with the executor's  * DBNK164P
048200* name.                                                         * DBNK164P
048300***************************************************************** DBNK164P
048400 ESTATE-ACCESS.                                                   DBNK164P
048500     PERFORM CHECK-SUPERVISOR THRU                                DBNK164P
048600             CHECK-SUPERVISOR-EXIT.                               DBNK164P
048700     IF C164O-MSG IS NOT EQUAL TO SPACES                          DBNK164P
048800        GO TO DBNK164P-EXIT                                       DBNK164P
048900     END-IF.                                                      DBNK164P
049000     IF C164I-NAME IS EQUAL TO SPACES                             DBNK164P
049100        MOVE 'Executor name is required' TO C164O-MSG             DBNK164P
049200        GO TO DBNK164P-EXIT                                       DBNK164P
049300     END-IF.                                                      DBNK164P
049400     PERFORM READ-LET-BOX THRU                                    DBNK164P
049500             READ-LET-BOX-EXIT.                                   DBNK164P
049600     IF C164O-MSG IS NOT EQUAL TO SPACES                          DBNK164P
049700        GO TO DBNK164P-EXIT                                       DBNK164P
049800     END-IF.                                                      DBNK164P
049900     MOVE SPACES TO WS-VISIT-PID.                                 DBNK164P
050000     PERFORM FIND-DECEASED THRU                                   DBNK164P
050100             FIND-DECEASED-EXIT                                   DBNK164P
050200       VARYING WS-SUB1 FROM 1 BY 1                                DBNK164P
050300         UNTIL WS-SUB1 IS GREATER THAN 3 OR                       DBNK164P
050400               WS-VISIT-PID IS NOT EQUAL TO SPACES.               DBNK164P
050500     IF WS-VISIT-PID IS EQUAL TO SPACES                           DBNK164P
050600        MOVE 'No renter of this box is deceased' TO C164O-MSG     DBNK164P
050700        GO TO DBNK164P-EXIT                                       DBNK164P
050800     END-IF.                                                      DBNK164P
050900     MOVE C164I-NAME TO WS-VISIT-NAME.                            DBNK164P
051000     MOVE 'E' TO WS-VISIT-KIND.                                   DBNK164P
051100     MOVE C164I-SUPER-PID TO WS-VISIT-SUPER.                      DBNK164P
051200     PERFORM WRITE-ACCESS-LOG THRU                                DBNK164P
051300             WRITE-ACCESS-LOG-EXIT.                               DBNK164P
051400     IF C164O-MSG IS NOT EQUAL TO SPACES                          DBNK164P
051500        GO TO DBNK164P-EXIT                                       DBNK164P
051600     END-IF.                                                      DBNK164P
051700     SET C164O-OK TO TRUE.                                        DBNK164P
051800     PERFORM RETURN-BOX THRU                                      DBNK164P
051900             RETURN-BOX-EXIT.                                     DBNK164P
052000     PERFORM RETURN-AGREEMENT THRU                                DBNK164P
052100             RETURN-AGREEMENT-EXIT.                               DBNK164P
052200     MOVE 'Executor access recorded' TO C164O-MSG.                DBNK164P
052300     GO TO DBNK164P-EXIT.                                         DBNK164P
052400                                                                  DBNK164P
052500***************************************************************** DBNK164P
052600* PAY-ARREARS - take all the rent owed from the rent account;   * DBNK164P
052700* a box locked out for it is opened to its renters again        * DBNK164P
052800***************************************************************** DBNK164P
052900 PAY-ARREARS.                                                     DBNK164P
053000     PERFORM READ-BOX-FOR-UPDATE THRU                             DBNK164P
053100             READ-BOX-FOR-UPDATE-EXIT.                            DBNK164P
053200     IF C164O-MSG IS NOT EQUAL TO SPACES                          DBNK164P
053300        GO TO DBNK164P-EXIT                                       DBNK164P
053400     END-IF.                                                      DBNK164P
053500     PERFORM READ-AGREEMENT-FOR-UPDATE THRU                       DBNK164P
053600             READ-AGREEMENT-FOR-UPDATE-EXIT.                      DBNK164P
053700     IF C164O-MSG IS NOT EQUAL TO SPACES                          DBNK164P
053800        GO TO DBNK164P-EXIT                                       DBNK164P
053900     END-IF.                                                      DBNK164P
054000     IF NOT SDR-REC-IS-ACTIVE AND                                 DBNK164P
054100        NOT SDR-REC-IS-LOCKED                                     DBNK164P
054200        MOVE 'Rental is no longer open' TO C164O-MSG              DBNK164P
054300        GO TO DBNK164P-EXIT                                       DBNK164P
054400     END-IF.                                                      DBNK164P
054500     IF SDR-REC-ARREARS IS NOT GREATER THAN ZERO                  DBNK164P
054600        MOVE 'No rent is owed on this box' TO C164O-MSG           DBNK164P
054700        GO TO DBNK164P-EXIT                                       DBNK164P
054800     END-IF.                                                      DBNK164P
054900     MOVE SDR-REC-PAY-ACCNO TO WS-BNKACC-RID.                     DBNK164P
055000     EXEC CICS READ FILE('BNKACC')                                DBNK164P
055100                    UPDATE                                        DBNK164P
055200                    INTO(WS-BNKACC-REC)                           DBNK164P
055300                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBNK164P
055400                    RIDFLD(WS-BNKACC-RID)                         DBNK164P
055500                    TOKEN(WS-ACC-TOKEN)                           DBNK164P
055600                    RESP(WS-RESP)                                 DBNK164P
055700     END-EXEC.                                                    DBNK164P
055800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK164P
055900        MOVE 'Rent account not found' TO C164O-MSG                DBNK164P
056000        GO TO DBNK164P-EXIT                                       DBNK164P
056100     END-IF.                                                      DBNK164P
056200     MOVE SDR-REC-ARREARS TO WS-RENT-AMOUNT.                      DBNK164P
056300     COMPUTE WS-NEW-BAL =                                         DBNK164P
056400         BAC-REC-BALANCE - WS-RENT-AMOUNT.                        DBNK164P
056500     IF WS-NEW-BAL IS LESS THAN                                   DBNK164P
056600        ((ZERO - BAC-REC-CREDIT-LIMIT) + BAC-REC-HOLD-AMOUNT)     DBNK164P
056700        MOVE 'Insufficient funds for the rent owed'               DBNK164P
056800          TO C164O-MSG                                            DBNK164P
056900        GO TO DBNK164P-EXIT                                       DBNK164P
057000     END-IF.                                                      DBNK164P
057100     MOVE ZERO TO SDR-REC-ARREARS.                                DBNK164P
057200     MOVE SPACES TO SDR-REC-ARREARS-SINCE.                        DBNK164P
057300     SET SDR-REC-IS-ACTIVE TO TRUE.                               DBNK164P
057400     PERFORM REWRITE-AGREEMENT THRU                               DBNK164P
057500             REWRITE-AGREEMENT-EXIT.                              DBNK164P
057600     IF C164O-MSG IS NOT EQUAL TO SPACES                          DBNK164P
057700        GO TO WORK-FAILED                                         DBNK164P
057800     END-IF.                                                      DBNK164P
057900     IF SDB-REC-IS-LOCKED                                         DBNK164P
058000        SET SDB-REC-IS-RENTED TO TRUE                             DBNK164P
058100        MOVE WS-TODAY-DATE TO SDB-REC-STATUS-DATE                 DBNK164P
058200     END-IF.                                                      DBNK164P
058300     PERFORM REWRITE-BOX THRU                                     DBNK164P
058400             REWRITE-BOX-EXIT.                                    DBNK164P
058500     IF C164O-MSG IS NOT EQUAL TO SPACES                          DBNK164P
058600        GO TO WORK-FAILED                                         DBNK164P
058700     END-IF.                                                      DBNK164P
058800     PERFORM TAKE-RENT THRU                                       DBNK164P
058900             TAKE-RENT-EXIT.                                      DBNK164P
059000     IF C164O-MSG IS NOT EQUAL TO SPACES                          DBNK164P
059100        GO TO WORK-FAILED                                         DBNK164P
059200     END-IF.                                                      DBNK164P
059300     EXEC CICS SYNCPOINT                                          DBNK164P
059400     END-EXEC.                                                    DBNK164P
059500     SET C164O-OK TO TRUE.                                        DBNK164P
059600     PERFORM RETURN-BOX THRU                                      DBNK164P
059700             RETURN-BOX-EXIT.                                     DBNK164P
059800     PERFORM RETURN-AGREEMENT THRU                                DBNK164P
059900             RETURN-AGREEMENT-EXIT.                               DBNK164P
060000     MOVE WS-RENT-AMOUNT TO C164O-RENT-AMOUNT.                    DBNK164P
060100     MOVE WS-NEW-BAL TO C164O-NEW-BAL.                            DBNK164P
060200     MOVE 'Rent owed collected' TO C164O-MSG.                     DBNK164P
060300     GO TO DBNK164P-EXIT.                                         DBNK164P
060400                                                                  DBNK164P
060500***************************************************************** DBNK164P
060600* DRILL - open a box locked out for unpaid rent. The contents   * DBNK164P
060700* go under seal with the inventory reference given; the rent    * DBNK164P
060800* owed stays on the agreement and the box is out of service     * DBNK164P
060900* until it has a new lock.                                      * DBNK164P
061000***************************************************************** DBNK164P
061100 DRILL-BOX.                                                       DBNK164P
061200     PERFORM CHECK-SUPERVISOR THRU                                DBNK164P
061300             CHECK-SUPERVISOR-EXIT.                               DBNK164P
061400     IF C164O-MSG IS NOT EQUAL TO SPACES                          DBNK164P
061500        GO TO DBNK164P-EXIT                                       DBNK164P
061600     END-IF.                                                      DBNK164P
061700     IF C164I-INVENTORY-REF IS EQUAL TO SPACES                    DBNK164P
061800        MOVE 'Inventory reference is required' TO C164O-MSG       DBNK164P
061900        GO TO DBNK164P-EXIT                                       DBNK164P
062000     END-IF.                                                      DBNK164P
062100     PERFORM READ-BOX-FOR-UPDATE THRU                             DBNK164P
062200             READ-BOX-FOR-UPDATE-EXIT.                            DBNK164P
062300     IF C164O-MSG IS NOT EQUAL TO SPACES                          DBNK164P
062400        GO TO DBNK164P-EXIT                                       DBNK164P
062500     END-IF.                                                      DBNK164P
062600     IF NOT SDB-REC-IS-LOCKED                                     DBNK164P
062700        MOVE 'Box is not locked out for rent' TO C164O-MSG        DBNK164P
062800        GO TO DBNK164P-EXIT                                       DBNK164P
062900     END-IF.                                                      DBNK164P
063000     PERFORM READ-AGREEMENT-FOR-UPDATE THRU                       DBNK164P
063100             READ-AGREEMENT-FOR-UPDATE-EXIT.                      DBNK164P
063200     IF C164O-MSG IS NOT EQUAL TO SPACES                          DBNK164P
063300        GO TO DBNK164P-EXIT                                       DBNK164P
063400     END-IF.                                                      DBNK164P
063500     SET SDR-REC-IS-DRILLED TO TRUE.                              DBNK164P
063600     MOVE WS-TODAY-DATE TO SDR-REC-DRILL-DATE.                    DBNK164P
063700     MOVE C164I-SUPER-PID TO SDR-REC-DRILL-BY.                    DBNK164P
063800     MOVE C164I-INVENTORY-REF TO SDR-REC-INVENTORY-REF.           DBNK164P
063900     PERFORM REWRITE-AGREEMENT THRU                               DBNK164P
064000             REWRITE-AGREEMENT-EXIT.                              DBNK164P
064100     IF C164O-MSG IS NOT EQUAL TO SPACES                          DBNK164P
064200        GO TO WORK-FAILED                                         DBNK164P
064300     END-IF.                                                      DBNK164P
064400     SET SDB-REC-IS-OUT TO TRUE.                                  DBNK164P
064500     MOVE WS-TODAY-DATE TO SDB-REC-STATUS-DATE.                   DBNK164P
064600     PERFORM REWRITE-BOX THRU                                     DBNK164P
064700             REWRITE-BOX-EXIT.                                    DBNK164P
064800     IF C164O-MSG IS NOT EQUAL TO SPACES                          DBNK164P
064900        GO TO WORK-FAILED                                         DBNK164P
065000     END-IF.                                                      DBNK164P
065100     MOVE SDR-REC-RENTER-PID (1) TO WS-VISIT-PID.                 DBNK164P
065200     MOVE SPACES TO WS-VISIT-NAME.                                DBNK164P
065300     STRING 'Drilled - inventory ' DELIMITED BY SIZE              DBNK164P
065400            C164I-INVENTORY-REF DELIMITED BY SIZE                 DBNK164P
065500       INTO WS-VISIT-NAME.                                        DBNK164P
065600     MOVE 'D' TO WS-VISIT-KIND.                                   DBNK164P
065700     MOVE C164I-SUPER-PID TO WS-VISIT-SUPER.                      DBNK164P
065800     PERFORM WRITE-ACCESS-LOG THRU                                DBNK164P
065900             WRITE-ACCESS-LOG-EXIT.                               DBNK164P
066000     IF C164O-MSG IS NOT EQUAL TO SPACES                          DBNK164P
066100        GO TO WORK-FAILED                                         DBNK164P
066200     END-IF.                                                      DBNK164P
066300     EXEC CICS SYNCPOINT                                          DBNK164P
066400     END-EXEC.                                                    DBNK164P
066500     SET C164O-OK TO TRUE.                                        DBNK164P
066600     PERFORM RETURN-BOX THRU                                      DBNK164P
066700             RETURN-BOX-EXIT.                                     DBNK164P
066800     PERFORM RETURN-AGREEMENT THRU                                DBNK164P
066900             RETURN-AGREEMENT-EXIT.                               DBNK164P
067000     MOVE 'Box drilled and contents inventoried' TO C164O-MSG.    DBNK164P
067100     GO TO DBNK164P-EXIT.                                         DBNK164P
067200                                                                  DBNK164P
067300***************************************************************** DBNK164P
067400* CLOSE - the renters hand back the keys. Rent owed must be     * DBNK164P
067500* paid first; the year already charged is not refunded.         * DBNK164P
067600***************************************************************** DBNK164P
067700 CLOSE-RENTAL.                                                    DBNK164P
067800     PERFORM READ-BOX-FOR-UPDATE THRU                             DBNK164P
067900             READ-BOX-FOR-UPDATE-EXIT.                            DBNK164P
068000     IF C164O-MSG IS NOT EQUAL TO SPACES                          DBNK164P
068100        GO TO DBNK164P-EXIT                                       DBNK164P
068200     END-IF.                                                      DBNK164P
068300     IF NOT SDB-REC-IS-RENTED                                     DBNK164P
068400        MOVE 'Box is not currently let to a renter'               DBNK164P
068500          TO C164O-MSG                                            DBNK164P
068600        GO TO DBNK164P-EXIT                                       DBNK164P
068700     END-IF.                                                      DBNK164P
068800     PERFORM READ-AGREEMENT-FOR-UPDATE THRU                       DBNK164P
068900             READ-AGREEMENT-FOR-UPDATE-EXIT.                      DBNK164P
069000     IF C164O-MSG IS NOT EQUAL TO SPACES                          DBNK164P
069100        GO TO DBNK164P-EXIT                                       DBNK164P
069200     END-IF.                                                      DBNK164P
069300     IF SDR-REC-ARREARS IS GREATER THAN ZERO                      DBNK164P
069400        MOVE 'Rent owed must be paid first' TO C164O-MSG          DBNK164P
069500        GO TO DBNK164P-EXIT                                       DBNK164P
069600     END-IF.                                                      DBNK164P
069700     SET SDR-REC-IS-CLOSED TO TRUE.                               DBNK164P
069800     MOVE WS-TODAY-DATE TO SDR-REC-CLOSED-DATE.                   DBNK164P
069900     PERFORM REWRITE-AGREEMENT THRU                               DBNK164P
070000             REWRITE-AGREEMENT-EXIT.                              DBNK164P
070100     IF C164O-MSG IS NOT EQUAL TO SPACES                          DBNK164P
070200        GO TO WORK-FAILED                                         DBNK164P
070300     END-IF.                                                      DBNK164P
070400     SET SDB-REC-IS-VACANT TO TRUE.                               DBNK164P
070500     MOVE WS-TODAY-DATE TO SDB-REC-STATUS-DATE.                   DBNK164P
070600     MOVE SPACES TO SDB-REC-AGREEMENT.                            DBNK164P
070700     PERFORM REWRITE-BOX THRU                                     DBNK164P
070800             REWRITE-BOX-EXIT.                                    DBNK164P
070900     IF C164O-MSG IS NOT EQUAL TO SPACES                          DBNK164P
071000        GO TO WORK-FAILED                                         DBNK164P
071100     END-IF.                                                      DBNK164P
071200     EXEC CICS SYNCPOINT                                          DBNK164P
071300     END-EXEC.                                                    DBNK164P
071400     SET C164O-OK TO TRUE.                                        DBNK164P
071500     PERFORM RETURN-BOX THRU                                      DBNK164P
071600             RETURN-BOX-EXIT.                                     DBNK164P
071700     PERFORM RETURN-AGREEMENT THRU                                DBNK164P
071800             RETURN-AGREEMENT-EXIT.                               DBNK164P
071900     MOVE 'Rental closed' TO C164O-MSG.                           DBNK164P
072000     GO TO DBNK164P-EXIT.                                         DBNK164P
072100                                                                  DBNK164P
072200***************************************************************** DBNK164P
072300* Something failed after the first update - back the whole      * DBNK164P
072400* piece of work out                                             * DBNK164P
072500***************************************************************** DBNK164P
072600 WORK-FAILED.                                                     DBNK164P
072700     EXEC CICS SYNCPOINT ROLLBACK                                 DBNK164P
072800     END-EXEC.                                                    DBNK164P
072900     SET C164O-FAIL TO TRUE.                                      DBNK164P
073000     GO TO DBNK164P-EXIT.                                         DBNK164P
073100                                                                  DBNK164P
073200***************************************************************** DBNK164P
073300* INQUIRE - the box and, while it is let, its agreement         * DBNK164P
073400***************************************************************** DBNK164P
073500 INQUIRE-BOX.                                                     DBNK164P
073600     MOVE C164I-BRANCH TO WS-BNKSDBX-RID-BRANCH.                  DBNK164P
073700     MOVE C164I-BOX-NO TO WS-BNKSDBX-RID-BOX-NO.                  DBNK164P
073800     EXEC CICS READ FILE('BNKSDBX')                               DBNK164P
073900                    INTO(WS-BNKSDBX-REC)                          DBNK164P
074000                    LENGTH(LENGTH OF WS-BNKSDBX-REC)              DBNK164P
074100                    RIDFLD(WS-BNKSDBX-RID)                        DBNK164P
074200                    RESP(WS-RESP)                                 DBNK164P
074300     END-EXEC.                                                    DBNK164P
074400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK164P
074500        MOVE 'Box not found' TO C164O-MSG                         DBNK164P
074600        GO TO DBNK164P-EXIT                                       DBNK164P
074700     END-IF.                                                      DBNK164P
074800     SET C164O-OK TO TRUE.                                        DBNK164P
074900     PERFORM RETURN-BOX THRU                                      DBNK164P
075000             RETURN-BOX-EXIT.                                     DBNK164P
075100     IF SDB-REC-AGREEMENT IS EQUAL TO SPACES                      DBNK164P
075200        GO TO DBNK164P-EXIT                                       DBNK164P
075300     END-IF.                                                      DBNK164P
075400     MOVE SDB-REC-AGREEMENT TO WS-BNKSDRN-RID.                    DBNK164P
075500     EXEC CICS READ FILE('BNKSDRN')                               DBNK164P
075600                    INTO(WS-BNKSDRN-REC)                          DBNK164P
075700                    LENGTH(LENGTH OF WS-BNKSDRN-REC)              DBNK164P
075800                    RIDFLD(WS-BNKSDRN-RID)                        DBNK164P
075900                    RESP(WS-RESP)                                 DBNK164P
076000     END-EXEC.                                                    DBNK164P
076100     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK164P
076200        PERFORM RETURN-AGREEMENT THRU                             DBNK164P
076300                RETURN-AGREEMENT-EXIT                             DBNK164P
076400     END-IF.                                                      DBNK164P
076500     GO TO DBNK164P-EXIT.                                         DBNK164P
076600                                                                  DBNK164P
076700***************************************************************** DBNK164P
076800* HISTORY - the latest visits, newest first: to one box when a  * DBNK164P
076900* box is given, otherwise by one customer across every box      * DBNK164P
077000* through the log's PID path                                    * DBNK164P
077100***************************************************************** DBNK164P
077200 LIST-HISTORY.                                                    DBNK164P
077300     MOVE 0 TO WS-SUB1.                                           DBNK164P
077400     IF C164I-BRANCH IS EQUAL TO SPACES                           DBNK164P
077500        GO TO LIST-HISTORY-BY-PID                                 DBNK164P
077600     END-IF.                                                      DBNK164P
077700     MOVE C164I-BRANCH TO WS-BNKSDAX-RID-BRANCH.                  DBNK164P
077800     MOVE C164I-BOX-NO TO WS-BNKSDAX-RID-BOX-NO.                  DBNK164P
077900     MOVE HIGH-VALUES TO WS-BNKSDAX-RID-TS.                       DBNK164P
078000     EXEC CICS STARTBR FILE('BNKSDAX')                            DBNK164P
078100                       RIDFLD(WS-BNKSDAX-RID)                     DBNK164P
078200                       GTEQ                                       DBNK164P
078300                       RESP(WS-RESP)                              DBNK164P
078400     END-EXEC.                                                    DBNK164P
078500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK164P
078600        GO TO LIST-HISTORY-DONE                                   DBNK164P
078700     END-IF.                                                      DBNK164P
078800 LIST-BOX-LOOP.                                                   DBNK164P
078900     EXEC CICS READPREV FILE('BNKSDAX')                           DBNK164P
079000                        INTO(WS-BNKSDAX-REC)                      DBNK164P
079100                        LENGTH(LENGTH OF WS-BNKSDAX-REC)          DBNK164P
079200                        RIDFLD(WS-BNKSDAX-RID)                    DBNK164P
079300                        RESP(WS-RESP)                             DBNK164P
079400     END-EXEC.                                                    DBNK164P
079500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK164P
079600        SDV-REC-BRANCH IS NOT EQUAL TO C164I-BRANCH OR            DBNK164P
079700        SDV-REC-BOX-NO IS NOT EQUAL TO C164I-BOX-NO OR            DBNK164P
079800        WS-SUB1 IS EQUAL TO 6                                     DBNK164P
079900        EXEC CICS ENDBR FILE('BNKSDAX')                           DBNK164P
080000        END-EXEC                                                  DBNK164P
080100        GO TO LIST-HISTORY-DONE                                   DBNK164P
080200     END-IF.                                                      DBNK164P
080300     PERFORM RETURN-VISIT THRU                                    DBNK164P
080400             RETURN-VISIT-EXIT.                                   DBNK164P
080500     GO TO LIST-BOX-LOOP.                                         DBNK164P
080600                                                                  DBNK164P
080700 LIST-HISTORY-BY-PID.                                             DBNK164P
080800     IF C164I-PID IS EQUAL TO SPACES                              DBNK164P
080900        MOVE 'Give a box or a customer' TO C164O-MSG              DBNK164P
081000        GO TO DBNK164P-EXIT                                       DBNK164P
081100     END-IF.                                                      DBNK164P
081200     MOVE C164I-PID TO WS-BNKSDAX1-RID-PID.                       DBNK164P
081300     MOVE HIGH-VALUES TO WS-BNKSDAX1-RID-TS.                      DBNK164P
081400     EXEC CICS STARTBR FILE('BNKSDAX1')                           DBNK164P
081500                       RIDFLD(WS-BNKSDAX1-RID)                    DBNK164P
081600                       GTEQ                                       DBNK164P
081700                       RESP(WS-RESP)                              DBNK164P
081800     END-EXEC.                                                    DBNK164P
081900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK164P
082000        GO TO LIST-HISTORY-DONE                                   DBNK164P
082100     END-IF.                                                      DBNK164P
082200 LIST-PID-LOOP.                                                   DBNK164P
082300     EXEC CICS READPREV FILE('BNKSDAX1')                          DBNK164P
082400                        INTO(WS-BNKSDAX-REC)                      DBNK164P
082500                        LENGTH(LENGTH OF WS-BNKSDAX-REC)          DBNK164P
082600                        RIDFLD(WS-BNKSDAX1-RID)                   DBNK164P
082700                        RESP(WS-RESP)                             DBNK164P
082800     END-EXEC.                                                    DBNK164P
082900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK164P
083000        SDV-REC-PID IS NOT EQUAL TO C164I-PID OR                  DBNK164P
083100        WS-SUB1 IS EQUAL TO 6                                     DBNK164P
083200        EXEC CICS ENDBR FILE('BNKSDAX1')                          DBNK164P
083300        END-EXEC                                                  DBNK164P
083400        GO TO LIST-HISTORY-DONE                                   DBNK164P
083500     END-IF.                                                      DBNK164P
083600     PERFORM RETURN-VISIT THRU                                    DBNK164P
083700             RETURN-VISIT-EXIT.                                   DBNK164P
083800     GO TO LIST-PID-LOOP.                                         DBNK164P
083900                                                                  DBNK164P
084000 LIST-HISTORY-DONE.                                               DBNK164P
084100     MOVE WS-SUB1 TO C164O-COUNT.                                 DBNK164P
084200     SET C164O-OK TO TRUE.                                        DBNK164P
084300     IF WS-SUB1 IS EQUAL TO 0                                     DBNK164P
084400        MOVE 'No visits on file' TO C164O-MSG                     DBNK164P
084500     END-IF.                                                      DBNK164P
084600     GO TO DBNK164P-EXIT.                                         DBNK164P
084700                                                                  DBNK164P
084800***************************************************************** DBNK164P
084900* One visit into the next history slot                          * DBNK164P
085000***************************************************************** DBNK164P
085100 RETURN-VISIT.                                                    DBNK164P
085200     ADD 1 TO WS-SUB1.                                            DBNK164P
085300     MOVE SDV-REC-BUS-DATE TO C164O-E-DATE (WS-SUB1).             DBNK164P
085400     MOVE SDV-REC-TIMESTAMP (12:8) TO C164O-E-TIME (WS-SUB1).     DBNK164P
085500     MOVE SDV-REC-BRANCH TO C164O-E-BRANCH (WS-SUB1).             DBNK164P
085600     MOVE SDV-REC-BOX-NO TO C164O-E-BOX-NO (WS-SUB1).             DBNK164P
085700     MOVE SDV-REC-PID TO C164O-E-PID (WS-SUB1).                   DBNK164P
085800     MOVE SDV-REC-KIND TO C164O-E-KIND (WS-SUB1).                 DBNK164P
085900     MOVE SDV-REC-VISITOR-NAME TO C164O-E-NAME (WS-SUB1).         DBNK164P
086000 RETURN-VISIT-EXIT.                                               DBNK164P
086100     EXIT.                                                        DBNK164P
086200                                                                  DBNK164P
086300***************************************************************** DBNK164P
086400* The box named in the request, held for update                 * DBNK164P
086500***************************************************************** DBNK164P
086600 READ-BOX-FOR-UPDATE.                                             DBNK164P
086700     MOVE C164I-BRANCH TO WS-BNKSDBX-RID-BRANCH.                  DBNK164P
086800     MOVE C164I-BOX-NO TO WS-BNKSDBX-RID-BOX-NO.                  DBNK164P
086900     EXEC CICS READ FILE('BNKSDBX')                               DBNK164P
087000                    UPDATE                                        DBNK164P
087100                    INTO(WS-BNKSDBX-REC)                          DBNK164P
087200                    LENGTH(LENGTH OF WS-BNKSDBX-REC)              DBNK164P
087300                    RIDFLD(WS-BNKSDBX-RID)                        DBNK164P
087400                    TOKEN(WS-BOX-TOKEN)                           DBNK164P
087500                    RESP(WS-RESP)                                 DBNK164P
087600     END-EXEC.                                                    DBNK164P
087700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK164P
087800        MOVE 'Box not found' TO C164O-MSG                         DBNK164P
087900     END-IF.                                                      DBNK164P
088000 READ-BOX-FOR-UPDATE-EXIT.                                        DBNK164P
088100     EXIT.                                                        DBNK164P
088200                                                                  DBNK164P
088300***************************************************************** DBNK164P
088400* The agreement holding the box just read, held for update      * DBNK164P
088500***************************************************************** DBNK164P
088600 READ-AGREEMENT-FOR-UPDATE.                                       DBNK164P
088700     IF SDB-REC-AGREEMENT IS EQUAL TO SPACES                      DBNK164P
088800        MOVE 'Box is not let' TO C164O-MSG                        DBNK164P
088900        GO TO READ-AGREEMENT-FOR-UPDATE-EXIT                      DBNK164P
089000     END-IF.                                                      DBNK164P
089100     MOVE SDB-REC-AGREEMENT TO WS-BNKSDRN-RID.                    DBNK164P
089200     EXEC CICS READ FILE('BNKSDRN')                               DBNK164P
089300                    UPDATE                                        DBNK164P
089400                    INTO(WS-BNKSDRN-REC)                          DBNK164P
089500                    LENGTH(LENGTH OF WS-BNKSDRN-REC)              DBNK164P
089600                    RIDFLD(WS-BNKSDRN-RID)                        DBNK164P
089700                    TOKEN(WS-AGR-TOKEN)                           DBNK164P
089800                    RESP(WS-RESP)                                 DBNK164P
089900     END-EXEC.                                                    DBNK164P
090000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK164P
090100        MOVE 'Rental agreement not found' TO C164O-MSG            DBNK164P
090200     END-IF.                                                      DBNK164P
090300 READ-AGREEMENT-FOR-UPDATE-EXIT.                                  DBNK164P
090400     EXIT.                                                        DBNK164P
090500                                                                  DBNK164P
090600***************************************************************** DBNK164P
090700* A box that is let, with its agreement, for a visit            * DBNK164P
090800***************************************************************** DBNK164P
090900 READ-LET-BOX.                                                    DBNK164P
091000     MOVE C164I-BRANCH TO WS-BNKSDBX-RID-BRANCH.                  DBNK164P
091100     MOVE C164I-BOX-NO TO WS-BNKSDBX-RID-BOX-NO.                  DBNK164P
091200     EXEC CICS READ FILE('BNKSDBX')                               DBNK164P
091300                    INTO(WS-BNKSDBX-REC)                          DBNK164P
091400                    LENGTH(LENGTH OF WS-BNKSDBX-REC)              DBNK164P
091500                    RIDFLD(WS-BNKSDBX-RID)                        DBNK164P
091600                    RESP(WS-RESP)                                 DBNK164P
091700     END-EXEC.                                                    DBNK164P
091800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK164P
091900        MOVE 'Box not found' TO C164O-MSG                         DBNK164P
092000        GO TO READ-LET-BOX-EXIT                                   DBNK164P
092100     END-IF.                                                      DBNK164P
092200     IF NOT SDB-REC-IS-RENTED AND                                 DBNK164P
092300        NOT SDB-REC-IS-LOCKED                                     DBNK164P
092400        MOVE 'Box is not let' TO C164O-MSG                        DBNK164P
092500        GO TO READ-LET-BOX-EXIT                                   DBNK164P
092600     END-IF.                                                      DBNK164P
092700     MOVE SDB-REC-AGREEMENT TO WS-BNKSDRN-RID.                    DBNK164P
092800     EXEC CICS READ FILE('BNKSDRN')                               DBNK164P
092900                    INTO(WS-BNKSDRN-REC)                          DBNK164P
093000                    LENGTH(LENGTH OF WS-BNKSDRN-REC)              DBNK164P
093100                    RIDFLD(WS-BNKSDRN-RID)                        DBNK164P
093200                    RESP(WS-RESP)                                 DBNK164P
093300     END-EXEC.                                                    DBNK164P
093400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK164P
093500        MOVE 'Rental agreement not found' TO C164O-MSG            DBNK164P
093600     END-IF.                                                      DBNK164P
093700 READ-LET-BOX-EXIT.                                               DBNK164P
093800     EXIT.                                                        DBNK164P
093900                                                                  DBNK164P
094000***************************************************************** DBNK164P
094100* One proposed renter: on file and living, and the rent account * DBNK164P
094200* must be held by at least one of them                          * DBNK164P
094300***************************************************************** DBNK164P
094400 CHECK-RENTER.                                                    DBNK164P
094500     IF C164I-RENTER-PID (WS-SUB1) IS EQUAL TO SPACES             DBNK164P
094600        GO TO CHECK-RENTER-EXIT                                   DBNK164P
094700     END-IF.                                                      DBNK164P
094800     MOVE C164I-RENTER-PID (WS-SUB1) TO WS-BNKCUST-RID.           DBNK164P
094900     EXEC CICS READ FILE('BNKCUST')                               DBNK164P
095000                    INTO(WS-BNKCUST-REC)                          DBNK164P
095100                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBNK164P
095200                    RIDFLD(WS-BNKCUST-RID)                        DBNK164P
095300                    RESP(WS-RESP)                                 DBNK164P
095400     END-EXEC.                                                    DBNK164P
095500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK164P
095600        MOVE SPACES TO C164O-MSG                                  DBNK164P
095700        STRING 'Renter ' DELIMITED BY SIZE                        DBNK164P
095800               C164I-RENTER-PID (WS-SUB1) DELIMITED BY SIZE       DBNK164P
095900               ' not found' DELIMITED BY SIZE                     DBNK164P
096000          INTO C164O-MSG                                          DBNK164P
096100        GO TO CHECK-RENTER-EXIT                                   DBNK164P
096200     END-IF.                                                      DBNK164P
096300     IF BCS-REC-IS-DECEASED                                       DBNK164P
096400        MOVE SPACES TO C164O-MSG                                  DBNK164P
096500        STRING 'Renter ' DELIMITED BY SIZE                        DBNK164P
096600               C164I-RENTER-PID (WS-SUB1) DELIMITED BY SIZE       DBNK164P
096700               ' is flagged deceased' DELIMITED BY SIZE           DBNK164P
096800          INTO C164O-MSG                                          DBNK164P
096900        GO TO CHECK-RENTER-EXIT                                   DBNK164P
097000     END-IF.                                                      DBNK164P
097100     IF BAC-REC-PID IS EQUAL TO C164I-RENTER-PID (WS-SUB1) OR     DBNK164P
097200        BAC-REC-JOINT-PID IS EQUAL TO C164I-RENTER-PID (WS-SUB1)  DBNK164P
097300        SET WS-OWNER-FOUND TO TRUE                                DBNK164P
097400     END-IF.                                                      DBNK164P
097500 CHECK-RENTER-EXIT.                                               DBNK164P
097600     EXIT.                                                        DBNK164P
097700                                                                  DBNK164P
097800***************************************************************** DBNK164P
097900* Is the visitor one of the agreement's renters                 * DBNK164P
098000***************************************************************** DBNK164P
098100 MATCH-RENTER.                                                    DBNK164P
098200     IF SDR-REC-RENTER-PID (WS-SUB1) IS NOT EQUAL TO SPACES AND   DBNK164P
098300        SDR-REC-RENTER-PID (WS-SUB1) IS EQUAL TO C164I-PID        DBNK164P
098400        SET WS-RENTER-FOUND TO TRUE                               DBNK164P
098500     END-IF.                                                      DBNK164P
098600 MATCH-RENTER-EXIT.                                               DBNK164P
098700     EXIT.                                                        DBNK164P
098800                                                                  DBNK164P
098900***************************************************************** DBNK164P
099000* Is this renter flagged deceased                               * DBNK164P
099100***************************************************************** DBNK164P
099200 FIND-DECEASED.                                                   DBNK164P
099300     IF SDR-REC-RENTER-PID (WS-SUB1) IS EQUAL TO SPACES           DBNK164P
099400        GO TO FIND-DECEASED-EXIT                                  DBNK164P
099500     END-IF.                                                      DBNK164P
099600     MOVE SDR-REC-RENTER-PID (WS-SUB1) TO WS-BNKCUST-RID.         DBNK164P
099700     EXEC CICS READ FILE('BNKCUST')                               DBNK164P
099800                    INTO(WS-BNKCUST-REC)                          DBNK164P
099900                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBNK164P
100000                    RIDFLD(WS-BNKCUST-RID)                        DBNK164P
100100                    RESP(WS-RESP)                                 DBNK164P
100200     END-EXEC.                                                    DBNK164P
100300     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBNK164P
100400        BCS-REC-IS-DECEASED                                       DBNK164P
100500        MOVE SDR-REC-RENTER-PID (WS-SUB1) TO WS-VISIT-PID         DBNK164P
100600     END-IF.                                                      DBNK164P
100700 FIND-DECEASED-EXIT.                                              DBNK164P
100800     EXIT.                                                        DBNK164P
100900                                                                  DBNK164P
101000***************************************************************** DBNK164P
101100* An active supervisor, with password, other than the teller    * DBNK164P
101200***************************************************************** DBNK164P
101300 CHECK-SUPERVISOR.                                                DBNK164P
101400     MOVE C164I-SUPER-PID TO WS-BNKOPER-RID.                      DBNK164P
101500     EXEC CICS READ FILE('BNKOPER')                               DBNK164P
101600                    INTO(WS-BNKOPER-REC)                          DBNK164P
101700                    LENGTH(LENGTH OF WS-BNKOPER-REC)              DBNK164P
101800                    RIDFLD(WS-BNKOPER-RID)                        DBNK164P
101900                    RESP(WS-RESP)                                 DBNK164P
102000     END-EXEC.                                                    DBNK164P
102100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK164P
102200        MOVE 'Supervisor sign-off required' TO C164O-MSG          DBNK164P
102300        GO TO CHECK-SUPERVISOR-EXIT                               DBNK164P
102400     END-IF.                                                      DBNK164P
102500     IF NOT BOR-REC-IS-ACTIVE                                     DBNK164P
102600        MOVE 'Supervisor profile is revoked' TO C164O-MSG         DBNK164P
102700        GO TO CHECK-SUPERVISOR-EXIT                               DBNK164P
102800     END-IF.                                                      DBNK164P
102900     IF NOT BOR-REC-ROLE-SUPERVISOR AND                           DBNK164P
103000        NOT BOR-REC-ROLE-ADMIN                                    DBNK164P
103100        MOVE 'Sign-off needs supervisor authority'                DBNK164P
103200          TO C164O-MSG                                            DBNK164P
103300        GO TO CHECK-SUPERVISOR-EXIT                               DBNK164P
103400     END-IF.                                                      DBNK164P
103500     MOVE C164I-SUPER-PID TO WS-BNKPWD-RID.                       DBNK164P
103600     EXEC CICS READ FILE('BNKPWD')                                DBNK164P
103700                    INTO(WS-BNKPWD-REC)                           DBNK164P
103800                    LENGTH(LENGTH OF WS-BNKPWD-REC)               DBNK164P
103900                    RIDFLD(WS-BNKPWD-RID)                         DBNK164P
104000                    KEYLENGTH(LENGTH OF WS-BNKPWD-RID)            DBNK164P
104100                    RESP(WS-RESP)                                 DBNK164P
104200     END-EXEC.                                                    DBNK164P
104300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK164P
104400        MOVE 'Supervisor approval failed' TO C164O-MSG            DBNK164P
104500        GO TO CHECK-SUPERVISOR-EXIT                               DBNK164P
104600     END-IF.                                                      DBNK164P
104700     CALL 'UPWDHASH' USING C164I-SUPER-PSWD WS-HASH-VALUE.        DBNK164P
104800     IF WS-HASH-VALUE IS NOT EQUAL TO BPW-REC-HASH                DBNK164P
104900        MOVE 'Supervisor approval failed' TO C164O-MSG            DBNK164P
105000        GO TO CHECK-SUPERVISOR-EXIT                               DBNK164P
105100     END-IF.                                                      DBNK164P
105200     IF C164I-SUPER-PID IS EQUAL TO C164I-USERID                  DBNK164P
105300        MOVE 'Sign-off must be by someone else' TO C164O-MSG      DBNK164P
105400     END-IF.                                                      DBNK164P
105500 CHECK-SUPERVISOR-EXIT.                                           DBNK164P
105600     EXIT.                                                        DBNK164P
105700                                                                  DBNK164P
105800***************************************************************** DBNK164P
105900* The year's rent - BNKFEES code SDB plus the box size, for the * DBNK164P
106000* rent account's type. Rent is never waived on balance.         * DBNK164P
106100***************************************************************** DBNK164P
106200 GET-RENT.                                                        DBNK164P
106300     MOVE ZERO TO WS-RENT-AMOUNT.                                 DBNK164P
106400     MOVE 'SDB' TO WS-BNKFEES-RID (1:3).                          DBNK164P
106500     MOVE SDB-REC-SIZE TO WS-BNKFEES-RID (4:1).                   DBNK164P
106600     MOVE BAC-REC-TYPE TO WS-BNKFEES-RID (5:1).                   DBNK164P
106700     EXEC CICS READ FILE('BNKFEES')                               DBNK164P
106800                    INTO(WS-BNKFEES-REC)                          DBNK164P
106900                    LENGTH(LENGTH OF WS-BNKFEES-REC)              DBNK164P
107000                    RIDFLD(WS-BNKFEES-RID)                        DBNK164P
107100                    RESP(WS-RESP)                                 DBNK164P
107200     END-EXEC.                                                    DBNK164P
107300     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK164P
107400        MOVE BFE-REC-AMOUNT TO WS-RENT-AMOUNT                     DBNK164P
107500     END-IF.                                                      DBNK164P
107600 GET-RENT-EXIT.                                                   DBNK164P
107700     EXIT.                                                        DBNK164P
107800                                                                  DBNK164P
107900***************************************************************** DBNK164P
108000* Debit WS-RENT-AMOUNT from the rent account already held for   * DBNK164P
108100* update, with its ledger entry in category SDBR                * DBNK164P
108200***************************************************************** DBNK164P
108300 TAKE-RENT.                                                       DBNK164P
108400     MOVE SPACES TO WS-BNKLEDG-REC.                               DBNK164P
108500     MOVE BAC-REC-PID TO BLG-REC-PID.                             DBNK164P
108600     MOVE '1' TO BLG-REC-TYPE.                                    DBNK164P
108700     MOVE '1' TO BLG-REC-SUB-TYPE.                                DBNK164P
108800     MOVE 'SDBR' TO BLG-REC-CATEGORY.                             DBNK164P
108900     MOVE BAC-REC-ACCNO TO BLG-REC-ACCNO.                         DBNK164P
109000     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBNK164P
109100     MOVE BAC-REC-ACCNO TO BLG-REC-ALTKEY1-ACCNO.                 DBNK164P
109200     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBNK164P
109300     MOVE WS-RENT-AMOUNT TO BLG-REC-AMOUNT.                       DBNK164P
109400     MOVE SPACES TO WS-POST-DESC.                                 DBNK164P
109500     STRING 'Safe deposit box rent ' DELIMITED BY SIZE            DBNK164P
109600            SDB-REC-BRANCH DELIMITED BY SIZE                      DBNK164P
109700            '/' DELIMITED BY SIZE                                 DBNK164P
109800            SDB-REC-BOX-NO DELIMITED BY SIZE                      DBNK164P
109900       INTO WS-POST-DESC.                                         DBNK164P
110000     MOVE SPACES TO TXN-DATA.                                     DBNK164P
110100     MOVE WS-POST-DESC TO TXN-T1-OLD-DESC.                        DBNK164P
110200     MOVE TXN-DATA-OLD TO BLG-REC-DATA-OLD.                       DBNK164P
110300     MOVE TXN-DATA-NEW TO BLG-REC-DATA-NEW.                       DBNK164P
110400     MOVE WS-TODAY-DATE TO BLG-REC-BUS-DATE.                      DBNK164P
110500     SET TREF-FUNC-ENCODE TO TRUE.                                DBNK164P
110600     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBNK164P
110700     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK164P
110800     MOVE TREF-REFNO TO BLG-REC-REFNO.                            DBNK164P
110900     MOVE TREF-REFNO TO C164O-REFNO.                              DBNK164P
111000     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBNK164P
111100     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBNK164P
111200     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBNK164P
111300     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBNK164P
111400                           WS-TWOS-COMP-INPUT                     DBNK164P
111500                           WS-TWOS-COMP-OUTPUT.                   DBNK164P
111600     MOVE WS-TWOS-COMP-OUTPUT TO BLG-REC-TIMESTAMP-FF.            DBNK164P
111700     MOVE WS-TIMESTAMP TO WS-BNKLEDG-RID.                         DBNK164P
111800     EXEC CICS WRITE FILE('BNKLEDG')                              DBNK164P
111900                     FROM(WS-BNKLEDG-REC)                         DBNK164P
112000                     LENGTH(LENGTH OF WS-BNKLEDG-REC)             DBNK164P
112100                     RIDFLD(WS-BNKLEDG-RID)                       DBNK164P
112200                     KEYLENGTH(LENGTH OF WS-BNKLEDG-RID)          DBNK164P
112300                     RESP(WS-RESP)                                DBNK164P
112400     END-EXEC.                                                    DBNK164P
112500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK164P
112600        MOVE 'Unable to write ledger entry' TO C164O-MSG          DBNK164P
112700        GO TO TAKE-RENT-EXIT                                      DBNK164P
112800     END-IF.                                                      DBNK164P
112900     MOVE WS-NEW-BAL TO BAC-REC-BALANCE.                          DBNK164P
113000     EXEC CICS REWRITE FILE('BNKACC')                             DBNK164P
113100                       FROM(WS-BNKACC-REC)                        DBNK164P
113200                       LENGTH(LENGTH OF WS-BNKACC-REC)            DBNK164P
113300                       TOKEN(WS-ACC-TOKEN)                        DBNK164P
113400                       RESP(WS-RESP)                              DBNK164P
113500     END-EXEC.                                                    DBNK164P
113600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK164P
113700        MOVE 'Unable to debit the rent account' TO C164O-MSG      DBNK164P
113800     END-IF.                                                      DBNK164P
113900 TAKE-RENT-EXIT.                                                  DBNK164P
114000     EXIT.                                                        DBNK164P
114100                                                                  DBNK164P
114200***************************************************************** DBNK164P
114300* One visit on the access log, filed under WS-VISIT-PID         * DBNK164P
114400***************************************************************** DBNK164P
114500 WRITE-ACCESS-LOG.                                                DBNK164P
114600 COPY CTSTAMPP.                                                   DBNK164P
114700     MOVE SPACES TO WS-BNKSDAX-REC.                               DBNK164P
114800     MOVE SDB-REC-BRANCH TO SDV-REC-BRANCH.                       DBNK164P
114900     MOVE SDB-REC-BOX-NO TO SDV-REC-BOX-NO.                       DBNK164P
115000     MOVE WS-TIMESTAMP TO SDV-REC-TIMESTAMP.                      DBNK164P
115100     MOVE WS-VISIT-PID TO SDV-REC-PID.                            DBNK164P
115200     MOVE WS-TIMESTAMP TO SDV-REC-PID-TIMESTAMP.                  DBNK164P
115300     MOVE SDR-REC-AGREEMENT TO SDV-REC-AGREEMENT.                 DBNK164P
115400     MOVE WS-VISIT-KIND TO SDV-REC-KIND.                          DBNK164P
115500     MOVE WS-VISIT-NAME TO SDV-REC-VISITOR-NAME.                  DBNK164P
115600     MOVE WS-TODAY-DATE TO SDV-REC-BUS-DATE.                      DBNK164P
115700     MOVE C164I-USERID TO SDV-REC-TELLER.                         DBNK164P
115800     MOVE WS-VISIT-SUPER TO SDV-REC-SUPER-PID.                    DBNK164P
115900     MOVE SDV-REC-KEY TO WS-BNKSDAX-RID.                          DBNK164P
116000     EXEC CICS WRITE FILE('BNKSDAX')                              DBNK164P
116100                     FROM(WS-BNKSDAX-REC)                         DBNK164P
116200                     LENGTH(LENGTH OF WS-BNKSDAX-REC)             DBNK164P
116300                     RIDFLD(WS-BNKSDAX-RID)                       DBNK164P
116400                     RESP(WS-RESP)                                DBNK164P
116500     END-EXEC.                                                    DBNK164P
116600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK164P
116700        MOVE 'Unable to record the visit' TO C164O-MSG            DBNK164P
116800     END-IF.                                                      DBNK164P
116900 WRITE-ACCESS-LOG-EXIT.                                           DBNK164P
117000     EXIT.                                                        DBNK164P
117100                                                                  DBNK164P
117200***************************************************************** DBNK164P
117300* Rewrite the box and the agreement held for update             * DBNK164P
117400***************************************************************** DBNK164P
117500 REWRITE-BOX.                                                     DBNK164P
117600     EXEC CICS REWRITE FILE('BNKSDBX')                            DBNK164P
117700                       FROM(WS-BNKSDBX-REC)                       DBNK164P
117800                       LENGTH(LENGTH OF WS-BNKSDBX-REC)           DBNK164P
117900                       TOKEN(WS-BOX-TOKEN)                        DBNK164P
118000                       RESP(WS-RESP)                              DBNK164P
118100     END-EXEC.                                                    DBNK164P
118200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK164P
118300        MOVE 'Unable to update the box' TO C164O-MSG              DBNK164P
118400     END-IF.                                                      DBNK164P
118500 REWRITE-BOX-EXIT.                                                DBNK164P
118600     EXIT.                                                        DBNK164P
118700                                                                  DBNK164P
118800 REWRITE-AGREEMENT.                                               DBNK164P
118900     EXEC CICS REWRITE FILE('BNKSDRN')                            DBNK164P
119000                       FROM(WS-BNKSDRN-REC)                       DBNK164P
119100                       LENGTH(LENGTH OF WS-BNKSDRN-REC)           DBNK164P
119200                       TOKEN(WS-AGR-TOKEN)                        DBNK164P
119300                       RESP(WS-RESP)                              DBNK164P
119400     END-EXEC.                                                    DBNK164P
119500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK164P
119600        MOVE 'Unable to update the agreement' TO C164O-MSG        DBNK164P
119700     END-IF.                                                      DBNK164P
119800 REWRITE-AGREEMENT-EXIT.                                          DBNK164P
119900     EXIT.                                                        DBNK164P
120000                                                                  DBNK164P
120100***************************************************************** DBNK164P
120200* BNKPARM SDBAGR holds the last agreement number used in its    * DBNK164P
120300* text. The first rental starts the run at 10000001.            * DBNK164P
120400***************************************************************** DBNK164P
120500 NEXT-AGREEMENT.                                                  DBNK164P
120600     MOVE 'SDBAGR  ' TO WS-BNKPARM-RID.                           DBNK164P
120700     EXEC CICS READ FILE('BNKPARM')                               DBNK164P
120800                    UPDATE                                        DBNK164P
120900                    INTO(WS-BNKPARM-REC)                          DBNK164P
121000                    LENGTH(LENGTH OF WS-BNKPARM-REC)              DBNK164P
121100                    RIDFLD(WS-BNKPARM-RID)                        DBNK164P
121200                    KEYLENGTH(LENGTH OF WS-BNKPARM-RID)           DBNK164P
121300                    TOKEN(WS-PARM-TOKEN)                          DBNK164P
121400                    RESP(WS-RESP)                                 DBNK164P
121500     END-EXEC.                                                    DBNK164P
121600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK164P
121700        GO TO NEXT-AGREEMENT-FIRST                                DBNK164P
121800     END-IF.                                                      DBNK164P
121900     IF PRM-REC-TEXT (1:8) IS NOT NUMERIC                         DBNK164P
122000        MOVE 'Agreement number is damaged' TO C164O-MSG           DBNK164P
122100        GO TO NEXT-AGREEMENT-EXIT                                 DBNK164P
122200     END-IF.                                                      DBNK164P
122300     MOVE PRM-REC-TEXT (1:8) TO WS-AGREEMENT-N.                   DBNK164P
122400     IF WS-AGREEMENT-N IS EQUAL TO 99999999                       DBNK164P
122500        MOVE 'Agreement numbers exhausted' TO C164O-MSG           DBNK164P
122600        GO TO NEXT-AGREEMENT-EXIT                                 DBNK164P
122700     END-IF.                                                      DBNK164P
122800     ADD 1 TO WS-AGREEMENT-N.                                     DBNK164P
122900     MOVE WS-AGREEMENT-X TO PRM-REC-TEXT (1:8).                   DBNK164P
123000     EXEC CICS REWRITE FILE('BNKPARM')                            DBNK164P
123100                       FROM(WS-BNKPARM-REC)                       DBNK164P
123200                       LENGTH(LENGTH OF WS-BNKPARM-REC)           DBNK164P
123300                       TOKEN(WS-PARM-TOKEN)                       DBNK164P
123400                       RESP(WS-RESP)                              DBNK164P
123500     END-EXEC.                                                    DBNK164P
123600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK164P
123700        MOVE 'Unable to take an agreement number'                 DBNK164P
123800          TO C164O-MSG                                            DBNK164P
123900     END-IF.                                                      DBNK164P
124000     GO TO NEXT-AGREEMENT-EXIT.                                   DBNK164P
124100 NEXT-AGREEMENT-FIRST.                                            DBNK164P
124200     MOVE 10000001 TO WS-AGREEMENT-N.                             DBNK164P
124300     MOVE SPACES TO WS-BNKPARM-REC.                               DBNK164P
124400     MOVE 'SDBAGR  ' TO PRM-REC-KEY.                              DBNK164P
124500     MOVE ZERO TO PRM-REC-AMOUNT.                                 DBNK164P
124600     MOVE WS-AGREEMENT-X TO PRM-REC-TEXT (1:8).                   DBNK164P
124700     MOVE 'Last safe deposit agreement' TO PRM-REC-DESC.          DBNK164P
124800     EXEC CICS WRITE FILE('BNKPARM')                              DBNK164P
124900                     FROM(WS-BNKPARM-REC)                         DBNK164P
125000                     LENGTH(LENGTH OF WS-BNKPARM-REC)             DBNK164P
125100                     RIDFLD(WS-BNKPARM-RID)                       DBNK164P
125200                     KEYLENGTH(LENGTH OF WS-BNKPARM-RID)          DBNK164P
125300                     RESP(WS-RESP)                                DBNK164P
125400     END-EXEC.                                                    DBNK164P
125500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK164P
125600        MOVE 'Unable to take an agreement number'                 DBNK164P
125700          TO C164O-MSG                                            DBNK164P
125800     END-IF.                                                      DBNK164P
125900 NEXT-AGREEMENT-EXIT.                                             DBNK164P
126000     EXIT.                                                        DBNK164P
126100                                                                  DBNK164P
126200***************************************************************** DBNK164P
126300* The same day a year on; 29 February falls back to the 28th    * DBNK164P
126400***************************************************************** DBNK164P
126500 ADD-ONE-YEAR.                                                    DBNK164P
126600     ADD 1 TO WS-CALC-YYYY.                                       DBNK164P
126700     IF WS-CALC-MMDD IS EQUAL TO '0229'                           DBNK164P
126800        MOVE '0228' TO WS-CALC-MMDD                               DBNK164P
126900     END-IF.                                                      DBNK164P
127000 ADD-ONE-YEAR-EXIT.                                               DBNK164P
127100     EXIT.                                                        DBNK164P
127200                                                                  DBNK164P
127300***************************************************************** DBNK164P
127400* The box and agreement back to the caller                      * DBNK164P
127500***************************************************************** DBNK164P
127600 RETURN-BOX.                                                      DBNK164P
127700     MOVE SDB-REC-STATUS TO C164O-BOX-STATUS.                     DBNK164P
127800     MOVE SDB-REC-SIZE TO C164O-SIZE.                             DBNK164P
127900     MOVE SDB-REC-AGREEMENT TO C164O-AGREEMENT.                   DBNK164P
128000 RETURN-BOX-EXIT.                                                 DBNK164P
128100     EXIT.                                                        DBNK164P
128200                                                                  DBNK164P
128300 RETURN-AGREEMENT.                                                DBNK164P
128400     MOVE SDR-REC-AGREEMENT TO C164O-AGREEMENT.                   DBNK164P
128500     MOVE SDR-REC-STATUS TO C164O-AGR-STATUS.                     DBNK164P
128600     MOVE SDR-REC-RENTER-PID (1) TO C164O-RENTER-PID (1).         DBNK164P
128700     MOVE SDR-REC-RENTER-PID (2) TO C164O-RENTER-PID (2).         DBNK164P
128800     MOVE SDR-REC-RENTER-PID (3) TO C164O-RENTER-PID (3).         DBNK164P
128900     MOVE SDR-REC-PAY-ACCNO TO C164O-PAY-ACCNO.                   DBNK164P
129000     MOVE SDR-REC-START-DATE TO C164O-START-DATE.                 DBNK164P
129100     MOVE SDR-REC-NEXT-BILL-DATE TO C164O-NEXT-BILL-DATE.         DBNK164P
129200     MOVE SDR-REC-ANNUAL-RENT TO C164O-RENT-AMOUNT.               DBNK164P
129300     MOVE SDR-REC-ARREARS TO C164O-ARREARS.                       DBNK164P
129400     MOVE SDR-REC-ARREARS-SINCE TO C164O-ARREARS-SINCE.           DBNK164P
129500 RETURN-AGREEMENT-EXIT.                                           DBNK164P
129600     EXIT.                                                        DBNK164P
129700                                                                  DBNK164P
129800***************************************************************** DBNK164P
129900* Rentals and visits are dated with the bank-wide business date * DBNK164P
130000* when the region has one installed - the calendar date already * DBNK164P
130100* stamped stands in when it has none                            * DBNK164P
130200***************************************************************** DBNK164P
130300 STAMP-BUSINESS-DATE.                                             DBNK164P
130400     MOVE 'BUSDATE ' TO WS-BNKPARM-RID.                           DBNK164P
130500     EXEC CICS READ FILE('BNKPARM')                               DBNK164P
130600                    INTO(WS-BNKPARM-REC)                          DBNK164P
130700                    LENGTH(LENGTH OF WS-BNKPARM-REC)              DBNK164P
130800                    RIDFLD(WS-BNKPARM-RID)                        DBNK164P
130900                    RESP(WS-RESP)                                 DBNK164P
131000     END-EXEC.                                                    DBNK164P
131100     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBNK164P
131200        PRM-REC-TEXT (1:8) IS NUMERIC                             DBNK164P
131300        MOVE PRM-REC-TEXT (1:8) TO WS-TODAY-DATE                  DBNK164P
131400     END-IF.                                                      DBNK164P
131500 STAMP-BUSINESS-DATE-EXIT.                                        DBNK164P
131600     EXIT.                                                        DBNK164P
131700                                                                  DBNK164P
131800***************************************************************** DBNK164P
131900* Move the result back to the callers area                      * DBNK164P
132000***************************************************************** DBNK164P
132100 DBNK164P-EXIT.                                                   DBNK164P
132200     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBNK164P
132300                                                                  DBNK164P
132400***************************************************************** DBNK164P
132500* Return to our caller                                          * DBNK164P
132600***************************************************************** DBNK164P
132700 COPY CRETURN.                                                    DBNK164P
