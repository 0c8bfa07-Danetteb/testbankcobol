000100***************************************************************** DBNK211P
000200*                                                               * DBNK211P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK211P
000400*   This demonstration program is provided for use by users     * DBNK211P
000500*   of Micro Focus products and may be used, modified and       * DBNK211P
000600*   distributed as part of your application provided that       * DBNK211P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK211P
000800*   in this material.                                           * DBNK211P
000900*                                                               * DBNK211P
001000***************************************************************** DBNK211P
001100                                                                  DBNK211P
001200                                                                  DBNK211P
001300***************************************************************** DBNK211P
001400* Program:     DBNK211P.CBL                                     * DBNK211P
001500* Function:    Daily inter-branch due-to/due-from               * DBNK211P
001600*              reconciliation, run after the DBANK88P trial     * DBNK211P
001700*              balance. Every BNKIBDF entry up to the business  * DBNK211P
001800*              date is read in key order and each due-to entry  * DBNK211P
001900*              is matched with the due-from entry of the same   * DBNK211P
002000*              ledger timestamp. A pair proves when the         * DBNK211P
002100*              amounts agree and the branches mirror one        * DBNK211P
002200*              another; an entry with no partner, or a pair     * DBNK211P
002300*              that disagrees, is a break. For each pair of     * DBNK211P
002400*              branches the report gives the movements each     * DBNK211P
002500*              way for the day, the cumulative net position     * DBNK211P
002600*              and any difference between the due-from and      * DBNK211P
002700*              due-to sides, then the breaks by branch pair     * DBNK211P
002800*              and business date with the posting behind each.  * DBNK211P
002900*              The bank-wide due-from total less the due-to     * DBNK211P
003000*              total must be zero; the run ends with return     * DBNK211P
003100*              code 4 when it is not or when there are breaks.  * DBNK211P
003200*              Report goes to IBRCRPT.                          * DBNK211P
003300*              VSAM version                                     * DBNK211P
003400***************************************************************** DBNK211P
003500                                                                  DBNK211P
003600 IDENTIFICATION DIVISION.                                         DBNK211P
003700 PROGRAM-ID.                                                      DBNK211P
003800     DBNK211P.                                                    DBNK211P
003900 DATE-WRITTEN.                                                    DBNK211P
004000     October 2008.                                                DBNK211P
004100 DATE-COMPILED.                                                   DBNK211P
004200     Today.                                                       DBNK211P
004300                                                                  DBNK211P
004400 ENVIRONMENT DIVISION.                                            DBNK211P
004500                                                                  DBNK211P
004600 INPUT-OUTPUT   SECTION.                                          DBNK211P
004700   FILE-CONTROL.                                                  DBNK211P
004800     SELECT IBRCRPT-FILE                                          DBNK211P
004900            ASSIGN       TO IBRCRPT                               DBNK211P
005000            ORGANIZATION IS SEQUENTIAL                            DBNK211P
005100            FILE STATUS  IS WS-IBRCRPT-STATUS.                    DBNK211P
005200                                                                  DBNK211P
005300     SELECT BNKIBDF-FILE                                          DBNK211P
005400            ASSIGN       TO BNKIBDF                               DBNK211P
005500            ORGANIZATION IS INDEXED                               DBNK211P
005600            ACCESS MODE  IS DYNAMIC                               DBNK211P
005700            RECORD KEY   IS IBD-REC-KEY                           DBNK211P
005800            FILE STATUS  IS WS-BNKIBDF-STATUS.                    DBNK211P
005900                                                                  DBNK211P
006000 DATA DIVISION.                                                   DBNK211P
006100                                                                  DBNK211P
006200 FILE SECTION.                                                    DBNK211P
006300 FD  IBRCRPT-FILE.                                                DBNK211P
006400 01  IBRCRPT-REC                        PIC X(132).               DBNK211P
006500                                                                  DBNK211P
006600 FD  BNKIBDF-FILE.                                                DBNK211P
006700 01  BNKIBDF-REC.                                                 DBNK211P
006800 COPY CBANKVIB.                                                   DBNK211P
006900                                                                  DBNK211P
007000 WORKING-STORAGE SECTION.                                         DBNK211P
007100 COPY CTIMERD.                                                    DBNK211P
007200                                                                  DBNK211P
007300 01  WS-MISC-STORAGE.                                             DBNK211P
007400   05  WS-PROGRAM-ID                         PIC X(8)             DBNK211P
007500       VALUE 'DBNK211P'.                                          DBNK211P
007600                                                                  DBNK211P
007700   05  WS-IBRCRPT-STATUS.                                         DBNK211P
007800     10  WS-IBRCRPT-STAT1                     PIC X(1).           DBNK211P
007900     10  WS-IBRCRPT-STAT2                     PIC X(1).           DBNK211P
008000   05  WS-BNKIBDF-STATUS.                                         DBNK211P
008100     10  WS-BNKIBDF-STAT1                     PIC X(1).           DBNK211P
008200     10  WS-BNKIBDF-STAT2                     PIC X(1).           DBNK211P
008300                                                                  DBNK211P
008400   05  WS-IO-STATUS.                                              DBNK211P
008500     10  WS-IO-STAT1                          PIC X(1).           DBNK211P
008600     10  WS-IO-STAT2                          PIC X(1).           DBNK211P
008700                                                                  DBNK211P
008800   05  WS-TWO-BYTES.                                              DBNK211P
008900     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK211P
009000     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK211P
009100   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK211P
009200                                              PIC 9(1) COMP.      DBNK211P
009300                                                                  DBNK211P
009400   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK211P
009500     88  OPEN-OK                              VALUE 0.            DBNK211P
009600                                                                  DBNK211P
009700   05  WS-FILE                               PIC X(16).           DBNK211P
009800                                                                  DBNK211P
009900   05  WS-RUN-DATE                           PIC X(8).            DBNK211P
010000                                                                  DBNK211P
010100   05  WS-HELD-FLAG                          PIC X(1).            DBNK211P
010200     88  WS-HELD-ENTRY                        VALUE 'Y'.          DBNK211P
010300     88  WS-NO-HELD-ENTRY                     VALUE 'N'.          DBNK211P
010400                                                                  DBNK211P
010500   05  WS-BREAK-REASON                       PIC X(10).           DBNK211P
010600*    the branch pair of the entry, the lower branch first         DBNK211P
010700   05  WS-KEY-LO                             PIC X(4).            DBNK211P
010800   05  WS-KEY-HI                             PIC X(4).            DBNK211P
010900                                                                  DBNK211P
011000   05  WS-SUB1                               PIC S9(4) COMP.      DBNK211P
011100   05  WS-SUB2                               PIC S9(4) COMP.      DBNK211P
011200   05  WS-HIT-SUB                            PIC S9(4) COMP.      DBNK211P
011300   05  WS-SWAPPED-FLAG                       PIC X(1).            DBNK211P
011400     88  WS-SWAPPED                           VALUE 'Y'.          DBNK211P
011500     88  WS-NOT-SWAPPED                       VALUE 'N'.          DBNK211P
011600                                                                  DBNK211P
011700   05  WS-PAIR-COUNT                         PIC S9(4) COMP       DBNK211P
011800       VALUE ZERO.                                                DBNK211P
011900   05  WS-PAIR-MAX                           PIC S9(4) COMP       DBNK211P
012000       VALUE 200.                                                 DBNK211P
012100   05  WS-PAIR-OVERFLOW                      PIC 9(7)             DBNK211P
012200       VALUE ZERO.                                                DBNK211P
012300   05  WS-BREAK-COUNT                        PIC S9(4) COMP       DBNK211P
012400       VALUE ZERO.                                                DBNK211P
012500   05  WS-BREAK-MAX                          PIC S9(4) COMP       DBNK211P
012600       VALUE 1000.                                                DBNK211P
012700   05  WS-BREAK-OVERFLOW                     PIC 9(7)             DBNK211P
012800       VALUE ZERO.                                                DBNK211P
012900                                                                  DBNK211P
013000   05  WS-ENTRIES-READ                       PIC 9(7)             DBNK211P
013100       VALUE ZERO.                                                DBNK211P
013200   05  WS-PAIRS-PROVED                       PIC 9(7)             DBNK211P
013300       VALUE ZERO.                                                DBNK211P
013400   05  WS-BREAKS-FOUND                       PIC 9(7)             DBNK211P
013500       VALUE ZERO.                                                DBNK211P
013600   05  WS-TOTAL-FROM                         PIC S9(13)V99        DBNK211P
013700                                             COMP-3 VALUE ZERO.   DBNK211P
013800   05  WS-TOTAL-TO                           PIC S9(13)V99        DBNK211P
013900                                             COMP-3 VALUE ZERO.   DBNK211P
014000   05  WS-TOTAL-DIFF                         PIC S9(13)V99        DBNK211P
014100                                             COMP-3 VALUE ZERO.   DBNK211P
014200   05  WS-NET-DUE                            PIC S9(13)V99        DBNK211P
014300                                             COMP-3.              DBNK211P
014400   05  WS-PAIR-DIFF                          PIC S9(13)V99        DBNK211P
014500                                             COMP-3.              DBNK211P
014600                                                                  DBNK211P
014700   05  WS-EDIT-AMT-9-2                 PIC Z,ZZZ,ZZZ,ZZ9.99-.     DBNK211P
014800   05  WS-EDIT-AMT-2                   PIC Z,ZZZ,ZZZ,ZZ9.99-.     DBNK211P
014900   05  WS-EDIT-AMT-3                   PIC Z,ZZZ,ZZZ,ZZ9.99-.     DBNK211P
015000   05  WS-EDIT-AMT-4                   PIC Z,ZZZ,ZZZ,ZZ9.99-.     DBNK211P
015100   05  WS-EDIT-CNT                     PIC Z,ZZZ,ZZ9.             DBNK211P
015200                                                                  DBNK211P
015300*    the register entry being counted or listed                   DBNK211P
015400 01  WS-ENT-DATA.                                                 DBNK211P
015500   05  WS-ENT-BUS-DATE                       PIC X(8).            DBNK211P
015600   05  WS-ENT-TIMESTAMP                      PIC X(26).           DBNK211P
015700   05  WS-ENT-SIDE                           PIC X(1).            DBNK211P
015800     88  WS-ENT-DUE-FROM                      VALUE 'F'.          DBNK211P
015900     88  WS-ENT-DUE-TO                        VALUE 'T'.          DBNK211P
016000   05  WS-ENT-BRANCH                         PIC X(4).            DBNK211P
016100   05  WS-ENT-OTHER-BRANCH                   PIC X(4).            DBNK211P
016200   05  WS-ENT-AMOUNT                         PIC S9(9)V99         DBNK211P
016300                                             COMP-3.              DBNK211P
016400   05  WS-ENT-REFNO                          PIC X(12).           DBNK211P
016500   05  WS-ENT-FROM-ACCNO                     PIC X(9).            DBNK211P
016600   05  WS-ENT-TO-ACCNO                       PIC X(9).            DBNK211P
016700   05  WS-ENT-POSTED-BY                      PIC X(8).            DBNK211P
016800                                                                  DBNK211P
016900 01  WS-ENT-SAVE                             PIC X(87).           DBNK211P
017000                                                                  DBNK211P
017100*    the due-from entry waiting for its due-to partner            DBNK211P
017200 01  WS-HELD-DATA.                                                DBNK211P
017300   05  WS-HLD-BUS-DATE                       PIC X(8).            DBNK211P
017400   05  WS-HLD-TIMESTAMP                      PIC X(26).           DBNK211P
017500   05  WS-HLD-SIDE                           PIC X(1).            DBNK211P
017600   05  WS-HLD-BRANCH                         PIC X(4).            DBNK211P
017700   05  WS-HLD-OTHER-BRANCH                   PIC X(4).            DBNK211P
017800   05  WS-HLD-AMOUNT                         PIC S9(9)V99         DBNK211P
017900                                             COMP-3.              DBNK211P
018000   05  WS-HLD-REFNO                          PIC X(12).           DBNK211P
018100   05  WS-HLD-FROM-ACCNO                     PIC X(9).            DBNK211P
018200   05  WS-HLD-TO-ACCNO                       PIC X(9).            DBNK211P
018300   05  WS-HLD-POSTED-BY                      PIC X(8).            DBNK211P
018400                                                                  DBNK211P
018500*    positions for each pair of branches - the due-to movements   DBNK211P
018600*    each way for the day and to date, and both sides in total    DBNK211P
018700 01  WS-PAIR-TABLE.                                               DBNK211P
018800   05  WS-PAIR-ENTRY OCCURS 200 TIMES.                            DBNK211P
018900     10  WS-PT-LO                            PIC X(4).            DBNK211P
019000     10  WS-PT-HI                            PIC X(4).            DBNK211P
019100     10  WS-PT-DAY-LH                        PIC S9(11)V99        DBNK211P
019200                                             COMP-3.              DBNK211P
019300     10  WS-PT-DAY-HL                        PIC S9(11)V99        DBNK211P
019400                                             COMP-3.              DBNK211P
019500     10  WS-PT-CUM-LH                        PIC S9(13)V99        DBNK211P
019600                                             COMP-3.              DBNK211P
019700     10  WS-PT-CUM-HL                        PIC S9(13)V99        DBNK211P
019800                                             COMP-3.              DBNK211P
019900     10  WS-PT-CUM-FROM                      PIC S9(13)V99        DBNK211P
020000                                             COMP-3.              DBNK211P
020100     10  WS-PT-CUM-TO                        PIC S9(13)V99        DBNK211P
020200                                             COMP-3.              DBNK211P
020300     10  WS-PT-BREAKS                        PIC 9(5).            DBNK211P
020400                                                                  DBNK211P
020500 01  WS-PAIR-SWAP                            PIC X(59).           DBNK211P
020600                                                                  DBNK211P
020700*    the breaks, listed in branch pair and business date order    DBNK211P
020800 01  WS-BREAK-TABLE.                                              DBNK211P
020900   05  WS-BREAK-ENTRY OCCURS 1000 TIMES.                          DBNK211P
021000     10  WS-BT-SORT-KEY.                                          DBNK211P
021100       15  WS-BT-LO                          PIC X(4).            DBNK211P
021200       15  WS-BT-HI                          PIC X(4).            DBNK211P
021300       15  WS-BT-BUS-DATE                    PIC X(8).            DBNK211P
021400       15  WS-BT-TIMESTAMP                   PIC X(26).           DBNK211P
021500       15  WS-BT-SIDE                        PIC X(1).            DBNK211P
021600     10  WS-BT-BRANCH                        PIC X(4).            DBNK211P
021700     10  WS-BT-OTHER-BRANCH                  PIC X(4).            DBNK211P
021800     10  WS-BT-AMOUNT                        PIC S9(9)V99         DBNK211P
021900                                             COMP-3.              DBNK211P
022000     10  WS-BT-REFNO                         PIC X(12).           DBNK211P
022100     10  WS-BT-FROM-ACCNO                    PIC X(9).            DBNK211P
022200     10  WS-BT-TO-ACCNO                      PIC X(9).            DBNK211P
022300     10  WS-BT-POSTED-BY                     PIC X(8).            DBNK211P
022400     10  WS-BT-REASON                        PIC X(10).           DBNK211P
022500                                                                  DBNK211P
022600 01  WS-BREAK-SWAP                           PIC X(105).          DBNK211P
022700                                                                  DBNK211P
022800 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK211P
022900                                                                  DBNK211P
023000 01  WS-BCTL-DATA.                                                DBNK211P
023100 COPY CBCTLD.                                                     DBNK211P
023200                                                                  DBNK211P
023300 01  WS-BUSD-DATA.                                                DBNK211P
023400 COPY CBUSDD.                                                     DBNK211P
023500                                                                  DBNK211P
023600 PROCEDURE DIVISION.                                              DBNK211P
023700     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK211P
023800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK211P
023900     PERFORM RUN-TIME.                                            DBNK211P
024000                                                                  DBNK211P
024100***************************************************************** DBNK211P
024200* Register this run in the batch control file keyed on the      * DBNK211P
024300* business date - the trial balance must have run first         * DBNK211P
024400***************************************************************** DBNK211P
024500     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK211P
024600     MOVE BUSD-DATE TO WS-RUN-DATE.                               DBNK211P
024700     MOVE 'DBNK211P' TO BCTL-JOB-NAME.                            DBNK211P
024800     MOVE BUSD-DATE TO BCTL-BUS-DATE.                             DBNK211P
024900     MOVE 'DBANK88P' TO BCTL-PREREQ-JOB.                          DBNK211P
025000     SET BCTL-FUNC-START TO TRUE.                                 DBNK211P
025100     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK211P
025200     IF NOT BCTL-OK                                               DBNK211P
025300        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK211P
025400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK211P
025500        MOVE 8 TO RETURN-CODE                                     DBNK211P
025600        GO TO QUICK-EXIT                                          DBNK211P
025700     END-IF.                                                      DBNK211P
025800                                                                  DBNK211P
025900     SET OPEN-OK TO TRUE.                                         DBNK211P
026000                                                                  DBNK211P
026100     OPEN OUTPUT IBRCRPT-FILE.                                    DBNK211P
026200     MOVE WS-IBRCRPT-STATUS TO WS-IO-STATUS.                      DBNK211P
026300     MOVE 'IBRCRPT-FILE' TO WS-FILE.                              DBNK211P
026400     PERFORM CHECK-OPEN THRU                                      DBNK211P
026500             CHECK-OPEN-EXIT.                                     DBNK211P
026600                                                                  DBNK211P
026700     OPEN INPUT BNKIBDF-FILE.                                     DBNK211P
026800     MOVE WS-BNKIBDF-STATUS TO WS-IO-STATUS.                      DBNK211P
026900     MOVE 'BNKIBDF-FILE' TO WS-FILE.                              DBNK211P
027000     PERFORM CHECK-OPEN THRU                                      DBNK211P
027100             CHECK-OPEN-EXIT.                                     DBNK211P
027200                                                                  DBNK211P
027300     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK211P
027400        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK211P
027500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK211P
027600        MOVE 16 TO RETURN-CODE                                    DBNK211P
027700        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK211P
027800        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK211P
027900        GO TO QUICK-EXIT                                          DBNK211P
028000     END-IF.                                                      DBNK211P
028100                                                                  DBNK211P
028200***************************************************************** DBNK211P
028300* Read the register through the business date. Entries of one   * DBNK211P
028400* ledger timestamp arrive together, due-from ahead of due-to,   * DBNK211P
028500* so a due-from is held until the next entry shows whether its  * DBNK211P
028600* partner is there.                                             * DBNK211P
028700***************************************************************** DBNK211P
028800     SET WS-NO-HELD-ENTRY TO TRUE.                                DBNK211P
028900     MOVE LOW-VALUES TO IBD-REC-KEY.                              DBNK211P
029000     START BNKIBDF-FILE KEY IS NOT LESS THAN IBD-REC-KEY          DBNK211P
029100       INVALID KEY                                                DBNK211P
029200         GO TO REGISTER-ENDED                                     DBNK211P
029300     END-START.                                                   DBNK211P
029400 REGISTER-LOOP.                                                   DBNK211P
029500     READ BNKIBDF-FILE NEXT                                       DBNK211P
029600       AT END                                                     DBNK211P
029700         GO TO REGISTER-ENDED                                     DBNK211P
029800     END-READ.                                                    DBNK211P
029900     IF IBD-REC-BUS-DATE IS GREATER THAN WS-RUN-DATE              DBNK211P
030000        GO TO REGISTER-ENDED                                      DBNK211P
030100     END-IF.                                                      DBNK211P
030200     ADD 1 TO WS-ENTRIES-READ.                                    DBNK211P
030300     MOVE IBD-REC-BUS-DATE TO WS-ENT-BUS-DATE.                    DBNK211P
030400     MOVE IBD-REC-TIMESTAMP TO WS-ENT-TIMESTAMP.                  DBNK211P
030500     MOVE IBD-REC-SIDE TO WS-ENT-SIDE.                            DBNK211P
030600     MOVE IBD-REC-BRANCH TO WS-ENT-BRANCH.                        DBNK211P
030700     MOVE IBD-REC-OTHER-BRANCH TO WS-ENT-OTHER-BRANCH.            DBNK211P
030800     MOVE IBD-REC-AMOUNT TO WS-ENT-AMOUNT.                        DBNK211P
030900     MOVE IBD-REC-REFNO TO WS-ENT-REFNO.                          DBNK211P
031000     MOVE IBD-REC-FROM-ACCNO TO WS-ENT-FROM-ACCNO.                DBNK211P
031100     MOVE IBD-REC-TO-ACCNO TO WS-ENT-TO-ACCNO.                    DBNK211P
031200     MOVE IBD-REC-POSTED-BY TO WS-ENT-POSTED-BY.                  DBNK211P
031300     PERFORM COUNT-ENTRY THRU                                     DBNK211P
031400             COUNT-ENTRY-EXIT.                                    DBNK211P
031500                                                                  DBNK211P
031600     IF WS-HELD-ENTRY                                             DBNK211P
031700        IF WS-ENT-DUE-TO AND                                      DBNK211P
031800           WS-ENT-BUS-DATE IS EQUAL TO WS-HLD-BUS-DATE AND        DBNK211P
031900           WS-ENT-TIMESTAMP IS EQUAL TO WS-HLD-TIMESTAMP          DBNK211P
032000           PERFORM MATCH-PAIR THRU                                DBNK211P
032100                   MATCH-PAIR-EXIT                                DBNK211P
032200           SET WS-NO-HELD-ENTRY TO TRUE                           DBNK211P
032300           GO TO REGISTER-LOOP                                    DBNK211P
032400        END-IF                                                    DBNK211P
032500        PERFORM BREAK-HELD-ENTRY THRU                             DBNK211P
032600                BREAK-HELD-ENTRY-EXIT                             DBNK211P
032700     END-IF.                                                      DBNK211P
032800     IF WS-ENT-DUE-FROM                                           DBNK211P
032900        MOVE WS-ENT-DATA TO WS-HELD-DATA                          DBNK211P
033000        SET WS-HELD-ENTRY TO TRUE                                 DBNK211P
033100        GO TO REGISTER-LOOP                                       DBNK211P
033200     END-IF.                                                      DBNK211P
033300     MOVE 'NO DUE-FRM' TO WS-BREAK-REASON.                        DBNK211P
033400     PERFORM ADD-BREAK THRU                                       DBNK211P
033500             ADD-BREAK-EXIT.                                      DBNK211P
033600     GO TO REGISTER-LOOP.                                         DBNK211P
033700 REGISTER-ENDED.                                                  DBNK211P
033800     IF WS-HELD-ENTRY                                             DBNK211P
033900        PERFORM BREAK-HELD-ENTRY THRU                             DBNK211P
034000                BREAK-HELD-ENTRY-EXIT                             DBNK211P
034100     END-IF.                                                      DBNK211P
034200                                                                  DBNK211P
034300***************************************************************** DBNK211P
034400* Branch pairs and breaks into order for the report             * DBNK211P
034500***************************************************************** DBNK211P
034600     SET WS-SWAPPED TO TRUE.                                      DBNK211P
034700     PERFORM SORT-PAIR-PASS THRU SORT-PAIR-PASS-EXIT              DBNK211P
034800       UNTIL WS-NOT-SWAPPED.                                      DBNK211P
034900     SET WS-SWAPPED TO TRUE.                                      DBNK211P
035000     PERFORM SORT-BREAK-PASS THRU SORT-BREAK-PASS-EXIT            DBNK211P
035100       UNTIL WS-NOT-SWAPPED.                                      DBNK211P
035200                                                                  DBNK211P
035300     PERFORM WRITE-REPORT-HEADING THRU                            DBNK211P
035400             WRITE-REPORT-HEADING-EXIT.                           DBNK211P
035500     PERFORM WRITE-PAIR-LINE THRU                                 DBNK211P
035600             WRITE-PAIR-LINE-EXIT                                 DBNK211P
035700       VARYING WS-SUB1 FROM 1 BY 1                                DBNK211P
035800         UNTIL WS-SUB1 IS GREATER THAN WS-PAIR-COUNT.             DBNK211P
035900     IF WS-PAIR-OVERFLOW IS GREATER THAN ZERO                     DBNK211P
036000        MOVE WS-PAIR-OVERFLOW TO WS-EDIT-CNT                      DBNK211P
036100        MOVE SPACES TO IBRCRPT-REC                                DBNK211P
036200        STRING '  ENTRIES FOR PAIRS BEYOND THE TABLE  '           DBNK211P
036300                                     DELIMITED BY SIZE            DBNK211P
036400               WS-EDIT-CNT           DELIMITED BY SIZE            DBNK211P
036500          INTO IBRCRPT-REC                                        DBNK211P
036600        WRITE IBRCRPT-REC                                         DBNK211P
036700     END-IF.                                                      DBNK211P
036800                                                                  DBNK211P
036900     PERFORM WRITE-BREAK-HEADING THRU                             DBNK211P
037000             WRITE-BREAK-HEADING-EXIT.                            DBNK211P
037100     PERFORM WRITE-BREAK-LINE THRU                                DBNK211P
037200             WRITE-BREAK-LINE-EXIT                                DBNK211P
037300       VARYING WS-SUB1 FROM 1 BY 1                                DBNK211P
037400         UNTIL WS-SUB1 IS GREATER THAN WS-BREAK-COUNT.            DBNK211P
037500     IF WS-BREAK-OVERFLOW IS GREATER THAN ZERO                    DBNK211P
037600        MOVE WS-BREAK-OVERFLOW TO WS-EDIT-CNT                     DBNK211P
037700        MOVE SPACES TO IBRCRPT-REC                                DBNK211P
037800        STRING '  FURTHER BREAKS NOT LISTED           '           DBNK211P
037900                                     DELIMITED BY SIZE            DBNK211P
038000               WS-EDIT-CNT           DELIMITED BY SIZE            DBNK211P
038100          INTO IBRCRPT-REC                                        DBNK211P
038200        WRITE IBRCRPT-REC                                         DBNK211P
038300     END-IF.                                                      DBNK211P
038400                                                                  DBNK211P
038500***************************************************************** DBNK211P
038600* The bank-wide proof - due-from less due-to must be nil        * DBNK211P
038700***************************************************************** DBNK211P
038800     COMPUTE WS-TOTAL-DIFF = WS-TOTAL-FROM - WS-TOTAL-TO.         DBNK211P
038900     MOVE SPACES TO IBRCRPT-REC.                                  DBNK211P
039000     WRITE IBRCRPT-REC.                                           DBNK211P
039100     MOVE WS-TOTAL-FROM TO WS-EDIT-AMT-9-2.                       DBNK211P
039200     MOVE WS-TOTAL-TO TO WS-EDIT-AMT-2.                           DBNK211P
039300     MOVE WS-TOTAL-DIFF TO WS-EDIT-AMT-3.                         DBNK211P
039400     MOVE SPACES TO IBRCRPT-REC.                                  DBNK211P
039500     STRING '  BANK TOTAL  DUE FROM '    DELIMITED BY SIZE        DBNK211P
039600            WS-EDIT-AMT-9-2              DELIMITED BY SIZE        DBNK211P
039700            '  DUE TO '                  DELIMITED BY SIZE        DBNK211P
039800            WS-EDIT-AMT-2                DELIMITED BY SIZE        DBNK211P
039900            '  DIFFERENCE '              DELIMITED BY SIZE        DBNK211P
040000            WS-EDIT-AMT-3                DELIMITED BY SIZE        DBNK211P
040100       INTO IBRCRPT-REC.                                          DBNK211P
040200     WRITE IBRCRPT-REC.                                           DBNK211P
040300     MOVE WS-PAIRS-PROVED TO WS-EDIT-CNT.                         DBNK211P
040400     MOVE SPACES TO IBRCRPT-REC.                                  DBNK211P
040500     STRING '  PAIRS PROVED           ' DELIMITED BY SIZE         DBNK211P
040600            WS-EDIT-CNT                 DELIMITED BY SIZE         DBNK211P
040700       INTO IBRCRPT-REC.                                          DBNK211P
040800     WRITE IBRCRPT-REC.                                           DBNK211P
040900     MOVE WS-BREAKS-FOUND TO WS-EDIT-CNT.                         DBNK211P
041000     MOVE SPACES TO IBRCRPT-REC.                                  DBNK211P
041100     STRING '  BREAKS                 ' DELIMITED BY SIZE         DBNK211P
041200            WS-EDIT-CNT                 DELIMITED BY SIZE         DBNK211P
041300       INTO IBRCRPT-REC.                                          DBNK211P
041400     WRITE IBRCRPT-REC.                                           DBNK211P
041500     MOVE SPACES TO IBRCRPT-REC.                                  DBNK211P
041600     IF WS-TOTAL-DIFF IS EQUAL TO ZERO AND                        DBNK211P
041700        WS-BREAKS-FOUND IS EQUAL TO ZERO                          DBNK211P
041800        MOVE '  INTER-BRANCH POSITIONS PROVED' TO IBRCRPT-REC     DBNK211P
041900     ELSE                                                         DBNK211P
042000        MOVE '  INTER-BRANCH POSITIONS NOT PROVED' TO IBRCRPT-REC DBNK211P
042100     END-IF.                                                      DBNK211P
042200     WRITE IBRCRPT-REC.                                           DBNK211P
042300                                                                  DBNK211P
042400     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK211P
042500     STRING WS-ENTRIES-READ DELIMITED BY SIZE                     DBNK211P
042600            ' register entries read' DELIMITED BY SIZE            DBNK211P
042700       INTO WS-CONSOLE-MESSAGE.                                   DBNK211P
042800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK211P
042900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK211P
043000     STRING WS-PAIRS-PROVED DELIMITED BY SIZE                     DBNK211P
043100            ' pairs proved' DELIMITED BY SIZE                     DBNK211P
043200       INTO WS-CONSOLE-MESSAGE.                                   DBNK211P
043300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK211P
043400     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK211P
043500     STRING WS-BREAKS-FOUND DELIMITED BY SIZE                     DBNK211P
043600            ' breaks' DELIMITED BY SIZE                           DBNK211P
043700       INTO WS-CONSOLE-MESSAGE.                                   DBNK211P
043800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK211P
043900                                                                  DBNK211P
044000     CLOSE IBRCRPT-FILE.                                          DBNK211P
044100     CLOSE BNKIBDF-FILE.                                          DBNK211P
044200                                                                  DBNK211P
044300     MOVE 0 TO RETURN-CODE.                                       DBNK211P
044400     IF WS-TOTAL-DIFF IS NOT EQUAL TO ZERO OR                     DBNK211P
044500        WS-BREAKS-FOUND IS NOT EQUAL TO ZERO                      DBNK211P
044600        MOVE 4 TO RETURN-CODE                                     DBNK211P
044700     END-IF.                                                      DBNK211P
044800                                                                  DBNK211P
044900     SET BCTL-FUNC-END TO TRUE.                                   DBNK211P
045000     MOVE WS-ENTRIES-READ TO BCTL-RECORD-COUNT.                   DBNK211P
045100     MOVE RETURN-CODE TO BCTL-RETURN-CODE.                        DBNK211P
045200     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK211P
045300                                                                  DBNK211P
045400     PERFORM RUN-TIME.                                            DBNK211P
045500                                                                  DBNK211P
045600     IF RETURN-CODE IS NOT EQUAL TO 4                             DBNK211P
045700        MOVE 0 TO RETURN-CODE                                     DBNK211P
045800     END-IF.                                                      DBNK211P
045900 QUICK-EXIT.                                                      DBNK211P
046000     GOBACK.                                                      DBNK211P
046100                                                                  DBNK211P
046200***************************************************************** DBNK211P
046300* Add one entry to its branch pair. A due-to entry is money     * DBNK211P
046400* leaving its own branch for the other; a due-from entry is     * DBNK211P
046500* money arriving from the other branch.                         * DBNK211P
046600***************************************************************** DBNK211P
046700 COUNT-ENTRY.                                                     DBNK211P
046800     IF WS-ENT-BRANCH IS LESS THAN WS-ENT-OTHER-BRANCH            DBNK211P
046900        MOVE WS-ENT-BRANCH TO WS-KEY-LO                           DBNK211P
047000        MOVE WS-ENT-OTHER-BRANCH TO WS-KEY-HI                     DBNK211P
047100     ELSE                                                         DBNK211P
047200        MOVE WS-ENT-OTHER-BRANCH TO WS-KEY-LO                     DBNK211P
047300        MOVE WS-ENT-BRANCH TO WS-KEY-HI                           DBNK211P
047400     END-IF.                                                      DBNK211P
047500     IF WS-ENT-DUE-FROM                                           DBNK211P
047600        ADD WS-ENT-AMOUNT TO WS-TOTAL-FROM                        DBNK211P
047700     ELSE                                                         DBNK211P
047800        ADD WS-ENT-AMOUNT TO WS-TOTAL-TO                          DBNK211P
047900     END-IF.                                                      DBNK211P
048000     PERFORM FIND-PAIR-SLOT THRU                                  DBNK211P
048100             FIND-PAIR-SLOT-EXIT.                                 DBNK211P
048200     IF WS-HIT-SUB IS EQUAL TO 0                                  DBNK211P
048300        ADD 1 TO WS-PAIR-OVERFLOW                                 DBNK211P
048400        GO TO COUNT-ENTRY-EXIT                                    DBNK211P
048500     END-IF.                                                      DBNK211P
048600     IF WS-ENT-DUE-FROM                                           DBNK211P
048700        ADD WS-ENT-AMOUNT TO WS-PT-CUM-FROM (WS-HIT-SUB)          DBNK211P
048800        GO TO COUNT-ENTRY-EXIT                                    DBNK211P
048900     END-IF.                                                      DBNK211P
049000     ADD WS-ENT-AMOUNT TO WS-PT-CUM-TO (WS-HIT-SUB).              DBNK211P
049100     IF WS-ENT-BRANCH IS EQUAL TO WS-KEY-LO                       DBNK211P
049200        ADD WS-ENT-AMOUNT TO WS-PT-CUM-LH (WS-HIT-SUB)            DBNK211P
049300        IF WS-ENT-BUS-DATE IS EQUAL TO WS-RUN-DATE                DBNK211P
049400           ADD WS-ENT-AMOUNT TO WS-PT-DAY-LH (WS-HIT-SUB)         DBNK211P
049500        END-IF                                                    DBNK211P
049600     ELSE                                                         DBNK211P
049700        ADD WS-ENT-AMOUNT TO WS-PT-CUM-HL (WS-HIT-SUB)            DBNK211P
049800        IF WS-ENT-BUS-DATE IS EQUAL TO WS-RUN-DATE                DBNK211P
049900           ADD WS-ENT-AMOUNT TO WS-PT-DAY-HL (WS-HIT-SUB)         DBNK211P
050000        END-IF                                                    DBNK211P
050100     END-IF.                                                      DBNK211P
050200 COUNT-ENTRY-EXIT.                                                DBNK211P
050300     EXIT.                                                        DBNK211P
050400                                                                  DBNK211P
050500***************************************************************** DBNK211P
050600* Find or create the slot for the branch pair                   * DBNK211P
050700***************************************************************** DBNK211P
050800 FIND-PAIR-SLOT.                                                  DBNK211P
050900     MOVE 0 TO WS-HIT-SUB.                                        DBNK211P
051000     PERFORM SCAN-PAIR-SLOT THRU SCAN-PAIR-SLOT-EXIT              DBNK211P
051100       VARYING WS-SUB1 FROM 1 BY 1                                DBNK211P
051200         UNTIL WS-SUB1 IS GREATER THAN WS-PAIR-COUNT              DBNK211P
051300            OR WS-HIT-SUB IS GREATER THAN 0.                      DBNK211P
051400     IF WS-HIT-SUB IS EQUAL TO 0 AND                              DBNK211P
051500        WS-PAIR-COUNT IS LESS THAN WS-PAIR-MAX                    DBNK211P
051600        ADD 1 TO WS-PAIR-COUNT                                    DBNK211P
051700        MOVE WS-PAIR-COUNT TO WS-HIT-SUB                          DBNK211P
051800        MOVE WS-KEY-LO TO WS-PT-LO (WS-HIT-SUB)                   DBNK211P
051900        MOVE WS-KEY-HI TO WS-PT-HI (WS-HIT-SUB)                   DBNK211P
052000        MOVE 0 TO WS-PT-DAY-LH (WS-HIT-SUB)                       DBNK211P
052100        MOVE 0 TO WS-PT-DAY-HL (WS-HIT-SUB)                       DBNK211P
052200        MOVE 0 TO WS-PT-CUM-LH (WS-HIT-SUB)                       DBNK211P
052300        MOVE 0 TO WS-PT-CUM-HL (WS-HIT-SUB)                       DBNK211P
052400        MOVE 0 TO WS-PT-CUM-FROM (WS-HIT-SUB)                     DBNK211P
052500        MOVE 0 TO WS-PT-CUM-TO (WS-HIT-SUB)                       DBNK211P
052600        MOVE 0 TO WS-PT-BREAKS (WS-HIT-SUB)                       DBNK211P
052700     END-IF.                                                      DBNK211P
052800 FIND-PAIR-SLOT-EXIT.                                             DBNK211P
052900     EXIT.                                                        DBNK211P
053000                                                                  DBNK211P
053100 SCAN-PAIR-SLOT.                                                  DBNK211P
053200     IF WS-PT-LO (WS-SUB1) IS EQUAL TO WS-KEY-LO AND              DBNK211P
053300        WS-PT-HI (WS-SUB1) IS EQUAL TO WS-KEY-HI                  DBNK211P
053400        MOVE WS-SUB1 TO WS-HIT-SUB                                DBNK211P
053500     END-IF.                                                      DBNK211P
053600 SCAN-PAIR-SLOT-EXIT.                                             DBNK211P
053700     EXIT.                                                        DBNK211P
053800                                                                  DBNK211P
053900***************************************************************** DBNK211P
054000* A due-from and a due-to of the same timestamp - they prove    * DBNK211P
054100* when the amounts agree and each names the other's branch      * DBNK211P
054200***************************************************************** DBNK211P
054300 MATCH-PAIR.                                                      DBNK211P
054400     MOVE SPACES TO WS-BREAK-REASON.                              DBNK211P
054500     IF WS-ENT-AMOUNT IS NOT EQUAL TO WS-HLD-AMOUNT               DBNK211P
054600        MOVE 'AMOUNT    ' TO WS-BREAK-REASON                      DBNK211P
054700     END-IF.                                                      DBNK211P
054800     IF WS-ENT-BRANCH IS NOT EQUAL TO WS-HLD-OTHER-BRANCH OR      DBNK211P
054900        WS-ENT-OTHER-BRANCH IS NOT EQUAL TO WS-HLD-BRANCH         DBNK211P
055000        MOVE 'BRANCHES  ' TO WS-BREAK-REASON                      DBNK211P
055100     END-IF.                                                      DBNK211P
055200     IF WS-BREAK-REASON IS EQUAL TO SPACES                        DBNK211P
055300        ADD 1 TO WS-PAIRS-PROVED                                  DBNK211P
055400        GO TO MATCH-PAIR-EXIT                                     DBNK211P
055500     END-IF.                                                      DBNK211P
055600*    both halves are listed, the due-from first                   DBNK211P
055700     MOVE WS-ENT-DATA TO WS-ENT-SAVE.                             DBNK211P
055800     MOVE WS-HELD-DATA TO WS-ENT-DATA.                            DBNK211P
055900     PERFORM ADD-BREAK THRU                                       DBNK211P
056000             ADD-BREAK-EXIT.                                      DBNK211P
056100     MOVE WS-ENT-SAVE TO WS-ENT-DATA.                             DBNK211P
056200     PERFORM ADD-BREAK THRU                                       DBNK211P
056300             ADD-BREAK-EXIT.                                      DBNK211P
056400 MATCH-PAIR-EXIT.                                                 DBNK211P
056500     EXIT.                                                        DBNK211P
056600                                                                  DBNK211P
056700***************************************************************** DBNK211P
056800* The held due-from found no due-to partner                     * DBNK211P
056900***************************************************************** DBNK211P
057000 BREAK-HELD-ENTRY.                                                DBNK211P
057100     MOVE WS-ENT-DATA TO WS-ENT-SAVE.                             DBNK211P
057200     MOVE WS-HELD-DATA TO WS-ENT-DATA.                            DBNK211P
057300     MOVE 'NO DUE-TO ' TO WS-BREAK-REASON.                        DBNK211P
057400     PERFORM ADD-BREAK THRU                                       DBNK211P
057500             ADD-BREAK-EXIT.                                      DBNK211P
057600     MOVE WS-ENT-SAVE TO WS-ENT-DATA.                             DBNK211P
057700     SET WS-NO-HELD-ENTRY TO TRUE.                                DBNK211P
057800 BREAK-HELD-ENTRY-EXIT.                                           DBNK211P
057900     EXIT.                                                        DBNK211P
058000                                                                  DBNK211P
058100***************************************************************** DBNK211P
058200* Keep one break for the listing and mark its branch pair       * DBNK211P
058300***************************************************************** DBNK211P
058400 ADD-BREAK.                                                       DBNK211P
058500     ADD 1 TO WS-BREAKS-FOUND.                                    DBNK211P
058600     IF WS-ENT-BRANCH IS LESS THAN WS-ENT-OTHER-BRANCH            DBNK211P
058700        MOVE WS-ENT-BRANCH TO WS-KEY-LO                           DBNK211P
058800        MOVE WS-ENT-OTHER-BRANCH TO WS-KEY-HI                     DBNK211P
058900     ELSE                                                         DBNK211P
059000        MOVE WS-ENT-OTHER-BRANCH TO WS-KEY-LO                     DBNK211P
059100        MOVE WS-ENT-BRANCH TO WS-KEY-HI                           DBNK211P
059200     END-IF.                                                      DBNK211P
059300     PERFORM FIND-PAIR-SLOT THRU                                  DBNK211P
059400             FIND-PAIR-SLOT-EXIT.                                 DBNK211P
059500     IF WS-HIT-SUB IS GREATER THAN 0                              DBNK211P
059600        ADD 1 TO WS-PT-BREAKS (WS-HIT-SUB)                        DBNK211P
059700     END-IF.                                                      DBNK211P
059800     IF WS-BREAK-COUNT IS NOT LESS THAN WS-BREAK-MAX              DBNK211P
059900        ADD 1 TO WS-BREAK-OVERFLOW                                DBNK211P
060000        GO TO ADD-BREAK-EXIT                                      DBNK211P
060100     END-IF.                                                      DBNK211P
060200     ADD 1 TO WS-BREAK-COUNT.                                     DBNK211P
060300     MOVE WS-KEY-LO TO WS-BT-LO (WS-BREAK-COUNT).                 DBNK211P
060400     MOVE WS-KEY-HI TO WS-BT-HI (WS-BREAK-COUNT).                 DBNK211P
060500     MOVE WS-ENT-BUS-DATE TO WS-BT-BUS-DATE (WS-BREAK-COUNT).     DBNK211P
060600     MOVE WS-ENT-TIMESTAMP TO WS-BT-TIMESTAMP (WS-BREAK-COUNT).   DBNK211P
060700     MOVE WS-ENT-SIDE TO WS-BT-SIDE (WS-BREAK-COUNT).             DBNK211P
060800     MOVE WS-ENT-BRANCH TO WS-BT-BRANCH (WS-BREAK-COUNT).         DBNK211P
060900     MOVE WS-ENT-OTHER-BRANCH                                     DBNK211P
061000       TO WS-BT-OTHER-BRANCH (WS-BREAK-COUNT).                    DBNK211P
061100     MOVE WS-ENT-AMOUNT TO WS-BT-AMOUNT (WS-BREAK-COUNT).         DBNK211P
061200     MOVE WS-ENT-REFNO TO WS-BT-REFNO (WS-BREAK-COUNT).           DBNK211P
061300     MOVE WS-ENT-FROM-ACCNO TO WS-BT-FROM-ACCNO (WS-BREAK-COUNT). DBNK211P
061400     MOVE WS-ENT-TO-ACCNO TO WS-BT-TO-ACCNO (WS-BREAK-COUNT).     DBNK211P
061500     MOVE WS-ENT-POSTED-BY TO WS-BT-POSTED-BY (WS-BREAK-COUNT).   DBNK211P
061600     MOVE WS-BREAK-REASON TO WS-BT-REASON (WS-BREAK-COUNT).       DBNK211P
061700 ADD-BREAK-EXIT.                                                  DBNK211P
061800     EXIT.                                                        DBNK211P
061900                                                                  DBNK211P
062000***************************************************************** DBNK211P
062100* Bubble passes - pairs by branch, breaks by pair, date, time   * DBNK211P
062200***************************************************************** DBNK211P
062300 SORT-PAIR-PASS.                                                  DBNK211P
062400     SET WS-NOT-SWAPPED TO TRUE.                                  DBNK211P
062500     PERFORM SORT-PAIR-ONE THRU SORT-PAIR-ONE-EXIT                DBNK211P
062600       VARYING WS-SUB2 FROM 1 BY 1                                DBNK211P
062700         UNTIL WS-SUB2 IS NOT LESS THAN WS-PAIR-COUNT.            DBNK211P
062800 SORT-PAIR-PASS-EXIT.                                             DBNK211P
062900     EXIT.                                                        DBNK211P
063000                                                                  DBNK211P
063100 SORT-PAIR-ONE.                                                   DBNK211P
063200     COMPUTE WS-HIT-SUB = WS-SUB2 + 1.                            DBNK211P
063300     IF WS-PT-LO (WS-SUB2) IS GREATER THAN                        DBNK211P
063400          WS-PT-LO (WS-HIT-SUB)                                   DBNK211P
063500        OR (WS-PT-LO (WS-SUB2) IS EQUAL TO                        DBNK211P
063600              WS-PT-LO (WS-HIT-SUB)                               DBNK211P
063700            AND WS-PT-HI (WS-SUB2) IS GREATER THAN                DBNK211P
063800                  WS-PT-HI (WS-HIT-SUB))                          DBNK211P
063900        MOVE WS-PAIR-ENTRY (WS-SUB2) TO WS-PAIR-SWAP              DBNK211P
064000        MOVE WS-PAIR-ENTRY (WS-HIT-SUB)                           DBNK211P
064100          TO WS-PAIR-ENTRY (WS-SUB2)                              DBNK211P
064200        MOVE WS-PAIR-SWAP TO WS-PAIR-ENTRY (WS-HIT-SUB)           DBNK211P
064300        SET WS-SWAPPED TO TRUE                                    DBNK211P
064400     END-IF.                                                      DBNK211P
064500 SORT-PAIR-ONE-EXIT.                                              DBNK211P
064600     EXIT.                                                        DBNK211P
064700                                                                  DBNK211P
064800 SORT-BREAK-PASS.                                                 DBNK211P
064900     SET WS-NOT-SWAPPED TO TRUE.                                  DBNK211P
065000     PERFORM SORT-BREAK-ONE THRU SORT-BREAK-ONE-EXIT              DBNK211P
065100       VARYING WS-SUB2 FROM 1 BY 1                                DBNK211P
065200         UNTIL WS-SUB2 IS NOT LESS THAN WS-BREAK-COUNT.           DBNK211P
065300 SORT-BREAK-PASS-EXIT.                                            DBNK211P
065400     EXIT.                                                        DBNK211P
065500                                                                  DBNK211P
065600 SORT-BREAK-ONE.                                                  DBNK211P
065700     COMPUTE WS-HIT-SUB = WS-SUB2 + 1.                            DBNK211P
065800     IF WS-BT-SORT-KEY (WS-SUB2) IS GREATER THAN                  DBNK211P
065900          WS-BT-SORT-KEY (WS-HIT-SUB)                             DBNK211P
066000        MOVE WS-BREAK-ENTRY (WS-SUB2) TO WS-BREAK-SWAP            DBNK211P
066100        MOVE WS-BREAK-ENTRY (WS-HIT-SUB)                          DBNK211P
066200          TO WS-BREAK-ENTRY (WS-SUB2)                             DBNK211P
066300        MOVE WS-BREAK-SWAP TO WS-BREAK-ENTRY (WS-HIT-SUB)         DBNK211P
066400        SET WS-SWAPPED TO TRUE                                    DBNK211P
066500     END-IF.                                                      DBNK211P
066600 SORT-BREAK-ONE-EXIT.                                             DBNK211P
066700     EXIT.                                                        DBNK211P
066800                                                                  DBNK211P
066900***************************************************************** DBNK211P
067000* One branch pair - the day's movements each way, the net       * DBNK211P
067100* position to date (positive when the lower branch owes the     * DBNK211P
067200* higher) and any difference between the two sides              * DBNK211P
067300***************************************************************** DBNK211P
067400 WRITE-PAIR-LINE.                                                 DBNK211P
067500     COMPUTE WS-NET-DUE = WS-PT-CUM-LH (WS-SUB1) -                DBNK211P
067600                          WS-PT-CUM-HL (WS-SUB1).                 DBNK211P
067700     COMPUTE WS-PAIR-DIFF = WS-PT-CUM-FROM (WS-SUB1) -            DBNK211P
067800                            WS-PT-CUM-TO (WS-SUB1).               DBNK211P
067900     MOVE WS-PT-DAY-LH (WS-SUB1) TO WS-EDIT-AMT-9-2.              DBNK211P
068000     MOVE WS-PT-DAY-HL (WS-SUB1) TO WS-EDIT-AMT-2.                DBNK211P
068100     MOVE WS-NET-DUE TO WS-EDIT-AMT-3.                            DBNK211P
068200     MOVE WS-PAIR-DIFF TO WS-EDIT-AMT-4.                          DBNK211P
068300     MOVE WS-PT-BREAKS (WS-SUB1) TO WS-EDIT-CNT.                  DBNK211P
068400     MOVE SPACES TO IBRCRPT-REC.                                  DBNK211P
068500     STRING '  '                     DELIMITED BY SIZE            DBNK211P
068600            WS-PT-LO (WS-SUB1)       DELIMITED BY SIZE            DBNK211P
068700            ' / '                    DELIMITED BY SIZE            DBNK211P
068800            WS-PT-HI (WS-SUB1)       DELIMITED BY SIZE            DBNK211P
068900            '  '                     DELIMITED BY SIZE            DBNK211P
069000            WS-EDIT-AMT-9-2          DELIMITED BY SIZE            DBNK211P
069100            '  '                     DELIMITED BY SIZE            DBNK211P
069200            WS-EDIT-AMT-2            DELIMITED BY SIZE            DBNK211P
069300            '  '                     DELIMITED BY SIZE            DBNK211P
069400            WS-EDIT-AMT-3            DELIMITED BY SIZE            DBNK211P
069500            '  '                     DELIMITED BY SIZE            DBNK211P
069600            WS-EDIT-AMT-4            DELIMITED BY SIZE            DBNK211P
069700            '  '                     DELIMITED BY SIZE            DBNK211P
069800            WS-EDIT-CNT              DELIMITED BY SIZE            DBNK211P
069900       INTO IBRCRPT-REC.                                          DBNK211P
070000     WRITE IBRCRPT-REC.                                           DBNK211P
070100 WRITE-PAIR-LINE-EXIT.                                            DBNK211P
070200     EXIT.                                                        DBNK211P
070300                                                                  DBNK211P
070400***************************************************************** DBNK211P
070500* One break with the posting behind it                          * DBNK211P
070600***************************************************************** DBNK211P
070700 WRITE-BREAK-LINE.                                                DBNK211P
070800     MOVE WS-BT-AMOUNT (WS-SUB1) TO WS-EDIT-AMT-9-2.              DBNK211P
070900     MOVE SPACES TO IBRCRPT-REC.                                  DBNK211P
071000     STRING '  '                     DELIMITED BY SIZE            DBNK211P
071100            WS-BT-LO (WS-SUB1)       DELIMITED BY SIZE            DBNK211P
071200            ' / '                    DELIMITED BY SIZE            DBNK211P
071300            WS-BT-HI (WS-SUB1)       DELIMITED BY SIZE            DBNK211P
071400            '  '                     DELIMITED BY SIZE            DBNK211P
071500            WS-BT-BUS-DATE (WS-SUB1) DELIMITED BY SIZE            DBNK211P
071600            '  '                     DELIMITED BY SIZE            DBNK211P
071700            WS-BT-TIMESTAMP (WS-SUB1)                             DBNK211P
071800                                     DELIMITED BY SIZE            DBNK211P
071900            ' '                      DELIMITED BY SIZE            DBNK211P
072000            WS-BT-SIDE (WS-SUB1)     DELIMITED BY SIZE            DBNK211P
072100            ' '                      DELIMITED BY SIZE            DBNK211P
072200            WS-BT-BRANCH (WS-SUB1)   DELIMITED BY SIZE            DBNK211P
072300            '  '                     DELIMITED BY SIZE            DBNK211P
072400            WS-BT-REFNO (WS-SUB1)    DELIMITED BY SIZE            DBNK211P
072500            ' '                      DELIMITED BY SIZE            DBNK211P
072600            WS-BT-FROM-ACCNO (WS-SUB1)                            DBNK211P
072700                                     DELIMITED BY SIZE            DBNK211P
072800            '>'                      DELIMITED BY SIZE            DBNK211P
072900            WS-BT-TO-ACCNO (WS-SUB1) DELIMITED BY SIZE            DBNK211P
073000            WS-EDIT-AMT-9-2          DELIMITED BY SIZE            DBNK211P
073100            ' '                      DELIMITED BY SIZE            DBNK211P
073200            WS-BT-POSTED-BY (WS-SUB1)                             DBNK211P
073300                                     DELIMITED BY SIZE            DBNK211P
073400            ' '                      DELIMITED BY SIZE            DBNK211P
073500            WS-BT-REASON (WS-SUB1)   DELIMITED BY SIZE            DBNK211P
073600       INTO IBRCRPT-REC.                                          DBNK211P
073700     WRITE IBRCRPT-REC.                                           DBNK211P
073800 WRITE-BREAK-LINE-EXIT.                                           DBNK211P
073900     EXIT.                                                        DBNK211P
074000                                                                  DBNK211P
074100***************************************************************** DBNK211P
074200* Report headings                                               * DBNK211P
074300***************************************************************** DBNK211P
074400 WRITE-REPORT-HEADING.                                            DBNK211P
074500     MOVE SPACES TO IBRCRPT-REC.                                  DBNK211P
074600     STRING '  INTER-BRANCH DUE-TO/DUE-FROM RECONCILIATION FOR '  DBNK211P
074700                                     DELIMITED BY SIZE            DBNK211P
074800            WS-RUN-DATE              DELIMITED BY SIZE            DBNK211P
074900       INTO IBRCRPT-REC.                                          DBNK211P
075000     WRITE IBRCRPT-REC.                                           DBNK211P
075100     MOVE SPACES TO IBRCRPT-REC.                                  DBNK211P
075200     WRITE IBRCRPT-REC.                                           DBNK211P
075300     MOVE SPACES TO IBRCRPT-REC.                                  DBNK211P
075400     STRING '  BRANCHES      DAY LOWER>HIGHER'                    DBNK211P
075500                                     DELIMITED BY SIZE            DBNK211P
075600            '   DAY HIGHER>LOWER'    DELIMITED BY SIZE            DBNK211P
075700            '    NET DUE TO DATE'    DELIMITED BY SIZE            DBNK211P
075800            '         DIFFERENCE'    DELIMITED BY SIZE            DBNK211P
075900            '      BREAKS'           DELIMITED BY SIZE            DBNK211P
076000       INTO IBRCRPT-REC.                                          DBNK211P
076100     WRITE IBRCRPT-REC.                                           DBNK211P
076200 WRITE-REPORT-HEADING-EXIT.                                       DBNK211P
076300     EXIT.                                                        DBNK211P
076400                                                                  DBNK211P
076500 WRITE-BREAK-HEADING.                                             DBNK211P
076600     MOVE SPACES TO IBRCRPT-REC.                                  DBNK211P
076700     WRITE IBRCRPT-REC.                                           DBNK211P
076800     MOVE SPACES TO IBRCRPT-REC.                                  DBNK211P
076900     STRING '  BREAKS BY BRANCH PAIR AND BUSINESS DATE'           DBNK211P
077000                                     DELIMITED BY SIZE            DBNK211P
077100       INTO IBRCRPT-REC.                                          DBNK211P
077200     WRITE IBRCRPT-REC.                                           DBNK211P
077300     MOVE SPACES TO IBRCRPT-REC.                                  DBNK211P
077400     STRING '  BRANCHES     DATE      LEDGER TIMESTAMP'           DBNK211P
077500                                     DELIMITED BY SIZE            DBNK211P
077600            '           S BRCH  REFERENCE'                        DBNK211P
077700                                     DELIMITED BY SIZE            DBNK211P
077800            '    FROM      TO                 AMOUNT'             DBNK211P
077900                                     DELIMITED BY SIZE            DBNK211P
078000            '  POSTED   REASON'      DELIMITED BY SIZE            DBNK211P
078100       INTO IBRCRPT-REC.                                          DBNK211P
078200     WRITE IBRCRPT-REC.                                           DBNK211P
078300 WRITE-BREAK-HEADING-EXIT.                                        DBNK211P
078400     EXIT.                                                        DBNK211P
078500                                                                  DBNK211P
078600***************************************************************** DBNK211P
078700* Check file open OK                                            * DBNK211P
078800***************************************************************** DBNK211P
078900 CHECK-OPEN.                                                      DBNK211P
079000     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK211P
079100        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK211P
079200        STRING WS-FILE       DELIMITED BY ' '                     DBNK211P
079300               ' opened ok' DELIMITED BY SIZE                     DBNK211P
079400          INTO WS-CONSOLE-MESSAGE                                 DBNK211P
079500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK211P
079600     ELSE                                                         DBNK211P
079700        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK211P
079800        STRING WS-FILE          DELIMITED BY ' '                  DBNK211P
079900               ' did not open' DELIMITED BY SIZE                  DBNK211P
080000          INTO WS-CONSOLE-MESSAGE                                 DBNK211P
080100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK211P
080200        PERFORM DISPLAY-IO-STATUS                                 DBNK211P
080300        ADD 1 TO WS-OPEN-ERROR                                    DBNK211P
080400     END-IF.                                                      DBNK211P
080500 CHECK-OPEN-EXIT.                                                 DBNK211P
080600     EXIT.                                                        DBNK211P
080700                                                                  DBNK211P
080800***************************************************************** DBNK211P
080900* Display the file status bytes. This routine will display as   * DBNK211P
081000* two digits if the full two byte file status is numeric. If    * DBNK211P
081100* second byte is non-numeric then it will be treated as a       * DBNK211P
081200* binary number.                                                * DBNK211P
081300***************************************************************** DBNK211P
081400 DISPLAY-IO-STATUS.                                               DBNK211P
081500     IF WS-IO-STATUS NUMERIC                                      DBNK211P
081600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK211P
081700        STRING 'File status -' DELIMITED BY SIZE                  DBNK211P
081800               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK211P
081900          INTO WS-CONSOLE-MESSAGE                                 DBNK211P
082000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK211P
082100     ELSE                                                         DBNK211P
082200        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK211P
082300        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK211P
082400        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK211P
082500        STRING 'File status -' DELIMITED BY SIZE                  DBNK211P
082600               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK211P
082700               '/'            DELIMITED BY SIZE                   DBNK211P
082800               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK211P
082900          INTO WS-CONSOLE-MESSAGE                                 DBNK211P
083000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK211P
083100     END-IF.                                                      DBNK211P
083200                                                                  DBNK211P
083300***************************************************************** DBNK211P
083400* Display CONSOLE messages...                                   * DBNK211P
083500***************************************************************** DBNK211P
083600 DISPLAY-CONSOLE-MESSAGE.                                         DBNK211P
083700     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK211P
083800     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK211P
083900                                                                  DBNK211P
084000 COPY CTIMERP.                                                    DBNK211P
084100                                                                  DBNK211P
