000100***************************************************************** DBNK161P
000200*                                                               * DBNK161P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK161P
000400*   This demonstration program is provided for use by users     * DBNK161P
000500*   of Micro Focus products and may be used, modified and       * DBNK161P
000600*   distributed as part of your application provided that       * DBNK161P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK161P
000800*   in this material.                                           * DBNK161P
000900*                                                               * DBNK161P
001000***************************************************************** DBNK161P
001100                                                                  DBNK161P
001200***************************************************************** DBNK161P
001300* Program:     DBNK161P.CBL                                     * DBNK161P
001400* Function:    Business payroll origination. Reads PAYRLIN, the * DBNK161P
001500*              day's payroll files submitted by our business    * DBNK161P
001600*              customers, each a header naming the account to   * DBNK161P
001700*              be debited, one detail per employee credit and a * DBNK161P
001800*              trailer carrying the item count and total. A     * DBNK161P
001900*              file whose trailer does not agree with its       * DBNK161P
002000*              details is refused whole, as is one already      * DBNK161P
002100*              applied (UFILCTL stream PRL plus the PID), one   * DBNK161P
002200*              the account cannot fund and one that would take  * DBNK161P
002300*              the customer past the BNKDUSE daily exposure     * DBNK161P
002400*              limit (BNKPARM PRLLIMIT, else DAYLIMIT). Each    * DBNK161P
002500*              employee line is checked against BNKRDIR; a good * DBNK161P
002600*              line is queued on BNKOPAY for DBANK74P to clear, * DBNK161P
002700*              addressed to a BNKPAYE payee held for the        * DBNK161P
002800*              employee under the business's PID and added on   * DBNK161P
002900*              first use. The account is debited once for the   * DBNK161P
003000*              file's queued total. Refused files and rejected  * DBNK161P
003100*              lines go back to the customer on PAYRLRSP with a * DBNK161P
003200*              reason code, followed by a summary per file.     * DBNK161P
003300*              VSAM version                                     * DBNK161P
003400***************************************************************** DBNK161P
003500                                                                  DBNK161P
003600 IDENTIFICATION DIVISION.                                         DBNK161P
003700 PROGRAM-ID.                                                      DBNK161P
003800     DBNK161P.                                                    DBNK161P
003900 DATE-WRITTEN.                                                    DBNK161P
004000     October 2007.                                                DBNK161P
004100 DATE-COMPILED.                                                   DBNK161P
004200     Today.                                                       DBNK161P
004300                                                                  DBNK161P
004400 ENVIRONMENT DIVISION.                                            DBNK161P
004500                                                                  DBNK161P
004600 INPUT-OUTPUT   SECTION.                                          DBNK161P
004700   FILE-CONTROL.                                                  DBNK161P
004800     SELECT PAYRLIN-FILE                                          DBNK161P
004900            ASSIGN       TO PAYRLIN                               DBNK161P
005000            ORGANIZATION IS SEQUENTIAL                            DBNK161P
005100            FILE STATUS  IS WS-PAYRLIN-STATUS.                    DBNK161P
005200                                                                  DBNK161P
005300     SELECT PAYRLRSP-FILE                                         DBNK161P
005400            ASSIGN       TO PAYRLRSP                              DBNK161P
005500            ORGANIZATION IS SEQUENTIAL                            DBNK161P
005600            FILE STATUS  IS WS-PAYRLRSP-STATUS.                   DBNK161P
005700                                                                  DBNK161P
005800     SELECT BNKACC-FILE                                           DBNK161P
005900            ASSIGN       TO BNKACC                                DBNK161P
006000            ORGANIZATION IS INDEXED                               DBNK161P
006100            ACCESS MODE  IS RANDOM                                DBNK161P
006200            RECORD KEY   IS BAC-REC-ACCNO                         DBNK161P
006300            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK161P
006400            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK161P
006500                                                                  DBNK161P
006600     SELECT BNKRDIR-FILE                                          DBNK161P
006700            ASSIGN       TO BNKRDIR                               DBNK161P
006800            ORGANIZATION IS INDEXED                               DBNK161P
006900            ACCESS MODE  IS RANDOM                                DBNK161P
007000            RECORD KEY   IS BRD-REC-ROUTING                       DBNK161P
007100            FILE STATUS  IS WS-BNKRDIR-STATUS.                    DBNK161P
007200                                                                  DBNK161P
007300     SELECT BNKPAYE-FILE                                          DBNK161P
007400            ASSIGN       TO BNKPAYE                               DBNK161P
007500            ORGANIZATION IS INDEXED                               DBNK161P
007600            ACCESS MODE  IS DYNAMIC                               DBNK161P
007700            RECORD KEY   IS BPE-REC-PAYEE-ID                      DBNK161P
007800            ALTERNATE KEY IS BPE-REC-OWNER-PID WITH DUPLICATES    DBNK161P
007900            FILE STATUS  IS WS-BNKPAYE-STATUS.                    DBNK161P
008000                                                                  DBNK161P
008100     SELECT BNKOPAY-FILE                                          DBNK161P
008200            ASSIGN       TO BNKOPAY                               DBNK161P
008300            ORGANIZATION IS INDEXED                               DBNK161P
008400            ACCESS MODE  IS RANDOM                                DBNK161P
008500            RECORD KEY   IS BOP-REC-TIMESTAMP                     DBNK161P
008600            FILE STATUS  IS WS-BNKOPAY-STATUS.                    DBNK161P
008700                                                                  DBNK161P
008800     SELECT BNKLEDG-FILE                                          DBNK161P
008900            ASSIGN       TO BNKLEDG                               DBNK161P
009000            ORGANIZATION IS INDEXED                               DBNK161P
009100            ACCESS MODE  IS RANDOM                                DBNK161P
009200            RECORD KEY   IS BLG-REC-TIMESTAMP                     DBNK161P
009300            ALTERNATE KEY IS BLG-REC-ALTKEY1 WITH DUPLICATES      DBNK161P
009400            FILE STATUS  IS WS-BNKLEDG-STATUS.                    DBNK161P
009500                                                                  DBNK161P
009600     SELECT BNKDUSE-FILE                                          DBNK161P
009700            ASSIGN       TO BNKDUSE                               DBNK161P
009800            ORGANIZATION IS INDEXED                               DBNK161P
009900            ACCESS MODE  IS RANDOM                                DBNK161P
010000            RECORD KEY   IS BDU-REC-KEY                           DBNK161P
010100            FILE STATUS  IS WS-BNKDUSE-STATUS.                    DBNK161P
010200                                                                  DBNK161P
010300     SELECT BNKPARM-FILE                                          DBNK161P
010400            ASSIGN       TO BNKPARM                               DBNK161P
010500            ORGANIZATION IS INDEXED                               DBNK161P
010600            ACCESS MODE  IS RANDOM                                DBNK161P
010700            RECORD KEY   IS PRM-REC-KEY                           DBNK161P
010800            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBNK161P
010900                                                                  DBNK161P
011000 DATA DIVISION.                                                   DBNK161P
011100                                                                  DBNK161P
011200 FILE SECTION.                                                    DBNK161P
011300 FD  PAYRLIN-FILE.                                                DBNK161P
011400 01  PRL-REC.                                                     DBNK161P
011500   05  PRL-REC-TYPE                     PIC X(1).                 DBNK161P
011600     88  PRL-REC-IS-HEADER              VALUE 'H'.                DBNK161P
011700     88  PRL-REC-IS-DETAIL              VALUE 'D'.                DBNK161P
011800     88  PRL-REC-IS-TRAILER             VALUE 'T'.                DBNK161P
011900   05  FILLER                           PIC X(119).               DBNK161P
012000 01  PRL-HDR-REC.                                                 DBNK161P
012100   05  FILLER                           PIC X(1).                 DBNK161P
012200   05  PRL-HDR-ACCNO                    PIC X(9).                 DBNK161P
012300   05  PRL-HDR-FILE-REF                 PIC X(16).                DBNK161P
012400   05  PRL-HDR-COMPANY                  PIC X(30).                DBNK161P
012500   05  FILLER                           PIC X(64).                DBNK161P
012600 01  PRL-DTL-REC.                                                 DBNK161P
012700   05  FILLER                           PIC X(1).                 DBNK161P
012800   05  PRL-DTL-EMP-REF                  PIC X(16).                DBNK161P
012900   05  PRL-DTL-NAME                     PIC X(30).                DBNK161P
013000   05  PRL-DTL-ROUTING                  PIC X(9).                 DBNK161P
013100   05  PRL-DTL-EXT-ACCNO                PIC X(17).                DBNK161P
013200   05  PRL-DTL-AMOUNT-X                 PIC X(9).                 DBNK161P
013300   05  PRL-DTL-AMOUNT REDEFINES                                   DBNK161P
013400       PRL-DTL-AMOUNT-X                 PIC 9(7)V99.              DBNK161P
013500   05  FILLER                           PIC X(38).                DBNK161P
013600 01  PRL-TRL-REC.                                                 DBNK161P
013700   05  FILLER                           PIC X(1).                 DBNK161P
013800   05  PRL-TRL-COUNT-X                  PIC X(7).                 DBNK161P
013900   05  PRL-TRL-COUNT REDEFINES                                    DBNK161P
014000       PRL-TRL-COUNT-X                  PIC 9(7).                 DBNK161P
014100   05  PRL-TRL-TOTAL-X                  PIC X(13).                DBNK161P
014200   05  PRL-TRL-TOTAL REDEFINES                                    DBNK161P
014300       PRL-TRL-TOTAL-X                  PIC 9(11)V99.             DBNK161P
014400   05  FILLER                           PIC X(99).                DBNK161P
014500                                                                  DBNK161P
014600 FD  PAYRLRSP-FILE.                                               DBNK161P
014700 01  PRS-REC.                                                     DBNK161P
014800   05  PRS-REC-ACCNO                    PIC X(9).                 DBNK161P
014900   05  PRS-REC-FILE-REF                 PIC X(16).                DBNK161P
015000   05  PRS-REC-REASON                   PIC X(3).                 DBNK161P
015100   05  PRS-REC-ITEM                     PIC X(120).               DBNK161P
015200                                                                  DBNK161P
015300 FD  BNKACC-FILE.                                                 DBNK161P
015400 01  BNKACC-REC.                                                  DBNK161P
015500 COPY CBANKVAC.                                                   DBNK161P
015600                                                                  DBNK161P
015700 FD  BNKRDIR-FILE.                                                DBNK161P
015800 01  BNKRDIR-REC.                                                 DBNK161P
015900 COPY CBANKVRD.                                                   DBNK161P
016000                                                                  DBNK161P
016100 FD  BNKPAYE-FILE.                                                DBNK161P
016200 01  BNKPAYE-REC.                                                 DBNK161P
016300 COPY CBANKVPE.                                                   DBNK161P
016400                                                                  DBNK161P
016500 FD  BNKOPAY-FILE.                                                DBNK161P
016600 01  BNKOPAY-REC.                                                 DBNK161P
016700 COPY CBANKVOP.                                                   DBNK161P
016800                                                                  DBNK161P
016900 FD  BNKLEDG-FILE.                                                DBNK161P
017000 01  BNKLEDG-REC.                                                 DBNK161P
017100 COPY CBANKVLG.                                                   DBNK161P
017200                                                                  DBNK161P
017300 FD  BNKDUSE-FILE.                                                DBNK161P
017400 01  BNKDUSE-REC.                                                 DBNK161P
017500 COPY CBANKVDU.                                                   DBNK161P
017600                                                                  DBNK161P
017700 FD  BNKPARM-FILE.                                                DBNK161P
017800 01  BNKPARM-REC.                                                 DBNK161P
017900 COPY CBANKVPM.                                                   DBNK161P
018000                                                                  DBNK161P
018100 WORKING-STORAGE SECTION.                                         DBNK161P
018200 COPY CTIMERD.                                                    DBNK161P
018300 COPY CTSTAMPD.                                                   DBNK161P
018400                                                                  DBNK161P
018500 01  WS-MISC-STORAGE.                                             DBNK161P
018600   05  WS-PROGRAM-ID                         PIC X(8)             DBNK161P
018700       VALUE 'DBNK161P'.                                          DBNK161P
018800                                                                  DBNK161P
018900   05  WS-PAYRLIN-STATUS.                                         DBNK161P
019000     10  WS-PAYRLIN-STAT1                     PIC X(1).           DBNK161P
019100     10  WS-PAYRLIN-STAT2                     PIC X(1).           DBNK161P
019200   05  WS-PAYRLRSP-STATUS.                                        DBNK161P
019300     10  WS-PAYRLRSP-STAT1                    PIC X(1).           DBNK161P
019400     10  WS-PAYRLRSP-STAT2                    PIC X(1).           DBNK161P
019500   05  WS-BNKACC-STATUS.                                          DBNK161P
019600     10  WS-BNKACC-STAT1                      PIC X(1).           DBNK161P
019700     10  WS-BNKACC-STAT2                      PIC X(1).           DBNK161P
019800   05  WS-BNKRDIR-STATUS.                                         DBNK161P
019900     10  WS-BNKRDIR-STAT1                     PIC X(1).           DBNK161P
020000     10  WS-BNKRDIR-STAT2                     PIC X(1).           DBNK161P
020100   05  WS-BNKPAYE-STATUS.                                         DBNK161P
020200     10  WS-BNKPAYE-STAT1                     PIC X(1).           DBNK161P
020300     10  WS-BNKPAYE-STAT2                     PIC X(1).           DBNK161P
020400   05  WS-BNKOPAY-STATUS.                                         DBNK161P
020500     10  WS-BNKOPAY-STAT1                     PIC X(1).           DBNK161P
020600     10  WS-BNKOPAY-STAT2                     PIC X(1).           DBNK161P
020700   05  WS-BNKLEDG-STATUS.                                         DBNK161P
020800     10  WS-BNKLEDG-STAT1                     PIC X(1).           DBNK161P
020900     10  WS-BNKLEDG-STAT2                     PIC X(1).           DBNK161P
021000   05  WS-BNKDUSE-STATUS.                                         DBNK161P
021100     10  WS-BNKDUSE-STAT1                     PIC X(1).           DBNK161P
021200     10  WS-BNKDUSE-STAT2                     PIC X(1).           DBNK161P
021300   05  WS-BNKPARM-STATUS.                                         DBNK161P
021400     10  WS-BNKPARM-STAT1                     PIC X(1).           DBNK161P
021500     10  WS-BNKPARM-STAT2                     PIC X(1).           DBNK161P
021600                                                                  DBNK161P
021700   05  WS-IO-STATUS.                                              DBNK161P
021800     10  WS-IO-STAT1                          PIC X(1).           DBNK161P
021900     10  WS-IO-STAT2                          PIC X(1).           DBNK161P
022000                                                                  DBNK161P
022100   05  WS-TWO-BYTES.                                              DBNK161P
022200     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK161P
022300     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK161P
022400   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK161P
022500                                              PIC 9(1) COMP.      DBNK161P
022600                                                                  DBNK161P
022700   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK161P
022800     88  OPEN-OK                              VALUE 0.            DBNK161P
022900                                                                  DBNK161P
023000   05  WS-FILE                               PIC X(16).           DBNK161P
023100                                                                  DBNK161P
023200   05  WS-LINE-REASON                        PIC X(3).            DBNK161P
023300   05  WS-POST-DESC                          PIC X(40).           DBNK161P
023400   05  WS-DAY-LIMIT                          PIC S9(9)V99         DBNK161P
023500                                             COMP-3.              DBNK161P
023600   05  WS-DAY-USED                           PIC S9(9)V99         DBNK161P
023700                                             COMP-3.              DBNK161P
023800   05  WS-SEQ-MAX                            PIC 9(3).            DBNK161P
023900   05  WS-SEQ-THIS                           PIC 9(3).            DBNK161P
024000   05  WS-NEW-PAYEE-ID.                                           DBNK161P
024100     10  WS-NEW-PAYEE-PID                    PIC X(5).            DBNK161P
024200     10  WS-NEW-PAYEE-SEQ                    PIC 9(3).            DBNK161P
024300   05  WS-PAYEE-ID                           PIC X(8).            DBNK161P
024400   05  WS-LAST-STAMP                         PIC X(26)            DBNK161P
024500       VALUE SPACES.                                              DBNK161P
024600   05  WS-STAMP-SEQ                          PIC 9(3)             DBNK161P
024700       VALUE ZERO.                                                DBNK161P
024800                                                                  DBNK161P
024900   05  WS-FILES-READ                         PIC 9(5)             DBNK161P
025000       VALUE ZERO.                                                DBNK161P
025100   05  WS-FILES-APPLIED                      PIC 9(5)             DBNK161P
025200       VALUE ZERO.                                                DBNK161P
025300   05  WS-FILES-REFUSED                      PIC 9(5)             DBNK161P
025400       VALUE ZERO.                                                DBNK161P
025500   05  WS-CREDITS-QUEUED                     PIC 9(5)             DBNK161P
025600       VALUE ZERO.                                                DBNK161P
025700   05  WS-LINES-REJECTED                     PIC 9(5)             DBNK161P
025800       VALUE ZERO.                                                DBNK161P
025900   05  WS-DEBIT-TOTAL                        PIC S9(11)V99        DBNK161P
026000                                             COMP-3 VALUE ZERO.   DBNK161P
026100                                                                  DBNK161P
026200   05  WS-EDIT-AMT-9-2                 PIC Z,ZZZ,ZZZ,ZZ9.99.      DBNK161P
026300   05  WS-EDIT-CNT                           PIC ZZZZ9.           DBNK161P
026400                                                                  DBNK161P
026500***************************************************************** DBNK161P
026600* One entry per payroll file in the run, filled by the first    * DBNK161P
026700* pass with the trailer check and the total of the lines that   * DBNK161P
026800* will be accepted, so the account and the day's exposure can   * DBNK161P
026900* be tested against the whole file before any line is queued    * DBNK161P
027000***************************************************************** DBNK161P
027100 01  WS-BATCH-TABLE.                                              DBNK161P
027200   05  WS-BAT-COUNT                          PIC S9(4) COMP       DBNK161P
027300       VALUE ZERO.                                                DBNK161P
027400   05  WS-BAT-MAX                            PIC S9(4) COMP       DBNK161P
027500       VALUE 50.                                                  DBNK161P
027600   05  WS-BAT-SUB                            PIC S9(4) COMP.      DBNK161P
027700   05  WS-BAT-ENTRY OCCURS 50 TIMES.                              DBNK161P
027800     10  WS-BAT-ACCNO                        PIC X(9).            DBNK161P
027900     10  WS-BAT-FILE-REF                     PIC X(16).           DBNK161P
028000     10  WS-BAT-ITEMS                        PIC S9(7)            DBNK161P
028100                                             COMP-3.              DBNK161P
028200     10  WS-BAT-HASH                         PIC S9(13)V99        DBNK161P
028300                                             COMP-3.              DBNK161P
028400     10  WS-BAT-ACCEPTED                     PIC S9(11)V99        DBNK161P
028500                                             COMP-3.              DBNK161P
028600     10  WS-BAT-CONTROL-SW                   PIC X(1).            DBNK161P
028700       88  WS-BAT-CONTROLS-OK                VALUE 'Y'.           DBNK161P
028800       88  WS-BAT-CONTROLS-BAD               VALUE 'N'.           DBNK161P
028900                                                                  DBNK161P
029000***************************************************************** DBNK161P
029100* The file being applied in the second pass                     * DBNK161P
029200***************************************************************** DBNK161P
029300 01  WS-CURRENT-FILE.                                             DBNK161P
029400   05  WS-CUR-SW                             PIC X(1).            DBNK161P
029500     88  WS-CUR-APPLYING                     VALUE 'Y'.           DBNK161P
029600     88  WS-CUR-REFUSED                      VALUE 'N'.           DBNK161P
029700   05  WS-CUR-ACCNO                          PIC X(9).            DBNK161P
029800   05  WS-CUR-FILE-REF                       PIC X(16).           DBNK161P
029900   05  WS-CUR-PID                            PIC X(5).            DBNK161P
030000   05  WS-CUR-REASON                         PIC X(3).            DBNK161P
030100   05  WS-CUR-QUEUED-COUNT                   PIC 9(5).            DBNK161P
030200   05  WS-CUR-QUEUED-TOTAL                   PIC S9(11)V99        DBNK161P
030300                                             COMP-3.              DBNK161P
030400   05  WS-CUR-REJECTED                       PIC 9(5).            DBNK161P
030500   05  WS-CUR-STREAM.                                             DBNK161P
030600     10  FILLER                              PIC X(3)             DBNK161P
030700         VALUE 'PRL'.                                             DBNK161P
030800     10  WS-CUR-STREAM-PID                   PIC X(5).            DBNK161P
030900                                                                  DBNK161P
031000 01  WS-TWOS-COMP.                                                DBNK161P
031100   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBNK161P
031200   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBNK161P
031300   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          DBNK161P
031400                                                                  DBNK161P
031500 COPY CBANKTXD.                                                   DBNK161P
031600                                                                  DBNK161P
031700 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK161P
031800                                                                  DBNK161P
031900 01  WS-BCTL-DATA.                                                DBNK161P
032000 COPY CBCTLD.                                                     DBNK161P
032100                                                                  DBNK161P
032200 01  WS-BUSD-DATA.                                                DBNK161P
032300 COPY CBUSDD.                                                     DBNK161P
032400                                                                  DBNK161P
032500 01  WS-FCTL-DATA.                                                DBNK161P
032600 COPY CFCTLD.                                                     DBNK161P
032700                                                                  DBNK161P
032800 01  WS-TREF-DATA.                                                DBNK161P
032900 COPY CTREFD.                                                     DBNK161P
033000                                                                  DBNK161P
033100 01  WS-FJRN-DATA.                                                DBNK161P
033200 COPY CFJRND.                                                     DBNK161P
033300                                                                  DBNK161P
033400 PROCEDURE DIVISION.                                              DBNK161P
033500     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK161P
033600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK161P
033700     PERFORM RUN-TIME.                                            DBNK161P
033800                                                                  DBNK161P
033900***************************************************************** DBNK161P
034000* Register this run in the batch control file                   * DBNK161P
034100***************************************************************** DBNK161P
034200     MOVE 'DBNK161P' TO BCTL-JOB-NAME.                            DBNK161P
034300     MOVE SPACES TO BCTL-BUS-DATE.                                DBNK161P
034400     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK161P
034500     SET BCTL-FUNC-START TO TRUE.                                 DBNK161P
034600     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK161P
034700     IF NOT BCTL-OK                                               DBNK161P
034800        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK161P
034900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK161P
035000        MOVE 8 TO RETURN-CODE                                     DBNK161P
035100        GO TO QUICK-EXIT                                          DBNK161P
035200     END-IF.                                                      DBNK161P
035300*    postings carry the bank-wide business date, not the clock    DBNK161P
035400     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK161P
035500                                                                  DBNK161P
035600     SET OPEN-OK TO TRUE.                                         DBNK161P
035700                                                                  DBNK161P
035800     OPEN INPUT PAYRLIN-FILE.                                     DBNK161P
035900     MOVE WS-PAYRLIN-STATUS TO WS-IO-STATUS.                      DBNK161P
036000     MOVE 'PAYRLIN-FILE' TO WS-FILE.                              DBNK161P
036100     PERFORM CHECK-OPEN THRU                                      DBNK161P
036200             CHECK-OPEN-EXIT.                                     DBNK161P
036300                                                                  DBNK161P
036400     OPEN OUTPUT PAYRLRSP-FILE.                                   DBNK161P
036500     MOVE WS-PAYRLRSP-STATUS TO WS-IO-STATUS.                     DBNK161P
036600     MOVE 'PAYRLRSP-FILE' TO WS-FILE.                             DBNK161P
036700     PERFORM CHECK-OPEN THRU                                      DBNK161P
036800             CHECK-OPEN-EXIT.                                     DBNK161P
036900                                                                  DBNK161P
037000     OPEN I-O BNKACC-FILE.                                        DBNK161P
037100     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK161P
037200     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK161P
037300     PERFORM CHECK-OPEN THRU                                      DBNK161P
037400             CHECK-OPEN-EXIT.                                     DBNK161P
037500                                                                  DBNK161P
037600     OPEN INPUT BNKRDIR-FILE.                                     DBNK161P
037700     MOVE WS-BNKRDIR-STATUS TO WS-IO-STATUS.                      DBNK161P
037800     MOVE 'BNKRDIR-FILE' TO WS-FILE.                              DBNK161P
037900     PERFORM CHECK-OPEN THRU                                      DBNK161P
038000             CHECK-OPEN-EXIT.                                     DBNK161P
038100                                                                  DBNK161P
038200     OPEN I-O BNKPAYE-FILE.                                       DBNK161P
038300     MOVE WS-BNKPAYE-STATUS TO WS-IO-STATUS.                      DBNK161P
038400     MOVE 'BNKPAYE-FILE' TO WS-FILE.                              DBNK161P
038500     PERFORM CHECK-OPEN THRU                                      DBNK161P
038600             CHECK-OPEN-EXIT.                                     DBNK161P
038700                                                                  DBNK161P
038800     OPEN I-O BNKOPAY-FILE.                                       DBNK161P
038900     MOVE WS-BNKOPAY-STATUS TO WS-IO-STATUS.                      DBNK161P
039000     MOVE 'BNKOPAY-FILE' TO WS-FILE.                              DBNK161P
039100     PERFORM CHECK-OPEN THRU                                      DBNK161P
039200             CHECK-OPEN-EXIT.                                     DBNK161P
039300                                                                  DBNK161P
039400     OPEN I-O BNKLEDG-FILE.                                       DBNK161P
039500     MOVE WS-BNKLEDG-STATUS TO WS-IO-STATUS.                      DBNK161P
039600     MOVE 'BNKLEDG-FILE' TO WS-FILE.                              DBNK161P
039700     PERFORM CHECK-OPEN THRU                                      DBNK161P
039800             CHECK-OPEN-EXIT.                                     DBNK161P
039900                                                                  DBNK161P
040000     OPEN I-O BNKDUSE-FILE.                                       DBNK161P
040100     MOVE WS-BNKDUSE-STATUS TO WS-IO-STATUS.                      DBNK161P
040200     MOVE 'BNKDUSE-FILE' TO WS-FILE.                              DBNK161P
040300     PERFORM CHECK-OPEN THRU                                      DBNK161P
040400             CHECK-OPEN-EXIT.                                     DBNK161P
040500                                                                  DBNK161P
040600     OPEN INPUT BNKPARM-FILE.                                     DBNK161P
040700     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBNK161P
040800     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBNK161P
040900     PERFORM CHECK-OPEN THRU                                      DBNK161P
041000             CHECK-OPEN-EXIT.                                     DBNK161P
041100                                                                  DBNK161P
041200     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK161P
041300        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK161P
041400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK161P
041500        MOVE 16 TO RETURN-CODE                                    DBNK161P
041600        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK161P
041700        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK161P
041800        GO TO QUICK-EXIT                                          DBNK161P
041900     END-IF.                                                      DBNK161P
042000                                                                  DBNK161P
042100     PERFORM GET-EXPOSURE-LIMIT THRU                              DBNK161P
042200             GET-EXPOSURE-LIMIT-EXIT.                             DBNK161P
042300                                                                  DBNK161P
042400***************************************************************** DBNK161P
042500* First pass - count and total each file against its trailer    * DBNK161P
042600* and total the lines that pass validation                      * DBNK161P
042700***************************************************************** DBNK161P
042800     MOVE ZERO TO WS-BAT-SUB.                                     DBNK161P
042900 PRESCAN-LOOP.                                                    DBNK161P
043000     READ PAYRLIN-FILE                                            DBNK161P
043100       AT END                                                     DBNK161P
043200         GO TO PRESCAN-ENDED                                      DBNK161P
043300     END-READ.                                                    DBNK161P
043400     EVALUATE TRUE                                                DBNK161P
043500       WHEN PRL-REC-IS-HEADER                                     DBNK161P
043600         PERFORM PRESCAN-HEADER THRU                              DBNK161P
043700                 PRESCAN-HEADER-EXIT                              DBNK161P
043800       WHEN PRL-REC-IS-DETAIL                                     DBNK161P
043900         PERFORM PRESCAN-DETAIL THRU                              DBNK161P
044000                 PRESCAN-DETAIL-EXIT                              DBNK161P
044100       WHEN PRL-REC-IS-TRAILER                                    DBNK161P
044200         PERFORM PRESCAN-TRAILER THRU                             DBNK161P
044300                 PRESCAN-TRAILER-EXIT                             DBNK161P
044400       WHEN OTHER                                                 DBNK161P
044500         CONTINUE                                                 DBNK161P
044600     END-EVALUATE.                                                DBNK161P
044700     GO TO PRESCAN-LOOP.                                          DBNK161P
044800 PRESCAN-ENDED.                                                   DBNK161P
044900     CLOSE PAYRLIN-FILE.                                          DBNK161P
045000     OPEN INPUT PAYRLIN-FILE.                                     DBNK161P
045100                                                                  DBNK161P
045200***************************************************************** DBNK161P
045300* Second pass - apply or refuse each file in turn               * DBNK161P
045400***************************************************************** DBNK161P
045500     MOVE ZERO TO WS-BAT-SUB.                                     DBNK161P
045600     SET WS-CUR-REFUSED TO TRUE.                                  DBNK161P
045700     MOVE SPACES TO WS-CUR-ACCNO.                                 DBNK161P
045800     MOVE SPACES TO WS-CUR-FILE-REF.                              DBNK161P
045900 PAYRLIN-LOOP.                                                    DBNK161P
046000     READ PAYRLIN-FILE                                            DBNK161P
046100       AT END                                                     DBNK161P
046200         GO TO PAYRLIN-ENDED                                      DBNK161P
046300     END-READ.                                                    DBNK161P
046400     EVALUATE TRUE                                                DBNK161P
046500       WHEN PRL-REC-IS-HEADER                                     DBNK161P
046600         PERFORM START-ONE-FILE THRU                              DBNK161P
046700                 START-ONE-FILE-EXIT                              DBNK161P
046800       WHEN PRL-REC-IS-DETAIL                                     DBNK161P
046900         PERFORM QUEUE-ONE-CREDIT THRU                            DBNK161P
047000                 QUEUE-ONE-CREDIT-EXIT                            DBNK161P
047100       WHEN PRL-REC-IS-TRAILER                                    DBNK161P
047200         PERFORM FINISH-ONE-FILE THRU                             DBNK161P
047300                 FINISH-ONE-FILE-EXIT                             DBNK161P
047400       WHEN OTHER                                                 DBNK161P
047500         CONTINUE                                                 DBNK161P
047600     END-EVALUATE.                                                DBNK161P
047700     GO TO PAYRLIN-LOOP.                                          DBNK161P
047800 PAYRLIN-ENDED.                                                   DBNK161P
047900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK161P
048000     STRING WS-FILES-READ             DELIMITED BY SIZE           DBNK161P
048100            ' payroll files read'     DELIMITED BY SIZE           DBNK161P
048200       INTO WS-CONSOLE-MESSAGE.                                   DBNK161P
048300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK161P
048400     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK161P
048500     STRING WS-FILES-APPLIED          DELIMITED BY SIZE           DBNK161P
048600            ' files applied'          DELIMITED BY SIZE           DBNK161P
048700       INTO WS-CONSOLE-MESSAGE.                                   DBNK161P
048800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK161P
048900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK161P
049000     STRING WS-FILES-REFUSED          DELIMITED BY SIZE           DBNK161P
049100            ' files refused'          DELIMITED BY SIZE           DBNK161P
049200       INTO WS-CONSOLE-MESSAGE.                                   DBNK161P
049300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK161P
049400     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK161P
049500     STRING WS-CREDITS-QUEUED         DELIMITED BY SIZE           DBNK161P
049600            ' employee credits queued' DELIMITED BY SIZE          DBNK161P
049700       INTO WS-CONSOLE-MESSAGE.                                   DBNK161P
049800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK161P
049900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK161P
050000     STRING WS-LINES-REJECTED         DELIMITED BY SIZE           DBNK161P
050100            ' lines rejected'         DELIMITED BY SIZE           DBNK161P
050200       INTO WS-CONSOLE-MESSAGE.                                   DBNK161P
050300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK161P
050400     MOVE WS-DEBIT-TOTAL TO WS-EDIT-AMT-9-2.                      DBNK161P
050500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK161P
050600     STRING 'Payroll debit total '    DELIMITED BY SIZE           DBNK161P
050700            WS-EDIT-AMT-9-2           DELIMITED BY SIZE           DBNK161P
050800       INTO WS-CONSOLE-MESSAGE.                                   DBNK161P
050900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK161P
051000                                                                  DBNK161P
051100     CLOSE PAYRLIN-FILE.                                          DBNK161P
051200     CLOSE PAYRLRSP-FILE.                                         DBNK161P
051300     CLOSE BNKACC-FILE.                                           DBNK161P
051400     CLOSE BNKRDIR-FILE.                                          DBNK161P
051500     CLOSE BNKPAYE-FILE.                                          DBNK161P
051600     CLOSE BNKOPAY-FILE.                                          DBNK161P
051700     CLOSE BNKLEDG-FILE.                                          DBNK161P
051800     CLOSE BNKDUSE-FILE.                                          DBNK161P
051900     CLOSE BNKPARM-FILE.                                          DBNK161P
052000                                                                  DBNK161P
052100     SET BCTL-FUNC-END TO TRUE.                                   DBNK161P
052200     MOVE WS-CREDITS-QUEUED TO BCTL-RECORD-COUNT.                 DBNK161P
052300     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK161P
052400     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK161P
052500                                                                  DBNK161P
052600     PERFORM RUN-TIME.                                            DBNK161P
052700                                                                  DBNK161P
052800     MOVE 0 TO RETURN-CODE.                                       DBNK161P
052900 QUICK-EXIT.                                                      DBNK161P
053000     GOBACK.                                                      DBNK161P
053100                                                                  DBNK161P
053200***************************************************************** DBNK161P
053300* Payroll debits count against the customer's daily exposure -  * DBNK161P
053400* a payroll-specific limit may be set, else the channel limit   * DBNK161P
053500***************************************************************** DBNK161P
053600 GET-EXPOSURE-LIMIT.                                              DBNK161P
053700     MOVE 25000.00 TO WS-DAY-LIMIT.                               DBNK161P
053800     MOVE 'DAYLIMIT' TO PRM-REC-KEY.                              DBNK161P
053900     READ BNKPARM-FILE                                            DBNK161P
054000       INVALID KEY                                                DBNK161P
054100         CONTINUE                                                 DBNK161P
054200     END-READ.                                                    DBNK161P
054300     IF WS-BNKPARM-STATUS IS EQUAL TO '00'                        DBNK161P
054400        MOVE PRM-REC-AMOUNT TO WS-DAY-LIMIT                       DBNK161P
054500     END-IF.                                                      DBNK161P
054600     MOVE 'PRLLIMIT' TO PRM-REC-KEY.                              DBNK161P
054700     READ BNKPARM-FILE                                            DBNK161P
054800       INVALID KEY                                                DBNK161P
054900         CONTINUE                                                 DBNK161P
055000     END-READ.                                                    DBNK161P
055100     IF WS-BNKPARM-STATUS IS EQUAL TO '00' AND                    DBNK161P
055200        PRM-REC-AMOUNT IS GREATER THAN ZERO                       DBNK161P
055300        MOVE PRM-REC-AMOUNT TO WS-DAY-LIMIT                       DBNK161P
055400     END-IF.                                                      DBNK161P
055500 GET-EXPOSURE-LIMIT-EXIT.                                         DBNK161P
055600     EXIT.                                                        DBNK161P
055700                                                                  DBNK161P
055800***************************************************************** DBNK161P
055900* First pass handling of header, detail and trailer records     * DBNK161P
056000***************************************************************** DBNK161P
056100 PRESCAN-HEADER.                                                  DBNK161P
056200     ADD 1 TO WS-FILES-READ.                                      DBNK161P
056300     IF WS-BAT-COUNT IS NOT LESS THAN WS-BAT-MAX                  DBNK161P
056400        MOVE ZERO TO WS-BAT-SUB                                   DBNK161P
056500        GO TO PRESCAN-HEADER-EXIT                                 DBNK161P
056600     END-IF.                                                      DBNK161P
056700     ADD 1 TO WS-BAT-COUNT.                                       DBNK161P
056800     MOVE WS-BAT-COUNT TO WS-BAT-SUB.                             DBNK161P
056900     MOVE PRL-HDR-ACCNO TO WS-BAT-ACCNO (WS-BAT-SUB).             DBNK161P
057000     MOVE PRL-HDR-FILE-REF TO WS-BAT-FILE-REF (WS-BAT-SUB).       DBNK161P
057100     MOVE ZERO TO WS-BAT-ITEMS (WS-BAT-SUB).                      DBNK161P
057200     MOVE ZERO TO WS-BAT-HASH (WS-BAT-SUB).                       DBNK161P
057300     MOVE ZERO TO WS-BAT-ACCEPTED (WS-BAT-SUB).                   DBNK161P
057400     SET WS-BAT-CONTROLS-BAD (WS-BAT-SUB) TO TRUE.                DBNK161P
057500 PRESCAN-HEADER-EXIT.                                             DBNK161P
057600     EXIT.                                                        DBNK161P
057700                                                                  DBNK161P
057800 PRESCAN-DETAIL.                                                  DBNK161P
057900     IF WS-BAT-SUB IS EQUAL TO ZERO                               DBNK161P
058000        GO TO PRESCAN-DETAIL-EXIT                                 DBNK161P
058100     END-IF.                                                      DBNK161P
058200     ADD 1 TO WS-BAT-ITEMS (WS-BAT-SUB).                          DBNK161P
058300     IF PRL-DTL-AMOUNT-X IS NUMERIC                               DBNK161P
058400        ADD PRL-DTL-AMOUNT TO WS-BAT-HASH (WS-BAT-SUB)            DBNK161P
058500     END-IF.                                                      DBNK161P
058600     PERFORM VALIDATE-DETAIL THRU                                 DBNK161P
058700             VALIDATE-DETAIL-EXIT.                                DBNK161P
058800     IF WS-LINE-REASON IS EQUAL TO SPACES                         DBNK161P
058900        ADD PRL-DTL-AMOUNT TO WS-BAT-ACCEPTED (WS-BAT-SUB)        DBNK161P
059000     END-IF.                                                      DBNK161P
059100 PRESCAN-DETAIL-EXIT.                                             DBNK161P
059200     EXIT.                                                        DBNK161P
059300                                                                  DBNK161P
059400 PRESCAN-TRAILER.                                                 DBNK161P
059500     IF WS-BAT-SUB IS EQUAL TO ZERO                               DBNK161P
059600        GO TO PRESCAN-TRAILER-EXIT                                DBNK161P
059700     END-IF.                                                      DBNK161P
059800     IF PRL-TRL-COUNT-X IS NUMERIC AND                            DBNK161P
059900        PRL-TRL-TOTAL-X IS NUMERIC                                DBNK161P
060000        IF PRL-TRL-COUNT IS EQUAL TO WS-BAT-ITEMS (WS-BAT-SUB)    DBNK161P
060100           AND PRL-TRL-TOTAL IS EQUAL TO WS-BAT-HASH (WS-BAT-SUB) DBNK161P
060200           SET WS-BAT-CONTROLS-OK (WS-BAT-SUB) TO TRUE            DBNK161P
060300        END-IF                                                    DBNK161P
060400     END-IF.                                                      DBNK161P
060500     MOVE ZERO TO WS-BAT-SUB.                                     DBNK161P
060600 PRESCAN-TRAILER-EXIT.                                            DBNK161P
060700     EXIT.                                                        DBNK161P
060800                                                                  DBNK161P
060900***************************************************************** DBNK161P
061000* Check one employee line. A failed line is returned with a     * DBNK161P
061100* reason code:                                                  * DBNK161P
061200*   R01 routing unknown or retired   R02 employee account blank * DBNK161P
061300*   R03 zero or invalid amount       R04 employee name blank    * DBNK161P
061400*   R05 payee directory full         P01 unable to queue        * DBNK161P
061500***************************************************************** DBNK161P
061600 VALIDATE-DETAIL.                                                 DBNK161P
061700     MOVE SPACES TO WS-LINE-REASON.                               DBNK161P
061800     IF PRL-DTL-AMOUNT-X IS NOT NUMERIC OR                        DBNK161P
061900        PRL-DTL-AMOUNT IS EQUAL TO ZERO                           DBNK161P
062000        MOVE 'R03' TO WS-LINE-REASON                              DBNK161P
062100        GO TO VALIDATE-DETAIL-EXIT                                DBNK161P
062200     END-IF.                                                      DBNK161P
062300     IF PRL-DTL-NAME IS EQUAL TO SPACES                           DBNK161P
062400        MOVE 'R04' TO WS-LINE-REASON                              DBNK161P
062500        GO TO VALIDATE-DETAIL-EXIT                                DBNK161P
062600     END-IF.                                                      DBNK161P
062700     IF PRL-DTL-EXT-ACCNO IS EQUAL TO SPACES                      DBNK161P
062800        MOVE 'R02' TO WS-LINE-REASON                              DBNK161P
062900        GO TO VALIDATE-DETAIL-EXIT                                DBNK161P
063000     END-IF.                                                      DBNK161P
063100     MOVE PRL-DTL-ROUTING TO BRD-REC-ROUTING.                     DBNK161P
063200     READ BNKRDIR-FILE                                            DBNK161P
063300       INVALID KEY                                                DBNK161P
063400         MOVE 'R01' TO WS-LINE-REASON                             DBNK161P
063500         GO TO VALIDATE-DETAIL-EXIT                               DBNK161P
063600     END-READ.                                                    DBNK161P
063700     IF NOT BRD-REC-IS-ACTIVE                                     DBNK161P
063800        MOVE 'R01' TO WS-LINE-REASON                              DBNK161P
063900     END-IF.                                                      DBNK161P
064000 VALIDATE-DETAIL-EXIT.                                            DBNK161P
064100     EXIT.                                                        DBNK161P
064200                                                                  DBNK161P
064300***************************************************************** DBNK161P
064400* A header opens a file for applying, unless it must be refused * DBNK161P
064500* whole. A refused file goes back with a reason code:           * DBNK161P
064600*   F01 trailer count or total does not agree                   * DBNK161P
064700*   F02 account to debit not found or closed                    * DBNK161P
064800*   F03 insufficient funds for the file                         * DBNK161P
064900*   F04 daily exposure limit would be exceeded                  * DBNK161P
065000*   F05 file already applied                                    * DBNK161P
065100*   F06 too many files in the run                               * DBNK161P
065200***************************************************************** DBNK161P
065300 START-ONE-FILE.                                                  DBNK161P
065400     SET WS-CUR-REFUSED TO TRUE.                                  DBNK161P
065500     MOVE PRL-HDR-ACCNO TO WS-CUR-ACCNO.                          DBNK161P
065600     MOVE PRL-HDR-FILE-REF TO WS-CUR-FILE-REF.                    DBNK161P
065700     MOVE ZERO TO WS-CUR-QUEUED-COUNT.                            DBNK161P
065800     MOVE ZERO TO WS-CUR-QUEUED-TOTAL.                            DBNK161P
065900     MOVE ZERO TO WS-CUR-REJECTED.                                DBNK161P
066000     ADD 1 TO WS-BAT-SUB.                                         DBNK161P
066100     IF WS-BAT-SUB IS GREATER THAN WS-BAT-COUNT                   DBNK161P
066200        MOVE 'F06' TO WS-CUR-REASON                               DBNK161P
066300        GO TO START-ONE-FILE-REFUSE                               DBNK161P
066400     END-IF.                                                      DBNK161P
066500     IF WS-BAT-CONTROLS-BAD (WS-BAT-SUB)                          DBNK161P
066600        MOVE 'F01' TO WS-CUR-REASON                               DBNK161P
066700        GO TO START-ONE-FILE-REFUSE                               DBNK161P
066800     END-IF.                                                      DBNK161P
066900     MOVE PRL-HDR-ACCNO TO BAC-REC-ACCNO.                         DBNK161P
067000     READ BNKACC-FILE                                             DBNK161P
067100       INVALID KEY                                                DBNK161P
067200         MOVE 'F02' TO WS-CUR-REASON                              DBNK161P
067300         GO TO START-ONE-FILE-REFUSE                              DBNK161P
067400     END-READ.                                                    DBNK161P
067500     IF BAC-REC-ACC-IS-CLOSED                                     DBNK161P
067600        MOVE 'F02' TO WS-CUR-REASON                               DBNK161P
067700        GO TO START-ONE-FILE-REFUSE                               DBNK161P
067800     END-IF.                                                      DBNK161P
067900     MOVE BAC-REC-PID TO WS-CUR-PID.                              DBNK161P
068000     MOVE BAC-REC-PID TO WS-CUR-STREAM-PID.                       DBNK161P
068100                                                                  DBNK161P
068200     MOVE WS-CUR-STREAM TO FCTL-STREAM.                           DBNK161P
068300     MOVE SPACES TO FCTL-BUS-DATE.                                DBNK161P
068400     MOVE 'DBNK161P' TO FCTL-JOB-NAME.                            DBNK161P
068500     MOVE WS-BAT-ITEMS (WS-BAT-SUB) TO FCTL-ITEM-COUNT.           DBNK161P
068600     MOVE WS-BAT-HASH (WS-BAT-SUB) TO FCTL-HASH-TOTAL.            DBNK161P
068700     SET FCTL-FUNC-CHECK TO TRUE.                                 DBNK161P
068800     CALL 'UFILCTL' USING WS-FCTL-DATA.                           DBNK161P
068900     IF FCTL-DUPLICATE                                            DBNK161P
069000        MOVE 'F05' TO WS-CUR-REASON                               DBNK161P
069100        GO TO START-ONE-FILE-REFUSE                               DBNK161P
069200     END-IF.                                                      DBNK161P
069300                                                                  DBNK161P
069400     IF (BAC-REC-BALANCE + BAC-REC-CREDIT-LIMIT -                 DBNK161P
069500         BAC-REC-HOLD-AMOUNT)                                     DBNK161P
069600        IS LESS THAN WS-BAT-ACCEPTED (WS-BAT-SUB)                 DBNK161P
069700        MOVE 'F03' TO WS-CUR-REASON                               DBNK161P
069800        GO TO START-ONE-FILE-REFUSE                               DBNK161P
069900     END-IF.                                                      DBNK161P
070000                                                                  DBNK161P
070100     MOVE ZERO TO WS-DAY-USED.                                    DBNK161P
070200     MOVE WS-CUR-PID TO BDU-REC-PID.                              DBNK161P
070300     MOVE BUSD-DATE TO BDU-REC-DATE.                              DBNK161P
070400     READ BNKDUSE-FILE                                            DBNK161P
070500       INVALID KEY                                                DBNK161P
070600         CONTINUE                                                 DBNK161P
070700     END-READ.                                                    DBNK161P
070800     IF WS-BNKDUSE-STATUS IS EQUAL TO '00'                        DBNK161P
070900        MOVE BDU-REC-AMOUNT TO WS-DAY-USED                        DBNK161P
071000     END-IF.                                                      DBNK161P
071100     IF (WS-DAY-USED + WS-BAT-ACCEPTED (WS-BAT-SUB))              DBNK161P
071200        IS GREATER THAN WS-DAY-LIMIT                              DBNK161P
071300        MOVE 'F04' TO WS-CUR-REASON                               DBNK161P
071400        GO TO START-ONE-FILE-REFUSE                               DBNK161P
071500     END-IF.                                                      DBNK161P
071600                                                                  DBNK161P
071700     SET WS-CUR-APPLYING TO TRUE.                                 DBNK161P
071800     GO TO START-ONE-FILE-EXIT.                                   DBNK161P
071900                                                                  DBNK161P
072000 START-ONE-FILE-REFUSE.                                           DBNK161P
072100     ADD 1 TO WS-FILES-REFUSED.                                   DBNK161P
072200     MOVE SPACES TO PRS-REC.                                      DBNK161P
072300     MOVE WS-CUR-ACCNO TO PRS-REC-ACCNO.                          DBNK161P
072400     MOVE WS-CUR-FILE-REF TO PRS-REC-FILE-REF.                    DBNK161P
072500     MOVE WS-CUR-REASON TO PRS-REC-REASON.                        DBNK161P
072600     MOVE PRL-REC TO PRS-REC-ITEM.                                DBNK161P
072700     WRITE PRS-REC.                                               DBNK161P
072800     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK161P
072900     STRING 'Payroll file for '       DELIMITED BY SIZE           DBNK161P
073000            WS-CUR-ACCNO              DELIMITED BY SIZE           DBNK161P
073100            ' refused '               DELIMITED BY SIZE           DBNK161P
073200            WS-CUR-REASON             DELIMITED BY SIZE           DBNK161P
073300       INTO WS-CONSOLE-MESSAGE.                                   DBNK161P
073400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK161P
073500 START-ONE-FILE-EXIT.                                             DBNK161P
073600     EXIT.                                                        DBNK161P
073700                                                                  DBNK161P
073800***************************************************************** DBNK161P
073900* Queue one employee credit on BNKOPAY. Lines of a refused file * DBNK161P
074000* are not answered individually - the file's refusal covers     * DBNK161P
074100* them.                                                         * DBNK161P
074200***************************************************************** DBNK161P
074300 QUEUE-ONE-CREDIT.                                                DBNK161P
074400     IF WS-CUR-REFUSED                                            DBNK161P
074500        GO TO QUEUE-ONE-CREDIT-EXIT                               DBNK161P
074600     END-IF.                                                      DBNK161P
074700     PERFORM VALIDATE-DETAIL THRU                                 DBNK161P
074800             VALIDATE-DETAIL-EXIT.                                DBNK161P
074900     IF WS-LINE-REASON IS NOT EQUAL TO SPACES                     DBNK161P
075000        GO TO QUEUE-ONE-CREDIT-REJECT                             DBNK161P
075100     END-IF.                                                      DBNK161P
075200     PERFORM FIND-EMPLOYEE-PAYEE THRU                             DBNK161P
075300             FIND-EMPLOYEE-PAYEE-EXIT.                            DBNK161P
075400     IF WS-LINE-REASON IS NOT EQUAL TO SPACES                     DBNK161P
075500        GO TO QUEUE-ONE-CREDIT-REJECT                             DBNK161P
075600     END-IF.                                                      DBNK161P
075700                                                                  DBNK161P
075800     PERFORM STAMP-POSTING THRU                                   DBNK161P
075900             STAMP-POSTING-EXIT.                                  DBNK161P
076000     SET TREF-FUNC-ENCODE TO TRUE.                                DBNK161P
076100     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBNK161P
076200     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK161P
076300     MOVE SPACES TO BNKOPAY-REC.                                  DBNK161P
076400     MOVE WS-TIMESTAMP TO BOP-REC-TIMESTAMP.                      DBNK161P
076500     MOVE WS-PAYEE-ID TO BOP-REC-PAYEE-ID.                        DBNK161P
076600     MOVE WS-CUR-PID TO BOP-REC-PID.                              DBNK161P
076700     MOVE WS-CUR-ACCNO TO BOP-REC-SRC-ACCNO.                      DBNK161P
076800     MOVE PRL-DTL-AMOUNT TO BOP-REC-AMOUNT.                       DBNK161P
076900     MOVE TREF-REFNO TO BOP-REC-REFNO.                            DBNK161P
077000     SET BOP-REC-IS-PENDING TO TRUE.                              DBNK161P
077100     MOVE SPACES TO BOP-REC-SENT-DATE.                            DBNK161P
077200     WRITE BNKOPAY-REC                                            DBNK161P
077300       INVALID KEY                                                DBNK161P
077400         MOVE 'P01' TO WS-LINE-REASON                             DBNK161P
077500         GO TO QUEUE-ONE-CREDIT-REJECT                            DBNK161P
077600     END-WRITE.                                                   DBNK161P
077700     ADD 1 TO WS-CUR-QUEUED-COUNT.                                DBNK161P
077800     ADD PRL-DTL-AMOUNT TO WS-CUR-QUEUED-TOTAL.                   DBNK161P
077900     GO TO QUEUE-ONE-CREDIT-EXIT.                                 DBNK161P
078000                                                                  DBNK161P
078100 QUEUE-ONE-CREDIT-REJECT.                                         DBNK161P
078200     ADD 1 TO WS-CUR-REJECTED.                                    DBNK161P
078300     MOVE SPACES TO PRS-REC.                                      DBNK161P
078400     MOVE WS-CUR-ACCNO TO PRS-REC-ACCNO.                          DBNK161P
078500     MOVE WS-CUR-FILE-REF TO PRS-REC-FILE-REF.                    DBNK161P
078600     MOVE WS-LINE-REASON TO PRS-REC-REASON.                       DBNK161P
078700     MOVE PRL-REC TO PRS-REC-ITEM.                                DBNK161P
078800     WRITE PRS-REC.                                               DBNK161P
078900 QUEUE-ONE-CREDIT-EXIT.                                           DBNK161P
079000     EXIT.                                                        DBNK161P
079100                                                                  DBNK161P
079200***************************************************************** DBNK161P
079300* Each employee is held as a payee of the business so the       * DBNK161P
079400* clearing run can address the credit like any other external   * DBNK161P
079500* payment. An active payee with the same routing and account is * DBNK161P
079600* reused; otherwise one is added with the next free sequence    * DBNK161P
079700* under the business's PID, as payee maintenance does.          * DBNK161P
079800***************************************************************** DBNK161P
079900 FIND-EMPLOYEE-PAYEE.                                             DBNK161P
080000     MOVE SPACES TO WS-PAYEE-ID.                                  DBNK161P
080100     MOVE ZERO TO WS-SEQ-MAX.                                     DBNK161P
080200     MOVE WS-CUR-PID TO BPE-REC-OWNER-PID.                        DBNK161P
080300     START BNKPAYE-FILE KEY IS EQUAL TO BPE-REC-OWNER-PID         DBNK161P
080400       INVALID KEY                                                DBNK161P
080500         GO TO FIND-EMPLOYEE-PAYEE-ADD                            DBNK161P
080600     END-START.                                                   DBNK161P
080700 FIND-EMPLOYEE-PAYEE-LOOP.                                        DBNK161P
080800     READ BNKPAYE-FILE NEXT                                       DBNK161P
080900       AT END                                                     DBNK161P
081000         GO TO FIND-EMPLOYEE-PAYEE-ADD                            DBNK161P
081100     END-READ.                                                    DBNK161P
081200     IF BPE-REC-OWNER-PID IS NOT EQUAL TO WS-CUR-PID              DBNK161P
081300        GO TO FIND-EMPLOYEE-PAYEE-ADD                             DBNK161P
081400     END-IF.                                                      DBNK161P
081500     IF BPE-REC-PAYEE-ID (6:3) IS NUMERIC                         DBNK161P
081600        MOVE BPE-REC-PAYEE-ID (6:3) TO WS-SEQ-THIS                DBNK161P
081700        IF WS-SEQ-THIS IS GREATER THAN WS-SEQ-MAX                 DBNK161P
081800           MOVE WS-SEQ-THIS TO WS-SEQ-MAX                         DBNK161P
081900        END-IF                                                    DBNK161P
082000     END-IF.                                                      DBNK161P
082100     IF BPE-REC-IS-ACTIVE AND                                     DBNK161P
082200        BPE-REC-ROUTING IS EQUAL TO PRL-DTL-ROUTING AND           DBNK161P
082300        BPE-REC-EXT-ACCNO IS EQUAL TO PRL-DTL-EXT-ACCNO           DBNK161P
082400        MOVE BPE-REC-PAYEE-ID TO WS-PAYEE-ID                      DBNK161P
082500        GO TO FIND-EMPLOYEE-PAYEE-EXIT                            DBNK161P
082600     END-IF.                                                      DBNK161P
082700     GO TO FIND-EMPLOYEE-PAYEE-LOOP.                              DBNK161P
082800                                                                  DBNK161P
082900 FIND-EMPLOYEE-PAYEE-ADD.                                         DBNK161P
083000     IF WS-SEQ-MAX IS EQUAL TO 999                                DBNK161P
083100        MOVE 'R05' TO WS-LINE-REASON                              DBNK161P
083200        GO TO FIND-EMPLOYEE-PAYEE-EXIT                            DBNK161P
083300     END-IF.                                                      DBNK161P
083400     MOVE WS-CUR-PID TO WS-NEW-PAYEE-PID.                         DBNK161P
083500     COMPUTE WS-NEW-PAYEE-SEQ = WS-SEQ-MAX + 1.                   DBNK161P
083600     MOVE SPACES TO BNKPAYE-REC.                                  DBNK161P
083700     MOVE WS-NEW-PAYEE-ID TO BPE-REC-PAYEE-ID.                    DBNK161P
083800     MOVE WS-CUR-PID TO BPE-REC-OWNER-PID.                        DBNK161P
083900     MOVE PRL-DTL-NAME TO BPE-REC-NAME.                           DBNK161P
084000     MOVE BRD-REC-BANK-NAME TO BPE-REC-BANK-NAME.                 DBNK161P
084100     MOVE PRL-DTL-ROUTING TO BPE-REC-ROUTING.                     DBNK161P
084200     MOVE PRL-DTL-EXT-ACCNO TO BPE-REC-EXT-ACCNO.                 DBNK161P
084300     SET BPE-REC-IS-ACTIVE TO TRUE.                               DBNK161P
084400     MOVE ZERO TO BPE-REC-RETURN-COUNT.                           DBNK161P
084500     WRITE BNKPAYE-REC                                            DBNK161P
084600       INVALID KEY                                                DBNK161P
084700         MOVE 'P01' TO WS-LINE-REASON                             DBNK161P
084800         GO TO FIND-EMPLOYEE-PAYEE-EXIT                           DBNK161P
084900     END-WRITE.                                                   DBNK161P
085000     MOVE WS-NEW-PAYEE-ID TO WS-PAYEE-ID.                         DBNK161P
085100 FIND-EMPLOYEE-PAYEE-EXIT.                                        DBNK161P
085200     EXIT.                                                        DBNK161P
085300                                                                  DBNK161P
085400***************************************************************** DBNK161P
085500* The trailer closes an applied file - the account is debited   * DBNK161P
085600* once for what was queued, the day's exposure is bumped, the   * DBNK161P
085700* file is registered and a summary goes back to the customer    * DBNK161P
085800***************************************************************** DBNK161P
085900 FINISH-ONE-FILE.                                                 DBNK161P
086000     IF WS-CUR-REFUSED                                            DBNK161P
086100        GO TO FINISH-ONE-FILE-EXIT                                DBNK161P
086200     END-IF.                                                      DBNK161P
086300     SET WS-CUR-REFUSED TO TRUE.                                  DBNK161P
086400     ADD 1 TO WS-FILES-APPLIED.                                   DBNK161P
086500     ADD WS-CUR-QUEUED-COUNT TO WS-CREDITS-QUEUED.                DBNK161P
086600     ADD WS-CUR-REJECTED TO WS-LINES-REJECTED.                    DBNK161P
086700     IF WS-CUR-QUEUED-TOTAL IS GREATER THAN ZERO                  DBNK161P
086800        PERFORM POST-PAYROLL-DEBIT THRU                           DBNK161P
086900                POST-PAYROLL-DEBIT-EXIT                           DBNK161P
087000        PERFORM BUMP-DAY-EXPOSURE THRU                            DBNK161P
087100                BUMP-DAY-EXPOSURE-EXIT                            DBNK161P
087200     END-IF.                                                      DBNK161P
087300                                                                  DBNK161P
087400     MOVE WS-CUR-STREAM TO FCTL-STREAM.                           DBNK161P
087500     MOVE SPACES TO FCTL-BUS-DATE.                                DBNK161P
087600     MOVE 'DBNK161P' TO FCTL-JOB-NAME.                            DBNK161P
087700     MOVE WS-BAT-ITEMS (WS-BAT-SUB) TO FCTL-ITEM-COUNT.           DBNK161P
087800     MOVE WS-BAT-HASH (WS-BAT-SUB) TO FCTL-HASH-TOTAL.            DBNK161P
087900     SET FCTL-FUNC-REGISTER-IN TO TRUE.                           DBNK161P
088000     CALL 'UFILCTL' USING WS-FCTL-DATA.                           DBNK161P
088100                                                                  DBNK161P
088200     MOVE SPACES TO PRS-REC.                                      DBNK161P
088300     MOVE WS-CUR-ACCNO TO PRS-REC-ACCNO.                          DBNK161P
088400     MOVE WS-CUR-FILE-REF TO PRS-REC-FILE-REF.                    DBNK161P
088500     MOVE '000' TO PRS-REC-REASON.                                DBNK161P
088600     MOVE WS-CUR-QUEUED-TOTAL TO WS-EDIT-AMT-9-2.                 DBNK161P
088700     MOVE WS-CUR-QUEUED-COUNT TO WS-EDIT-CNT.                     DBNK161P
088800     STRING 'ACCEPTED '               DELIMITED BY SIZE           DBNK161P
088900            WS-EDIT-CNT               DELIMITED BY SIZE           DBNK161P
089000            ' DEBITED '               DELIMITED BY SIZE           DBNK161P
089100            WS-EDIT-AMT-9-2           DELIMITED BY SIZE           DBNK161P
089200       INTO PRS-REC-ITEM.                                         DBNK161P
089300     MOVE WS-CUR-REJECTED TO WS-EDIT-CNT.                         DBNK161P
089400     MOVE ' REJECTED ' TO PRS-REC-ITEM (46:10).                   DBNK161P
089500     MOVE WS-EDIT-CNT TO PRS-REC-ITEM (56:5).                     DBNK161P
089600     WRITE PRS-REC.                                               DBNK161P
089700 FINISH-ONE-FILE-EXIT.                                            DBNK161P
089800     EXIT.                                                        DBNK161P
089900                                                                  DBNK161P
090000***************************************************************** DBNK161P
090100* One debit on the business account for the file's total        * DBNK161P
090200***************************************************************** DBNK161P
090300 POST-PAYROLL-DEBIT.                                              DBNK161P
090400     MOVE WS-CUR-ACCNO TO BAC-REC-ACCNO.                          DBNK161P
090500     READ BNKACC-FILE                                             DBNK161P
090600       INVALID KEY                                                DBNK161P
090700         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBNK161P
090800         STRING 'Payroll account vanished '  DELIMITED BY SIZE    DBNK161P
090900                WS-CUR-ACCNO                 DELIMITED BY SIZE    DBNK161P
091000           INTO WS-CONSOLE-MESSAGE                                DBNK161P
091100         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK161P
091200         GO TO POST-PAYROLL-DEBIT-EXIT                            DBNK161P
091300     END-READ.                                                    DBNK161P
091400     SUBTRACT WS-CUR-QUEUED-TOTAL FROM BAC-REC-BALANCE.           DBNK161P
091500     REWRITE BNKACC-REC                                           DBNK161P
091600       INVALID KEY                                                DBNK161P
091700         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBNK161P
091800         STRING 'Unable to debit payroll to ' DELIMITED BY SIZE   DBNK161P
091900                BAC-REC-ACCNO                 DELIMITED BY SIZE   DBNK161P
092000           INTO WS-CONSOLE-MESSAGE                                DBNK161P
092100         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK161P
092200         GO TO POST-PAYROLL-DEBIT-EXIT                            DBNK161P
092300     END-REWRITE.                                                 DBNK161P
092400     PERFORM JOURNAL-ACC-IMAGE THRU                               DBNK161P
092500             JOURNAL-ACC-IMAGE-EXIT.                              DBNK161P
092600     ADD WS-CUR-QUEUED-TOTAL TO WS-DEBIT-TOTAL.                   DBNK161P
092700                                                                  DBNK161P
092800     MOVE SPACES TO WS-POST-DESC.                                 DBNK161P
092900     STRING 'Payroll file '           DELIMITED BY SIZE           DBNK161P
093000            WS-CUR-FILE-REF           DELIMITED BY SIZE           DBNK161P
093100       INTO WS-POST-DESC.                                         DBNK161P
093200     PERFORM STAMP-POSTING THRU                                   DBNK161P
093300             STAMP-POSTING-EXIT.                                  DBNK161P
093400     SET TREF-FUNC-ENCODE TO TRUE.                                DBNK161P
093500     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBNK161P
093600     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK161P
093700     MOVE SPACES TO BNKLEDG-REC.                                  DBNK161P
093800     MOVE TREF-REFNO TO BLG-REC-REFNO.                            DBNK161P
093900     MOVE BAC-REC-PID TO BLG-REC-PID.                             DBNK161P
094000     MOVE '1' TO BLG-REC-TYPE.                                    DBNK161P
094100     MOVE '1' TO BLG-REC-SUB-TYPE.                                DBNK161P
094200     MOVE 'PAYR' TO BLG-REC-CATEGORY.                             DBNK161P
094300     MOVE BAC-REC-ACCNO TO BLG-REC-ACCNO.                         DBNK161P
094400     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBNK161P
094500     MOVE BAC-REC-ACCNO TO BLG-REC-ALTKEY1-ACCNO.                 DBNK161P
094600     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBNK161P
094700     MOVE WS-CUR-QUEUED-TOTAL TO BLG-REC-AMOUNT.                  DBNK161P
094800     MOVE SPACES TO TXN-DATA.                                     DBNK161P
094900     MOVE WS-POST-DESC TO TXN-T1-OLD-DESC.                        DBNK161P
095000     MOVE TXN-DATA-OLD TO BLG-REC-DATA-OLD.                       DBNK161P
095100     MOVE TXN-DATA-NEW TO BLG-REC-DATA-NEW.                       DBNK161P
095200     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBNK161P
095300     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBNK161P
095400     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBNK161P
095500     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBNK161P
095600                           WS-TWOS-COMP-INPUT                     DBNK161P
095700                           WS-TWOS-COMP-OUTPUT.                   DBNK161P
095800     MOVE WS-TWOS-COMP-OUTPUT TO BLG-REC-TIMESTAMP-FF.            DBNK161P
095900     MOVE BUSD-DATE TO BLG-REC-BUS-DATE.                          DBNK161P
096000     WRITE BNKLEDG-REC                                            DBNK161P
096100       INVALID KEY                                                DBNK161P
096200         MOVE 'Unable to write payroll debit entry'               DBNK161P
096300           TO WS-CONSOLE-MESSAGE                                  DBNK161P
096400         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK161P
096500     END-WRITE.                                                   DBNK161P
096600     PERFORM JOURNAL-LEDG-IMAGE THRU                              DBNK161P
096700             JOURNAL-LEDG-IMAGE-EXIT.                             DBNK161P
096800 POST-PAYROLL-DEBIT-EXIT.                                         DBNK161P
096900     EXIT.                                                        DBNK161P
097000                                                                  DBNK161P
097100***************************************************************** DBNK161P
097200* Add the payroll debit to the customer's daily usage record,   * DBNK161P
097300* creating the day's record on first use                        * DBNK161P
097400***************************************************************** DBNK161P
097500 BUMP-DAY-EXPOSURE.                                               DBNK161P
097600     MOVE WS-CUR-PID TO BDU-REC-PID.                              DBNK161P
097700     MOVE BUSD-DATE TO BDU-REC-DATE.                              DBNK161P
097800     READ BNKDUSE-FILE                                            DBNK161P
097900       INVALID KEY                                                DBNK161P
098000         MOVE SPACES TO BNKDUSE-REC                               DBNK161P
098100         MOVE WS-CUR-PID TO BDU-REC-PID                           DBNK161P
098200         MOVE BUSD-DATE TO BDU-REC-DATE                           DBNK161P
098300         MOVE WS-CUR-QUEUED-TOTAL TO BDU-REC-AMOUNT               DBNK161P
098400         SET BDU-REC-NO-OVERRIDE TO TRUE                          DBNK161P
098500         WRITE BNKDUSE-REC                                        DBNK161P
098600           INVALID KEY                                            DBNK161P
098700             CONTINUE                                             DBNK161P
098800         END-WRITE                                                DBNK161P
098900         GO TO BUMP-DAY-EXPOSURE-EXIT                             DBNK161P
099000     END-READ.                                                    DBNK161P
099100     ADD WS-CUR-QUEUED-TOTAL TO BDU-REC-AMOUNT.                   DBNK161P
099200     REWRITE BNKDUSE-REC                                          DBNK161P
099300       INVALID KEY                                                DBNK161P
099400         CONTINUE                                                 DBNK161P
099500     END-REWRITE.                                                 DBNK161P
099600 BUMP-DAY-EXPOSURE-EXIT.                                          DBNK161P
099700     EXIT.                                                        DBNK161P
099800                                                                  DBNK161P
099900***************************************************************** DBNK161P
100000* Timestamp a posting. Many postings fall within one hundredth  * DBNK161P
100100* of a second in this run, so a counter in the otherwise unused * DBNK161P
100200* digits keeps each key unique.                                 * DBNK161P
100300***************************************************************** DBNK161P
100400 STAMP-POSTING.                                                   DBNK161P
100500 COPY CTSTAMPP.                                                   DBNK161P
100600     IF WS-TIMESTAMP (1:22) IS EQUAL TO WS-LAST-STAMP (1:22)      DBNK161P
100700        ADD 1 TO WS-STAMP-SEQ                                     DBNK161P
100800     ELSE                                                         DBNK161P
100900        MOVE ZERO TO WS-STAMP-SEQ                                 DBNK161P
101000     END-IF.                                                      DBNK161P
101100     MOVE WS-TIMESTAMP TO WS-LAST-STAMP.                          DBNK161P
101200     MOVE WS-STAMP-SEQ TO WS-TIMESTAMP (23:3).                    DBNK161P
101300     MOVE '0' TO WS-TIMESTAMP (26:1).                             DBNK161P
101400 STAMP-POSTING-EXIT.                                              DBNK161P
101500     EXIT.                                                        DBNK161P
101600                                                                  DBNK161P
101700***************************************************************** DBNK161P
101800* After-image feeds for the roll-forward recovery (ZBNKRCVR) -  * DBNK161P
101900* each write to a protected cluster lands its final image on    * DBNK161P
102000* the BNKFJRN journal                                           * DBNK161P
102100***************************************************************** DBNK161P
102200 JOURNAL-ACC-IMAGE.                                               DBNK161P
102300     MOVE 'BNKACC  ' TO FJRN-FILE-NAME.                           DBNK161P
102400     MOVE WS-PROGRAM-ID TO FJRN-PROGRAM.                          DBNK161P
102500     SET FJRN-ACTION-REWRITE TO TRUE.                             DBNK161P
102600     MOVE LENGTH OF BNKACC-REC TO FJRN-REC-LEN.                   DBNK161P
102700     MOVE SPACES TO FJRN-REC-IMAGE.                               DBNK161P
102800     MOVE BNKACC-REC TO FJRN-REC-IMAGE.                           DBNK161P
102900     CALL 'UFWDJRNL' USING WS-FJRN-DATA.                          DBNK161P
103000 JOURNAL-ACC-IMAGE-EXIT.                                          DBNK161P
103100     EXIT.                                                        DBNK161P
103200                                                                  DBNK161P
103300 JOURNAL-LEDG-IMAGE.                                              DBNK161P
103400     MOVE 'BNKLEDG ' TO FJRN-FILE-NAME.                           DBNK161P
103500     MOVE WS-PROGRAM-ID TO FJRN-PROGRAM.                          DBNK161P
103600     SET FJRN-ACTION-WRITE TO TRUE.                               DBNK161P
103700     MOVE LENGTH OF BNKLEDG-REC TO FJRN-REC-LEN.                  DBNK161P
103800     MOVE SPACES TO FJRN-REC-IMAGE.                               DBNK161P
103900     MOVE BNKLEDG-REC TO FJRN-REC-IMAGE.                          DBNK161P
104000     CALL 'UFWDJRNL' USING WS-FJRN-DATA.                          DBNK161P
104100 JOURNAL-LEDG-IMAGE-EXIT.                                         DBNK161P
104200     EXIT.                                                        DBNK161P
104300                                                                  DBNK161P
104400***************************************************************** DBNK161P
104500* Check file open OK                                            * DBNK161P
104600***************************************************************** DBNK161P
104700 CHECK-OPEN.                                                      DBNK161P
104800     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK161P
104900        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK161P
105000        STRING WS-FILE       DELIMITED BY ' '                     DBNK161P
105100               ' opened ok' DELIMITED BY SIZE                     DBNK161P
105200          INTO WS-CONSOLE-MESSAGE                                 DBNK161P
105300        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK161P
105400     ELSE                                                         DBNK161P
105500        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK161P
105600        STRING WS-FILE          DELIMITED BY ' '                  DBNK161P
105700               ' did not open' DELIMITED BY SIZE                  DBNK161P
105800          INTO WS-CONSOLE-MESSAGE                                 DBNK161P
105900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK161P
106000        PERFORM DISPLAY-IO-STATUS                                 DBNK161P
106100        ADD 1 TO WS-OPEN-ERROR                                    DBNK161P
106200     END-IF.                                                      DBNK161P
106300 CHECK-OPEN-EXIT.                                                 DBNK161P
106400     EXIT.                                                        DBNK161P
106500                                                                  DBNK161P
106600***************************************************************** DBNK161P
106700* Display the file status bytes. This routine will display as  *  DBNK161P
106800* two digits if the full two byte file status is numeric. If   *  DBNK161P
106900* second byte is non-numeric then it will be treated as a      *  DBNK161P
107000* binary number.                                                * DBNK161P
107100***************************************************************** DBNK161P
107200 DISPLAY-IO-STATUS.                                               DBNK161P
107300     IF WS-IO-STATUS NUMERIC                                      DBNK161P
107400        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK161P
107500        STRING 'File status -' DELIMITED BY SIZE                  DBNK161P
107600               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK161P
107700          INTO WS-CONSOLE-MESSAGE                                 DBNK161P
107800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK161P
107900     ELSE                                                         DBNK161P
108000        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK161P
108100        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK161P
108200        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK161P
108300        STRING 'File status -' DELIMITED BY SIZE                  DBNK161P
108400               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK161P
108500               '/'            DELIMITED BY SIZE                   DBNK161P
108600               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK161P
108700          INTO WS-CONSOLE-MESSAGE                                 DBNK161P
108800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK161P
108900     END-IF.                                                      DBNK161P
109000                                                                  DBNK161P
109100***************************************************************** DBNK161P
109200* Display CONSOLE messages...                                   * DBNK161P
109300***************************************************************** DBNK161P
109400 DISPLAY-CONSOLE-MESSAGE.                                         DBNK161P
109500     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK161P
109600     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK161P
109700                                                                  DBNK161P
109800 COPY CTIMERP.                                                    DBNK161P
