000100***************************************************************** DBNK218P
000200*                                                               * DBNK218P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK218P
000400*   This demonstration program is provided for use by users     * DBNK218P
000500*   of Micro Focus products and may be used, modified and       * DBNK218P
000600*   distributed as part of your application provided that       * DBNK218P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK218P
000800*   in this material.                                           * DBNK218P
000900*                                                               * DBNK218P
001000***************************************************************** DBNK218P
001100                                                                  DBNK218P
001200***************************************************************** DBNK218P
001300* Program:     DBNK218P.CBL                                     * DBNK218P
001400* Function:    Military service rate cap batch, run nightly.    * DBNK218P
001500*              The official eligibility file MILELIG verifies   * DBNK218P
001600*              the BNKMSVC service register: its active duty    * DBNK218P
001700*              dates replace those the customer gave DBNK217P,  * DBNK218P
001800*              a claim it does not confirm is rejected, and a   * DBNK218P
001900*              customer it shows on active duty who has not     * DBNK218P
002000*              told us is entered for them. The file is         * DBNK218P
002100*              registered on BNKFCTL under stream MILELIG and   * DBNK218P
002200*              a copy already applied is not applied again.     * DBNK218P
002300*              For each verified customer on active duty every  * DBNK218P
002400*              loan drawn and every overdraft held before       * DBNK218P
002500*              service began is capped on BNKMCAP at the        * DBNK218P
002600*              BNKPARM MILCAP rate (6.00 percent if not set),   * DBNK218P
002700*              which DBANK66P, DBNK118P and DBNK148P apply.     * DBNK218P
002800*              Once the active duty end date has passed the     * DBNK218P
002900*              caps are restored to the contract rate and the   * DBNK218P
003000*              period is ended. The MILRPT report lists every   * DBNK218P
003100*              capped account with the interest forgone.        * DBNK218P
003200*              VSAM version                                     * DBNK218P
003300***************************************************************** DBNK218P
003400                                                                  DBNK218P
003500 IDENTIFICATION DIVISION.                                         DBNK218P
003600 PROGRAM-ID.                                                      DBNK218P
003700     DBNK218P.                                                    DBNK218P
003800 DATE-WRITTEN.                                                    DBNK218P
003900     October 2008.                                                DBNK218P
004000 DATE-COMPILED.                                                   DBNK218P
004100     Today.                                                       DBNK218P
004200                                                                  DBNK218P
004300 ENVIRONMENT DIVISION.                                            DBNK218P
004400                                                                  DBNK218P
004500 INPUT-OUTPUT   SECTION.                                          DBNK218P
004600   FILE-CONTROL.                                                  DBNK218P
004700     SELECT MILELIG-FILE                                          DBNK218P
004800            ASSIGN       TO MILELIG                               DBNK218P
004900            ORGANIZATION IS SEQUENTIAL                            DBNK218P
005000            FILE STATUS  IS WS-MILELIG-STATUS.                    DBNK218P
005100                                                                  DBNK218P
005200     SELECT MILRPT-FILE                                           DBNK218P
005300            ASSIGN       TO MILRPT                                DBNK218P
005400            ORGANIZATION IS SEQUENTIAL                            DBNK218P
005500            FILE STATUS  IS WS-MILRPT-STATUS.                     DBNK218P
005600                                                                  DBNK218P
005700     SELECT BNKMSVC-FILE                                          DBNK218P
005800            ASSIGN       TO BNKMSVC                               DBNK218P
005900            ORGANIZATION IS INDEXED                               DBNK218P
006000            ACCESS MODE  IS DYNAMIC                               DBNK218P
006100            RECORD KEY   IS MSV-REC-KEY                           DBNK218P
006200            FILE STATUS  IS WS-BNKMSVC-STATUS.                    DBNK218P
006300                                                                  DBNK218P
006400     SELECT BNKMCAP-FILE                                          DBNK218P
006500            ASSIGN       TO BNKMCAP                               DBNK218P
006600            ORGANIZATION IS INDEXED                               DBNK218P
006700            ACCESS MODE  IS DYNAMIC                               DBNK218P
006800            RECORD KEY   IS MCP-REC-ACCNO                         DBNK218P
006900            FILE STATUS  IS WS-BNKMCAP-STATUS.                    DBNK218P
007000                                                                  DBNK218P
007100     SELECT BNKLOAN-FILE                                          DBNK218P
007200            ASSIGN       TO BNKLOAN                               DBNK218P
007300            ORGANIZATION IS INDEXED                               DBNK218P
007400            ACCESS MODE  IS DYNAMIC                               DBNK218P
007500            RECORD KEY   IS BLN-REC-TIMESTAMP                     DBNK218P
007600            ALTERNATE KEY IS BLN-REC-ALTKEY1 WITH DUPLICATES      DBNK218P
007700            ALTERNATE KEY IS BLN-REC-ALTKEY2 WITH DUPLICATES      DBNK218P
007800            FILE STATUS  IS WS-BNKLOAN-STATUS.                    DBNK218P
007900                                                                  DBNK218P
008000     SELECT BNKACC-FILE                                           DBNK218P
008100            ASSIGN       TO BNKACC                                DBNK218P
008200            ORGANIZATION IS INDEXED                               DBNK218P
008300            ACCESS MODE  IS DYNAMIC                               DBNK218P
008400            RECORD KEY   IS BAC-REC-ACCNO                         DBNK218P
008500            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK218P
008600            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK218P
008700                                                                  DBNK218P
008800     SELECT BNKPARM-FILE                                          DBNK218P
008900            ASSIGN       TO BNKPARM                               DBNK218P
009000            ORGANIZATION IS INDEXED                               DBNK218P
009100            ACCESS MODE  IS RANDOM                                DBNK218P
009200            RECORD KEY   IS PRM-REC-KEY                           DBNK218P
009300            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBNK218P
009400                                                                  DBNK218P
009500 DATA DIVISION.                                                   DBNK218P
009600                                                                  DBNK218P
009700 FILE SECTION.                                                    DBNK218P
009800* One record per customer the eligibility service reports on:     DBNK218P
009900* on active duty (A) with the dates of the current period, or     DBNK218P
010000* not (N) with the end date of any period just finished           DBNK218P
010100 FD  MILELIG-FILE.                                                DBNK218P
010200 01  MILELIG-REC.                                                 DBNK218P
010300   05  ELG-REC-PID                            PIC X(5).           DBNK218P
010400   05  ELG-REC-STATUS                         PIC X(1).           DBNK218P
010500     88  ELG-REC-ON-DUTY                      VALUE 'A'.          DBNK218P
010600     88  ELG-REC-OFF-DUTY                     VALUE 'N'.          DBNK218P
010700   05  ELG-REC-START                          PIC X(8).           DBNK218P
010800   05  ELG-REC-START-N REDEFINES ELG-REC-START                    DBNK218P
010900                                              PIC 9(8).           DBNK218P
011000   05  ELG-REC-END                            PIC X(8).           DBNK218P
011100   05  ELG-REC-CERT-REF                       PIC X(12).          DBNK218P
011200   05  FILLER                                 PIC X(46).          DBNK218P
011300                                                                  DBNK218P
011400 FD  MILRPT-FILE.                                                 DBNK218P
011500 01  MILRPT-REC                               PIC X(132).         DBNK218P
011600                                                                  DBNK218P
011700 FD  BNKMSVC-FILE.                                                DBNK218P
011800 01  BNKMSVC-REC.                                                 DBNK218P
011900 COPY CBANKVMS.                                                   DBNK218P
012000                                                                  DBNK218P
012100 FD  BNKMCAP-FILE.                                                DBNK218P
012200 01  BNKMCAP-REC.                                                 DBNK218P
012300 COPY CBANKVMP.                                                   DBNK218P
012400                                                                  DBNK218P
012500 FD  BNKLOAN-FILE.                                                DBNK218P
012600 01  BNKLOAN-REC.                                                 DBNK218P
012700 COPY CBANKVLN.                                                   DBNK218P
012800                                                                  DBNK218P
012900 FD  BNKACC-FILE.                                                 DBNK218P
013000 01  BNKACC-REC.                                                  DBNK218P
013100 COPY CBANKVAC.                                                   DBNK218P
013200                                                                  DBNK218P
013300 FD  BNKPARM-FILE.                                                DBNK218P
013400 01  BNKPARM-REC.                                                 DBNK218P
013500 COPY CBANKVPM.                                                   DBNK218P
013600                                                                  DBNK218P
013700 WORKING-STORAGE SECTION.                                         DBNK218P
013800 COPY CTIMERD.                                                    DBNK218P
013900                                                                  DBNK218P
014000 01  WS-MISC-STORAGE.                                             DBNK218P
014100   05  WS-PROGRAM-ID                         PIC X(8)             DBNK218P
014200       VALUE 'DBNK218P'.                                          DBNK218P
014300                                                                  DBNK218P
014400   05  WS-MILELIG-STATUS.                                         DBNK218P
014500     10  WS-MILELIG-STAT1                    PIC X(1).            DBNK218P
014600     10  WS-MILELIG-STAT2                    PIC X(1).            DBNK218P
014700                                                                  DBNK218P
014800   05  WS-MILRPT-STATUS.                                          DBNK218P
014900     10  WS-MILRPT-STAT1                     PIC X(1).            DBNK218P
015000     10  WS-MILRPT-STAT2                     PIC X(1).            DBNK218P
015100                                                                  DBNK218P
015200   05  WS-BNKMSVC-STATUS.                                         DBNK218P
015300     10  WS-BNKMSVC-STAT1                    PIC X(1).            DBNK218P
015400     10  WS-BNKMSVC-STAT2                    PIC X(1).            DBNK218P
015500                                                                  DBNK218P
015600   05  WS-BNKMCAP-STATUS.                                         DBNK218P
015700     10  WS-BNKMCAP-STAT1                    PIC X(1).            DBNK218P
015800     10  WS-BNKMCAP-STAT2                    PIC X(1).            DBNK218P
015900                                                                  DBNK218P
016000   05  WS-BNKLOAN-STATUS.                                         DBNK218P
016100     10  WS-BNKLOAN-STAT1                    PIC X(1).            DBNK218P
016200     10  WS-BNKLOAN-STAT2                    PIC X(1).            DBNK218P
016300                                                                  DBNK218P
016400   05  WS-BNKACC-STATUS.                                          DBNK218P
016500     10  WS-BNKACC-STAT1                     PIC X(1).            DBNK218P
016600     10  WS-BNKACC-STAT2                     PIC X(1).            DBNK218P
016700                                                                  DBNK218P
016800   05  WS-BNKPARM-STATUS.                                         DBNK218P
016900     10  WS-BNKPARM-STAT1                    PIC X(1).            DBNK218P
017000     10  WS-BNKPARM-STAT2                    PIC X(1).            DBNK218P
017100                                                                  DBNK218P
017200   05  WS-IO-STATUS.                                              DBNK218P
017300     10  WS-IO-STAT1                         PIC X(1).            DBNK218P
017400     10  WS-IO-STAT2                         PIC X(1).            DBNK218P
017500                                                                  DBNK218P
017600   05  WS-TWO-BYTES.                                              DBNK218P
017700     10  WS-TWO-BYTES-LEFT                   PIC X(1).            DBNK218P
017800     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            DBNK218P
017900   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK218P
018000                                             PIC 9(1) COMP.       DBNK218P
018100                                                                  DBNK218P
018200   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK218P
018300     88  OPEN-OK                              VALUE 0.            DBNK218P
018400                                                                  DBNK218P
018500   05  WS-FILE                               PIC X(16).           DBNK218P
018600                                                                  DBNK218P
018700   05  WS-CAP-RATE                           PIC S9(3)V9(3)       DBNK218P
018800                                             COMP-3.              DBNK218P
018900   05  WS-CONTRACT-RATE                      PIC S9(3)V9(3)       DBNK218P
019000                                             COMP-3.              DBNK218P
019100   05  WS-CAP-KIND                           PIC X(1).            DBNK218P
019200   05  WS-CAP-ACCNO                          PIC X(9).            DBNK218P
019300                                                                  DBNK218P
019400   05  WS-ELIG-COUNT                         PIC S9(7) COMP-3     DBNK218P
019500       VALUE ZERO.                                                DBNK218P
019600   05  WS-ELIG-HASH                          PIC S9(13)V99        DBNK218P
019700                                             COMP-3 VALUE ZERO.   DBNK218P
019800   05  WS-ELIG-READ                          PIC 9(7)             DBNK218P
019900       VALUE ZERO.                                                DBNK218P
020000   05  WS-PERIODS-VERIFIED                   PIC 9(5)             DBNK218P
020100       VALUE ZERO.                                                DBNK218P
020200   05  WS-PERIODS-ADDED                      PIC 9(5)             DBNK218P
020300       VALUE ZERO.                                                DBNK218P
020400   05  WS-PERIODS-REJECTED                   PIC 9(5)             DBNK218P
020500       VALUE ZERO.                                                DBNK218P
020600   05  WS-PERIODS-ENDED                      PIC 9(5)             DBNK218P
020700       VALUE ZERO.                                                DBNK218P
020800   05  WS-ELIG-UNMATCHED                     PIC 9(5)             DBNK218P
020900       VALUE ZERO.                                                DBNK218P
021000   05  WS-CAPS-SET                           PIC 9(5)             DBNK218P
021100       VALUE ZERO.                                                DBNK218P
021200   05  WS-CAPS-RESTORED                      PIC 9(5)             DBNK218P
021300       VALUE ZERO.                                                DBNK218P
021400   05  WS-PID-CAPPED                         PIC 9(3).            DBNK218P
021500   05  WS-RPT-CAPPED                         PIC 9(5)             DBNK218P
021600       VALUE ZERO.                                                DBNK218P
021700   05  WS-RPT-RESTORED                       PIC 9(5)             DBNK218P
021800       VALUE ZERO.                                                DBNK218P
021900   05  WS-FORGONE-TOTAL                      PIC S9(11)V99        DBNK218P
022000                                             COMP-3 VALUE ZERO.   DBNK218P
022100                                                                  DBNK218P
022200   05  WS-ELIG-APPLY                         PIC X(1).            DBNK218P
022300     88  WS-ELIG-IS-NEW                       VALUE 'Y'.          DBNK218P
022400     88  WS-ELIG-IS-REPLAY                    VALUE 'N'.          DBNK218P
022500                                                                  DBNK218P
022600   05  WS-PERIOD-FOUND                       PIC X(1).            DBNK218P
022700     88  WS-PERIOD-IS-FOUND                   VALUE 'Y'.          DBNK218P
022800     88  WS-PERIOD-NOT-FOUND                  VALUE 'N'.          DBNK218P
022900                                                                  DBNK218P
023000* The same walk of a customer's loans and accounts both sets the  DBNK218P
023100* caps and restores them                                          DBNK218P
023200   05  WS-WALK-MODE                          PIC X(1).            DBNK218P
023300     88  WS-WALK-TO-CAP                       VALUE 'C'.          DBNK218P
023400     88  WS-WALK-TO-RESTORE                   VALUE 'R'.          DBNK218P
023500                                                                  DBNK218P
023600   05  WS-EDIT-RATE                          PIC ZZ9.999.         DBNK218P
023700   05  WS-EDIT-CONTRACT                      PIC X(7).            DBNK218P
023800   05  WS-EDIT-CAP                           PIC ZZ9.999.         DBNK218P
023900   05  WS-EDIT-AMT                           PIC ZZZ,ZZZ,ZZ9.99.  DBNK218P
024000   05  WS-EDIT-TOTAL                         PIC                  DBNK218P
024100                                       ZZ,ZZZ,ZZZ,ZZ9.99.         DBNK218P
024200   05  WS-SUB1                               PIC S9(4) COMP.      DBNK218P
024300                                                                  DBNK218P
024400* The customer's loan accounts, noted as the loans are walked so  DBNK218P
024500* the account walk does not take one for an overdraft             DBNK218P
024600 01  WS-LOAN-TABLE.                                               DBNK218P
024700   05  WS-LOAN-COUNT                         PIC S9(4) COMP.      DBNK218P
024800   05  WS-LOAN-ACCNO OCCURS 20 TIMES         PIC X(9).            DBNK218P
024900   05  WS-LOAN-FOUND                         PIC X(1).            DBNK218P
025000     88  WS-LOAN-IS-FOUND                     VALUE 'Y'.          DBNK218P
025100     88  WS-LOAN-NOT-FOUND                    VALUE 'N'.          DBNK218P
025200                                                                  DBNK218P
025300 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK218P
025400                                                                  DBNK218P
025500 01  WS-BCTL-DATA.                                                DBNK218P
025600 COPY CBCTLD.                                                     DBNK218P
025700                                                                  DBNK218P
025800 01  WS-BUSD-DATA.                                                DBNK218P
025900 COPY CBUSDD.                                                     DBNK218P
026000                                                                  DBNK218P
026100 01  WS-FCTL-DATA.                                                DBNK218P
026200 COPY CFCTLD.                                                     DBNK218P
026300                                                                  DBNK218P
026400 PROCEDURE DIVISION.                                              DBNK218P
026500     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK218P
026600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK218P
026700     PERFORM RUN-TIME.                                            DBNK218P
026800                                                                  DBNK218P
026900***************************************************************** DBNK218P
027000* Register this run in the batch control file against the       * DBNK218P
027100* business date, which decides when a period has ended          * DBNK218P
027200***************************************************************** DBNK218P
027300     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK218P
027400     MOVE 'DBNK218P' TO BCTL-JOB-NAME.                            DBNK218P
027500     MOVE BUSD-DATE TO BCTL-BUS-DATE.                             DBNK218P
027600     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK218P
027700     SET BCTL-FUNC-START TO TRUE.                                 DBNK218P
027800     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK218P
027900     IF NOT BCTL-OK                                               DBNK218P
028000        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK218P
028100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK218P
028200        MOVE 8 TO RETURN-CODE                                     DBNK218P
028300        GO TO QUICK-EXIT                                          DBNK218P
028400     END-IF.                                                      DBNK218P
028500     SET OPEN-OK TO TRUE.                                         DBNK218P
028600                                                                  DBNK218P
028700     OPEN INPUT MILELIG-FILE.                                     DBNK218P
028800     MOVE WS-MILELIG-STATUS TO WS-IO-STATUS.                      DBNK218P
028900     MOVE 'MILELIG-FILE' TO WS-FILE.                              DBNK218P
029000     PERFORM CHECK-OPEN THRU                                      DBNK218P
029100             CHECK-OPEN-EXIT.                                     DBNK218P
029200                                                                  DBNK218P
029300     OPEN OUTPUT MILRPT-FILE.                                     DBNK218P
029400     MOVE WS-MILRPT-STATUS TO WS-IO-STATUS.                       DBNK218P
029500     MOVE 'MILRPT-FILE' TO WS-FILE.                               DBNK218P
029600     PERFORM CHECK-OPEN THRU                                      DBNK218P
029700             CHECK-OPEN-EXIT.                                     DBNK218P
029800                                                                  DBNK218P
029900     OPEN I-O BNKMSVC-FILE.                                       DBNK218P
030000     MOVE WS-BNKMSVC-STATUS TO WS-IO-STATUS.                      DBNK218P
030100     MOVE 'BNKMSVC-FILE' TO WS-FILE.                              DBNK218P
030200     PERFORM CHECK-OPEN THRU                                      DBNK218P
030300             CHECK-OPEN-EXIT.                                     DBNK218P
030400                                                                  DBNK218P
030500     OPEN I-O BNKMCAP-FILE.                                       DBNK218P
030600     MOVE WS-BNKMCAP-STATUS TO WS-IO-STATUS.                      DBNK218P
030700     MOVE 'BNKMCAP-FILE' TO WS-FILE.                              DBNK218P
030800     PERFORM CHECK-OPEN THRU                                      DBNK218P
030900             CHECK-OPEN-EXIT.                                     DBNK218P
031000                                                                  DBNK218P
031100     OPEN INPUT BNKLOAN-FILE.                                     DBNK218P
031200     MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS.                      DBNK218P
031300     MOVE 'BNKLOAN-FILE' TO WS-FILE.                              DBNK218P
031400     PERFORM CHECK-OPEN THRU                                      DBNK218P
031500             CHECK-OPEN-EXIT.                                     DBNK218P
031600                                                                  DBNK218P
031700     OPEN INPUT BNKACC-FILE.                                      DBNK218P
031800     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK218P
031900     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK218P
032000     PERFORM CHECK-OPEN THRU                                      DBNK218P
032100             CHECK-OPEN-EXIT.                                     DBNK218P
032200                                                                  DBNK218P
032300     OPEN INPUT BNKPARM-FILE.                                     DBNK218P
032400     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBNK218P
032500     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBNK218P
032600     PERFORM CHECK-OPEN THRU                                      DBNK218P
032700             CHECK-OPEN-EXIT.                                     DBNK218P
032800                                                                  DBNK218P
032900     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK218P
033000        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK218P
033100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK218P
033200        MOVE 16 TO RETURN-CODE                                    DBNK218P
033300        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK218P
033400        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK218P
033500        GO TO QUICK-EXIT                                          DBNK218P
033600     END-IF.                                                      DBNK218P
033700                                                                  DBNK218P
033800*    the cap rate, a percentage like the loan rates it is set     DBNK218P
033900*    against                                                      DBNK218P
034000     MOVE 6 TO WS-CAP-RATE.                                       DBNK218P
034100     MOVE 'MILCAP  ' TO PRM-REC-KEY.                              DBNK218P
034200     READ BNKPARM-FILE                                            DBNK218P
034300       INVALID KEY                                                DBNK218P
034400         MOVE 'No MILCAP parameter - cap rate 6.000'              DBNK218P
034500           TO WS-CONSOLE-MESSAGE                                  DBNK218P
034600         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK218P
034700       NOT INVALID KEY                                            DBNK218P
034800         IF PRM-REC-AMOUNT IS GREATER THAN ZERO                   DBNK218P
034900            MOVE PRM-REC-AMOUNT TO WS-CAP-RATE                    DBNK218P
035000         END-IF                                                   DBNK218P
035100     END-READ.                                                    DBNK218P
035200     CLOSE BNKPARM-FILE.                                          DBNK218P
035300                                                                  DBNK218P
035400***************************************************************** DBNK218P
035500* Count the eligibility file through once and ask the file      * DBNK218P
035600* control service whether this copy has been applied already -  * DBNK218P
035700* a replay is skipped, though the caps are still reviewed       * DBNK218P
035800***************************************************************** DBNK218P
035900 PRESCAN-LOOP.                                                    DBNK218P
036000     READ MILELIG-FILE                                            DBNK218P
036100       AT END                                                     DBNK218P
036200         GO TO PRESCAN-ENDED                                      DBNK218P
036300     END-READ.                                                    DBNK218P
036400     ADD 1 TO WS-ELIG-COUNT.                                      DBNK218P
036500     IF ELG-REC-START IS NUMERIC                                  DBNK218P
036600        ADD ELG-REC-START-N TO WS-ELIG-HASH                       DBNK218P
036700     END-IF.                                                      DBNK218P
036800     GO TO PRESCAN-LOOP.                                          DBNK218P
036900 PRESCAN-ENDED.                                                   DBNK218P
037000     CLOSE MILELIG-FILE.                                          DBNK218P
037100     SET WS-ELIG-IS-NEW TO TRUE.                                  DBNK218P
037200     IF WS-ELIG-COUNT IS EQUAL TO ZERO                            DBNK218P
037300        MOVE 'Eligibility file is empty' TO WS-CONSOLE-MESSAGE    DBNK218P
037400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK218P
037500        SET WS-ELIG-IS-REPLAY TO TRUE                             DBNK218P
037600        GO TO ELIG-ENDED                                          DBNK218P
037700     END-IF.                                                      DBNK218P
037800     MOVE SPACES TO WS-FCTL-DATA.                                 DBNK218P
037900     MOVE 'MILELIG ' TO FCTL-STREAM.                              DBNK218P
038000     MOVE BUSD-DATE TO FCTL-BUS-DATE.                             DBNK218P
038100     MOVE 'DBNK218P' TO FCTL-JOB-NAME.                            DBNK218P
038200     MOVE WS-ELIG-COUNT TO FCTL-ITEM-COUNT.                       DBNK218P
038300     MOVE WS-ELIG-HASH TO FCTL-HASH-TOTAL.                        DBNK218P
038400     SET FCTL-FUNC-CHECK TO TRUE.                                 DBNK218P
038500     CALL 'UFILCTL' USING WS-FCTL-DATA.                           DBNK218P
038600     IF FCTL-DUPLICATE                                            DBNK218P
038700        MOVE FCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK218P
038800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK218P
038900        MOVE 'Eligibility file not applied again'                 DBNK218P
039000          TO WS-CONSOLE-MESSAGE                                   DBNK218P
039100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK218P
039200        SET WS-ELIG-IS-REPLAY TO TRUE                             DBNK218P
039300        GO TO ELIG-ENDED                                          DBNK218P
039400     END-IF.                                                      DBNK218P
039500     OPEN INPUT MILELIG-FILE.                                     DBNK218P
039600                                                                  DBNK218P
039700 ELIG-LOOP.                                                       DBNK218P
039800     READ MILELIG-FILE                                            DBNK218P
039900       AT END                                                     DBNK218P
040000         GO TO ELIG-CLOSE                                         DBNK218P
040100     END-READ.                                                    DBNK218P
040200     ADD 1 TO WS-ELIG-READ.                                       DBNK218P
040300     PERFORM APPLY-ELIGIBILITY THRU                               DBNK218P
040400             APPLY-ELIGIBILITY-EXIT.                              DBNK218P
040500     GO TO ELIG-LOOP.                                             DBNK218P
040600 ELIG-CLOSE.                                                      DBNK218P
040700     CLOSE MILELIG-FILE.                                          DBNK218P
040800 ELIG-ENDED.                                                      DBNK218P
040900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK218P
041000     STRING WS-ELIG-READ                 DELIMITED BY SIZE        DBNK218P
041100            ' eligibility records applied'                        DBNK218P
041200                                         DELIMITED BY SIZE        DBNK218P
041300       INTO WS-CONSOLE-MESSAGE.                                   DBNK218P
041400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK218P
041500                                                                  DBNK218P
041600***************************************************************** DBNK218P
041700* Review every verified period: one whose active duty has ended * DBNK218P
041800* has its caps restored, one under way has the customer's loans * DBNK218P
041900* and overdrafts capped or their caps brought up to date        * DBNK218P
042000***************************************************************** DBNK218P
042100     MOVE LOW-VALUES TO MSV-REC-KEY.                              DBNK218P
042200     START BNKMSVC-FILE KEY IS NOT LESS THAN MSV-REC-KEY          DBNK218P
042300       INVALID KEY                                                DBNK218P
042400         GO TO PERIOD-ENDED                                       DBNK218P
042500     END-START.                                                   DBNK218P
042600 PERIOD-LOOP.                                                     DBNK218P
042700     READ BNKMSVC-FILE NEXT                                       DBNK218P
042800       AT END                                                     DBNK218P
042900         GO TO PERIOD-ENDED                                       DBNK218P
043000     END-READ.                                                    DBNK218P
043100     IF NOT MSV-REC-IS-VERIFIED                                   DBNK218P
043200        GO TO PERIOD-LOOP                                         DBNK218P
043300     END-IF.                                                      DBNK218P
043400     IF MSV-REC-ACTIVE-END IS NOT EQUAL TO SPACES AND             DBNK218P
043500        MSV-REC-ACTIVE-END IS LESS THAN BUSD-DATE                 DBNK218P
043600        SET WS-WALK-TO-RESTORE TO TRUE                            DBNK218P
043700        PERFORM WALK-CUSTOMER THRU                                DBNK218P
043800                WALK-CUSTOMER-EXIT                                DBNK218P
043900        SET MSV-REC-IS-ENDED TO TRUE                              DBNK218P
044000        MOVE BUSD-DATE TO MSV-REC-ENDED-DATE                      DBNK218P
044100        MOVE 0 TO MSV-REC-CAPPED-COUNT                            DBNK218P
044200        ADD 1 TO WS-PERIODS-ENDED                                 DBNK218P
044300     ELSE                                                         DBNK218P
044400        IF MSV-REC-ACTIVE-START IS GREATER THAN BUSD-DATE         DBNK218P
044500           GO TO PERIOD-LOOP                                      DBNK218P
044600        END-IF                                                    DBNK218P
044700        SET WS-WALK-TO-CAP TO TRUE                                DBNK218P
044800        PERFORM WALK-CUSTOMER THRU                                DBNK218P
044900                WALK-CUSTOMER-EXIT                                DBNK218P
045000        MOVE WS-PID-CAPPED TO MSV-REC-CAPPED-COUNT                DBNK218P
045100     END-IF.                                                      DBNK218P
045200     REWRITE BNKMSVC-REC                                          DBNK218P
045300       INVALID KEY                                                DBNK218P
045400         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBNK218P
045500         STRING 'Unable to rewrite service period for '           DBNK218P
045600                                     DELIMITED BY SIZE            DBNK218P
045700                MSV-REC-PID          DELIMITED BY SIZE            DBNK218P
045800           INTO WS-CONSOLE-MESSAGE                                DBNK218P
045900         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK218P
046000     END-REWRITE.                                                 DBNK218P
046100     GO TO PERIOD-LOOP.                                           DBNK218P
046200 PERIOD-ENDED.                                                    DBNK218P
046300                                                                  DBNK218P
046400     PERFORM WRITE-REPORT THRU                                    DBNK218P
046500             WRITE-REPORT-EXIT.                                   DBNK218P
046600                                                                  DBNK218P
046700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK218P
046800     STRING WS-PERIODS-VERIFIED          DELIMITED BY SIZE        DBNK218P
046900            ' periods verified, '        DELIMITED BY SIZE        DBNK218P
047000            WS-PERIODS-ADDED             DELIMITED BY SIZE        DBNK218P
047100            ' added from the file'       DELIMITED BY SIZE        DBNK218P
047200       INTO WS-CONSOLE-MESSAGE.                                   DBNK218P
047300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK218P
047400     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK218P
047500     STRING WS-PERIODS-REJECTED          DELIMITED BY SIZE        DBNK218P
047600            ' claims rejected, '         DELIMITED BY SIZE        DBNK218P
047700            WS-ELIG-UNMATCHED            DELIMITED BY SIZE        DBNK218P
047800            ' records with no claim'     DELIMITED BY SIZE        DBNK218P
047900       INTO WS-CONSOLE-MESSAGE.                                   DBNK218P
048000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK218P
048100     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK218P
048200     STRING WS-CAPS-SET                  DELIMITED BY SIZE        DBNK218P
048300            ' accounts capped, '         DELIMITED BY SIZE        DBNK218P
048400            WS-CAPS-RESTORED             DELIMITED BY SIZE        DBNK218P
048500            ' restored'                  DELIMITED BY SIZE        DBNK218P
048600       INTO WS-CONSOLE-MESSAGE.                                   DBNK218P
048700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK218P
048800     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK218P
048900     STRING WS-PERIODS-ENDED             DELIMITED BY SIZE        DBNK218P
049000            ' service periods ended'     DELIMITED BY SIZE        DBNK218P
049100       INTO WS-CONSOLE-MESSAGE.                                   DBNK218P
049200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK218P
049300                                                                  DBNK218P
049400     CLOSE MILRPT-FILE.                                           DBNK218P
049500     CLOSE BNKMSVC-FILE.                                          DBNK218P
049600     CLOSE BNKMCAP-FILE.                                          DBNK218P
049700     CLOSE BNKLOAN-FILE.                                          DBNK218P
049800     CLOSE BNKACC-FILE.                                           DBNK218P
049900                                                                  DBNK218P
050000*    file applied clean - register it so a replayed copy is       DBNK218P
050100*    refused next time                                            DBNK218P
050200     IF WS-ELIG-IS-NEW                                            DBNK218P
050300        SET FCTL-FUNC-REGISTER-IN TO TRUE                         DBNK218P
050400        CALL 'UFILCTL' USING WS-FCTL-DATA                         DBNK218P
050500     END-IF.                                                      DBNK218P
050600                                                                  DBNK218P
050700     SET BCTL-FUNC-END TO TRUE.                                   DBNK218P
050800     MOVE WS-ELIG-READ TO BCTL-RECORD-COUNT.                      DBNK218P
050900     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK218P
051000     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK218P
051100                                                                  DBNK218P
051200     PERFORM RUN-TIME.                                            DBNK218P
051300                                                                  DBNK218P
051400     MOVE 0 TO RETURN-CODE.                                       DBNK218P
051500 QUICK-EXIT.                                                      DBNK218P
051600     GOBACK.                                                      DBNK218P
051700                                                                  DBNK218P
051800***************************************************************** DBNK218P
051900* Apply one eligibility record to the customer's open period -  * DBNK218P
052000* pending or verified. The official dates always replace the    * DBNK218P
052100* ones on file. A pending claim the file does not confirm is    * DBNK218P
052200* rejected; a verified period the file shows finished takes its * DBNK218P
052300* end date (the business date if none is given). A customer on  * DBNK218P
052400* active duty with no open period is entered from the file      * DBNK218P
052500***************************************************************** DBNK218P
052600 APPLY-ELIGIBILITY.                                               DBNK218P
052700     IF ELG-REC-PID IS EQUAL TO SPACES OR                         DBNK218P
052800        (NOT ELG-REC-ON-DUTY AND NOT ELG-REC-OFF-DUTY)            DBNK218P
052900        GO TO APPLY-ELIGIBILITY-EXIT                              DBNK218P
053000     END-IF.                                                      DBNK218P
053100     IF ELG-REC-ON-DUTY AND                                       DBNK218P
053200        (ELG-REC-START IS NOT NUMERIC OR                          DBNK218P
053300         (ELG-REC-END IS NOT EQUAL TO SPACES AND                  DBNK218P
053400          ELG-REC-END IS NOT NUMERIC))                            DBNK218P
053500        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK218P
053600        STRING 'Eligibility dates not valid for '                 DBNK218P
053700                                     DELIMITED BY SIZE            DBNK218P
053800               ELG-REC-PID           DELIMITED BY SIZE            DBNK218P
053900          INTO WS-CONSOLE-MESSAGE                                 DBNK218P
054000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK218P
054100        GO TO APPLY-ELIGIBILITY-EXIT                              DBNK218P
054200     END-IF.                                                      DBNK218P
054300     PERFORM FIND-OPEN-PERIOD THRU                                DBNK218P
054400             FIND-OPEN-PERIOD-EXIT.                               DBNK218P
054500     IF WS-PERIOD-NOT-FOUND                                       DBNK218P
054600        IF ELG-REC-ON-DUTY                                        DBNK218P
054700           PERFORM ADD-PERIOD THRU                                DBNK218P
054800                   ADD-PERIOD-EXIT                                DBNK218P
054900        ELSE                                                      DBNK218P
055000           ADD 1 TO WS-ELIG-UNMATCHED                             DBNK218P
055100        END-IF                                                    DBNK218P
055200        GO TO APPLY-ELIGIBILITY-EXIT                              DBNK218P
055300     END-IF.                                                      DBNK218P
055400     IF ELG-REC-ON-DUTY                                           DBNK218P
055500        IF MSV-REC-IS-PENDING                                     DBNK218P
055600           SET MSV-REC-IS-VERIFIED TO TRUE                        DBNK218P
055700           MOVE BUSD-DATE TO MSV-REC-VERIFIED-DATE                DBNK218P
055800           ADD 1 TO WS-PERIODS-VERIFIED                           DBNK218P
055900        END-IF                                                    DBNK218P
056000        MOVE ELG-REC-START TO MSV-REC-ACTIVE-START                DBNK218P
056100        MOVE ELG-REC-END TO MSV-REC-ACTIVE-END                    DBNK218P
056200        MOVE ELG-REC-CERT-REF TO MSV-REC-ELIG-REF                 DBNK218P
056300     ELSE                                                         DBNK218P
056400        IF MSV-REC-IS-PENDING                                     DBNK218P
056500           SET MSV-REC-IS-REJECTED TO TRUE                        DBNK218P
056600           MOVE BUSD-DATE TO MSV-REC-VERIFIED-DATE                DBNK218P
056700           ADD 1 TO WS-PERIODS-REJECTED                           DBNK218P
056800        ELSE                                                      DBNK218P
056900           IF ELG-REC-END IS NUMERIC                              DBNK218P
057000              MOVE ELG-REC-END TO MSV-REC-ACTIVE-END              DBNK218P
057100           ELSE                                                   DBNK218P
057200              MOVE BUSD-DATE TO MSV-REC-ACTIVE-END                DBNK218P
057300           END-IF                                                 DBNK218P
057400        END-IF                                                    DBNK218P
057500     END-IF.                                                      DBNK218P
057600     REWRITE BNKMSVC-REC                                          DBNK218P
057700       INVALID KEY                                                DBNK218P
057800         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBNK218P
057900         STRING 'Unable to rewrite service period for '           DBNK218P
058000                                     DELIMITED BY SIZE            DBNK218P
058100                MSV-REC-PID          DELIMITED BY SIZE            DBNK218P
058200           INTO WS-CONSOLE-MESSAGE                                DBNK218P
058300         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK218P
058400     END-REWRITE.                                                 DBNK218P
058500 APPLY-ELIGIBILITY-EXIT.                                          DBNK218P
058600     EXIT.                                                        DBNK218P
058700                                                                  DBNK218P
058800***************************************************************** DBNK218P
058900* Browse the customer's periods by key for the open one, which  * DBNK218P
059000* is left in the record area                                    * DBNK218P
059100***************************************************************** DBNK218P
059200 FIND-OPEN-PERIOD.                                                DBNK218P
059300     SET WS-PERIOD-NOT-FOUND TO TRUE.                             DBNK218P
059400     MOVE ELG-REC-PID TO MSV-REC-PID.                             DBNK218P
059500     MOVE LOW-VALUES TO MSV-REC-CLAIM-START.                      DBNK218P
059600     START BNKMSVC-FILE KEY IS NOT LESS THAN MSV-REC-KEY          DBNK218P
059700       INVALID KEY                                                DBNK218P
059800         GO TO FIND-OPEN-PERIOD-EXIT                              DBNK218P
059900     END-START.                                                   DBNK218P
060000 FIND-OPEN-PERIOD-LOOP.                                           DBNK218P
060100     READ BNKMSVC-FILE NEXT                                       DBNK218P
060200       AT END                                                     DBNK218P
060300         GO TO FIND-OPEN-PERIOD-EXIT                              DBNK218P
060400     END-READ.                                                    DBNK218P
060500     IF MSV-REC-PID IS NOT EQUAL TO ELG-REC-PID                   DBNK218P
060600        GO TO FIND-OPEN-PERIOD-EXIT                               DBNK218P
060700     END-IF.                                                      DBNK218P
060800     IF MSV-REC-IS-OPEN                                           DBNK218P
060900        SET WS-PERIOD-IS-FOUND TO TRUE                            DBNK218P
061000        GO TO FIND-OPEN-PERIOD-EXIT                               DBNK218P
061100     END-IF.                                                      DBNK218P
061200     GO TO FIND-OPEN-PERIOD-LOOP.                                 DBNK218P
061300 FIND-OPEN-PERIOD-EXIT.                                           DBNK218P
061400     EXIT.                                                        DBNK218P
061500                                                                  DBNK218P
061600***************************************************************** DBNK218P
061700* Enter a verified period for a customer the file shows on      * DBNK218P
061800* active duty who has not told us. A closed entry already keyed * DBNK218P
061900* on the same start date is reopened instead                    * DBNK218P
062000***************************************************************** DBNK218P
062100 ADD-PERIOD.                                                      DBNK218P
062200     MOVE SPACES TO BNKMSVC-REC.                                  DBNK218P
062300     MOVE ELG-REC-PID TO MSV-REC-PID.                             DBNK218P
062400     MOVE ELG-REC-START TO MSV-REC-CLAIM-START.                   DBNK218P
062500     READ BNKMSVC-FILE                                            DBNK218P
062600       INVALID KEY                                                DBNK218P
062700         MOVE SPACES TO BNKMSVC-REC                               DBNK218P
062800         MOVE ELG-REC-PID TO MSV-REC-PID                          DBNK218P
062900         MOVE ELG-REC-START TO MSV-REC-CLAIM-START                DBNK218P
063000         MOVE ELG-REC-END TO MSV-REC-CLAIM-END                    DBNK218P
063100         MOVE BUSD-DATE TO MSV-REC-RECORDED-DATE                  DBNK218P
063200         MOVE 'BATCH' TO MSV-REC-RECORDED-BY                      DBNK218P
063300         MOVE 0 TO MSV-REC-CAPPED-COUNT                           DBNK218P
063400         SET WS-PERIOD-NOT-FOUND TO TRUE                          DBNK218P
063500       NOT INVALID KEY                                            DBNK218P
063600         SET WS-PERIOD-IS-FOUND TO TRUE                           DBNK218P
063700     END-READ.                                                    DBNK218P
063800     SET MSV-REC-IS-VERIFIED TO TRUE.                             DBNK218P
063900     MOVE ELG-REC-START TO MSV-REC-ACTIVE-START.                  DBNK218P
064000     MOVE ELG-REC-END TO MSV-REC-ACTIVE-END.                      DBNK218P
064100     MOVE ELG-REC-CERT-REF TO MSV-REC-ELIG-REF.                   DBNK218P
064200     MOVE BUSD-DATE TO MSV-REC-VERIFIED-DATE.                     DBNK218P
064300     MOVE SPACES TO MSV-REC-ENDED-DATE.                           DBNK218P
064400     IF WS-PERIOD-IS-FOUND                                        DBNK218P
064500        REWRITE BNKMSVC-REC                                       DBNK218P
064600          INVALID KEY                                             DBNK218P
064700            MOVE 'Unable to reopen service period'                DBNK218P
064800              TO WS-CONSOLE-MESSAGE                               DBNK218P
064900            PERFORM DISPLAY-CONSOLE-MESSAGE                       DBNK218P
065000            GO TO ADD-PERIOD-EXIT                                 DBNK218P
065100        END-REWRITE                                               DBNK218P
065200     ELSE                                                         DBNK218P
065300        WRITE BNKMSVC-REC                                         DBNK218P
065400          INVALID KEY                                             DBNK218P
065500            MOVE 'Unable to add service period'                   DBNK218P
065600              TO WS-CONSOLE-MESSAGE                               DBNK218P
065700            PERFORM DISPLAY-CONSOLE-MESSAGE                       DBNK218P
065800            GO TO ADD-PERIOD-EXIT                                 DBNK218P
065900        END-WRITE                                                 DBNK218P
066000     END-IF.                                                      DBNK218P
066100     ADD 1 TO WS-PERIODS-ADDED.                                   DBNK218P
066200 ADD-PERIOD-EXIT.                                                 DBNK218P
066300     EXIT.                                                        DBNK218P
066400                                                                  DBNK218P
066500***************************************************************** DBNK218P
066600* Walk the customer's drawn loans through the PID index, then   * DBNK218P
066700* their deposit accounts, capping or restoring each. Only a     * DBNK218P
066800* loan quoted before active duty began counts as debt from      * DBNK218P
066900* before service, and only an account with an overdraft limit   * DBNK218P
067000* or a debit balance is capped as an overdraft. A restore walks * DBNK218P
067100* closed accounts too, so every cap of the period is lifted     * DBNK218P
067200***************************************************************** DBNK218P
067300 WALK-CUSTOMER.                                                   DBNK218P
067400     MOVE 0 TO WS-LOAN-COUNT.                                     DBNK218P
067500     MOVE 0 TO WS-PID-CAPPED.                                     DBNK218P
067600     MOVE MSV-REC-PID TO BLN-REC-ALTKEY1-PID.                     DBNK218P
067700     MOVE LOW-VALUES TO BLN-REC-ALTKEY1-TIMESTAMP.                DBNK218P
067800     START BNKLOAN-FILE KEY IS NOT LESS THAN BLN-REC-ALTKEY1      DBNK218P
067900       INVALID KEY                                                DBNK218P
068000         GO TO WALK-LOANS-ENDED                                   DBNK218P
068100     END-START.                                                   DBNK218P
068200 WALK-LOANS-LOOP.                                                 DBNK218P
068300     READ BNKLOAN-FILE NEXT                                       DBNK218P
068400       AT END                                                     DBNK218P
068500         GO TO WALK-LOANS-ENDED                                   DBNK218P
068600     END-READ.                                                    DBNK218P
068700     IF BLN-REC-ALTKEY1-PID IS NOT EQUAL TO MSV-REC-PID           DBNK218P
068800        GO TO WALK-LOANS-ENDED                                    DBNK218P
068900     END-IF.                                                      DBNK218P
069000     IF NOT BLN-REC-QUOTE-DRAWN OR                                DBNK218P
069100        BLN-REC-IS-WHATIF OR                                      DBNK218P
069200        BLN-REC-LOAN-ACCNO IS EQUAL TO SPACES                     DBNK218P
069300        GO TO WALK-LOANS-LOOP                                     DBNK218P
069400     END-IF.                                                      DBNK218P
069500     IF WS-LOAN-COUNT IS LESS THAN 20                             DBNK218P
069600        ADD 1 TO WS-LOAN-COUNT                                    DBNK218P
069700        MOVE BLN-REC-LOAN-ACCNO TO WS-LOAN-ACCNO (WS-LOAN-COUNT)  DBNK218P
069800     END-IF.                                                      DBNK218P
069900     IF BLN-REC-DTE IS NOT LESS THAN MSV-REC-ACTIVE-START         DBNK218P
070000        GO TO WALK-LOANS-LOOP                                     DBNK218P
070100     END-IF.                                                      DBNK218P
070200     MOVE BLN-REC-LOAN-ACCNO TO WS-CAP-ACCNO.                     DBNK218P
070300     MOVE 'L' TO WS-CAP-KIND.                                     DBNK218P
070400     MOVE BLN-REC-RATE TO WS-CONTRACT-RATE.                       DBNK218P
070500     IF WS-WALK-TO-RESTORE                                        DBNK218P
070600        PERFORM RESTORE-ONE-ACCOUNT THRU                          DBNK218P
070700                RESTORE-ONE-ACCOUNT-EXIT                          DBNK218P
070800        GO TO WALK-LOANS-LOOP                                     DBNK218P
070900     END-IF.                                                      DBNK218P
071000     MOVE BLN-REC-LOAN-ACCNO TO BAC-REC-ACCNO.                    DBNK218P
071100     READ BNKACC-FILE                                             DBNK218P
071200       INVALID KEY                                                DBNK218P
071300         GO TO WALK-LOANS-LOOP                                    DBNK218P
071400     END-READ.                                                    DBNK218P
071500     IF NOT BAC-REC-ACC-IS-OPEN                                   DBNK218P
071600        GO TO WALK-LOANS-LOOP                                     DBNK218P
071700     END-IF.                                                      DBNK218P
071800     PERFORM CAP-ONE-ACCOUNT THRU                                 DBNK218P
071900             CAP-ONE-ACCOUNT-EXIT.                                DBNK218P
072000     GO TO WALK-LOANS-LOOP.                                       DBNK218P
072100 WALK-LOANS-ENDED.                                                DBNK218P
072200                                                                  DBNK218P
072300     MOVE MSV-REC-PID TO BAC-REC-PID.                             DBNK218P
072400     START BNKACC-FILE KEY IS NOT LESS THAN BAC-REC-PID           DBNK218P
072500       INVALID KEY                                                DBNK218P
072600         GO TO WALK-CUSTOMER-EXIT                                 DBNK218P
072700     END-START.                                                   DBNK218P
072800 WALK-ACCOUNTS-LOOP.                                              DBNK218P
072900     READ BNKACC-FILE NEXT                                        DBNK218P
073000       AT END                                                     DBNK218P
073100         GO TO WALK-CUSTOMER-EXIT                                 DBNK218P
073200     END-READ.                                                    DBNK218P
073300     IF BAC-REC-PID IS NOT EQUAL TO MSV-REC-PID                   DBNK218P
073400        GO TO WALK-CUSTOMER-EXIT                                  DBNK218P
073500     END-IF.                                                      DBNK218P
073600     SET WS-LOAN-NOT-FOUND TO TRUE.                               DBNK218P
073700     PERFORM CHECK-LOAN-ACCNO THRU                                DBNK218P
073800             CHECK-LOAN-ACCNO-EXIT                                DBNK218P
073900       VARYING WS-SUB1 FROM 1 BY 1                                DBNK218P
074000         UNTIL WS-SUB1 IS GREATER THAN WS-LOAN-COUNT.             DBNK218P
074100     IF WS-LOAN-IS-FOUND                                          DBNK218P
074200        GO TO WALK-ACCOUNTS-LOOP                                  DBNK218P
074300     END-IF.                                                      DBNK218P
074400     MOVE BAC-REC-ACCNO TO WS-CAP-ACCNO.                          DBNK218P
074500     MOVE 'O' TO WS-CAP-KIND.                                     DBNK218P
074600     MOVE ZERO TO WS-CONTRACT-RATE.                               DBNK218P
074700     IF WS-WALK-TO-RESTORE                                        DBNK218P
074800        PERFORM RESTORE-ONE-ACCOUNT THRU                          DBNK218P
074900                RESTORE-ONE-ACCOUNT-EXIT                          DBNK218P
075000        GO TO WALK-ACCOUNTS-LOOP                                  DBNK218P
075100     END-IF.                                                      DBNK218P
075200     IF NOT BAC-REC-ACC-IS-OPEN OR                                DBNK218P
075300        BAC-REC-IS-CHARGED-OFF                                    DBNK218P
075400        GO TO WALK-ACCOUNTS-LOOP                                  DBNK218P
075500     END-IF.                                                      DBNK218P
075600     IF BAC-REC-CREDIT-LIMIT IS NOT GREATER THAN ZERO AND         DBNK218P
075700        BAC-REC-BALANCE IS NOT LESS THAN ZERO                     DBNK218P
075800        GO TO WALK-ACCOUNTS-LOOP                                  DBNK218P
075900     END-IF.                                                      DBNK218P
076000     PERFORM CAP-ONE-ACCOUNT THRU                                 DBNK218P
076100             CAP-ONE-ACCOUNT-EXIT.                                DBNK218P
076200     GO TO WALK-ACCOUNTS-LOOP.                                    DBNK218P
076300 WALK-CUSTOMER-EXIT.                                              DBNK218P
076400     EXIT.                                                        DBNK218P
076500                                                                  DBNK218P
076600 CHECK-LOAN-ACCNO.                                                DBNK218P
076700     IF WS-LOAN-ACCNO (WS-SUB1) IS EQUAL TO BAC-REC-ACCNO         DBNK218P
076800        SET WS-LOAN-IS-FOUND TO TRUE                              DBNK218P
076900     END-IF.                                                      DBNK218P
077000 CHECK-LOAN-ACCNO-EXIT.                                           DBNK218P
077100     EXIT.                                                        DBNK218P
077200                                                                  DBNK218P
077300***************************************************************** DBNK218P
077400* Cap one account for the period. A new cap starts from the     * DBNK218P
077500* official start date; a cap already in place for the period    * DBNK218P
077600* takes any change to the dates and, for a loan, the current    * DBNK218P
077700* contract rate; a cap restored after an earlier period is      * DBNK218P
077800* taken up again, the interest forgone carried forward. An      * DBNK218P
077900* account capped under another period is left alone             * DBNK218P
078000***************************************************************** DBNK218P
078100 CAP-ONE-ACCOUNT.                                                 DBNK218P
078200     MOVE WS-CAP-ACCNO TO MCP-REC-ACCNO.                          DBNK218P
078300     READ BNKMCAP-FILE                                            DBNK218P
078400       INVALID KEY                                                DBNK218P
078500         GO TO CAP-NEW-ACCOUNT                                    DBNK218P
078600     END-READ.                                                    DBNK218P
078700     IF MCP-REC-IS-CAPPED AND                                     DBNK218P
078800        MCP-REC-SVC-START IS NOT EQUAL TO MSV-REC-CLAIM-START     DBNK218P
078900        GO TO CAP-ONE-ACCOUNT-EXIT                                DBNK218P
079000     END-IF.                                                      DBNK218P
079100     IF MCP-REC-IS-RESTORED                                       DBNK218P
079200        SET MCP-REC-IS-CAPPED TO TRUE                             DBNK218P
079300        MOVE MSV-REC-CLAIM-START TO MCP-REC-SVC-START             DBNK218P
079400        MOVE WS-CAP-RATE TO MCP-REC-CAP-RATE                      DBNK218P
079500        MOVE BUSD-DATE TO MCP-REC-SET-DATE                        DBNK218P
079600        MOVE SPACES TO MCP-REC-RESTORED-DATE                      DBNK218P
079700        ADD 1 TO WS-CAPS-SET                                      DBNK218P
079800     END-IF.                                                      DBNK218P
079900     MOVE WS-CAP-KIND TO MCP-REC-KIND.                            DBNK218P
080000     MOVE MSV-REC-ACTIVE-START TO MCP-REC-CAP-START.              DBNK218P
080100     MOVE MSV-REC-ACTIVE-END TO MCP-REC-CAP-END.                  DBNK218P
080200     MOVE WS-CONTRACT-RATE TO MCP-REC-CONTRACT-RATE.              DBNK218P
080300     REWRITE BNKMCAP-REC                                          DBNK218P
080400       INVALID KEY                                                DBNK218P
080500         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBNK218P
080600         STRING 'Unable to rewrite cap for '                      DBNK218P
080700                                     DELIMITED BY SIZE            DBNK218P
080800                WS-CAP-ACCNO         DELIMITED BY SIZE            DBNK218P
080900           INTO WS-CONSOLE-MESSAGE                                DBNK218P
081000         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK218P
081100         GO TO CAP-ONE-ACCOUNT-EXIT                               DBNK218P
081200     END-REWRITE.                                                 DBNK218P
081300     ADD 1 TO WS-PID-CAPPED.                                      DBNK218P
081400     GO TO CAP-ONE-ACCOUNT-EXIT.                                  DBNK218P
081500 CAP-NEW-ACCOUNT.                                                 DBNK218P
081600     MOVE SPACES TO BNKMCAP-REC.                                  DBNK218P
081700     MOVE WS-CAP-ACCNO TO MCP-REC-ACCNO.                          DBNK218P
081800     MOVE MSV-REC-PID TO MCP-REC-PID.                             DBNK218P
081900     MOVE WS-CAP-KIND TO MCP-REC-KIND.                            DBNK218P
082000     MOVE MSV-REC-CLAIM-START TO MCP-REC-SVC-START.               DBNK218P
082100     MOVE MSV-REC-ACTIVE-START TO MCP-REC-CAP-START.              DBNK218P
082200     MOVE MSV-REC-ACTIVE-END TO MCP-REC-CAP-END.                  DBNK218P
082300     MOVE WS-CONTRACT-RATE TO MCP-REC-CONTRACT-RATE.              DBNK218P
082400     MOVE WS-CAP-RATE TO MCP-REC-CAP-RATE.                        DBNK218P
082500     SET MCP-REC-IS-CAPPED TO TRUE.                               DBNK218P
082600     MOVE BUSD-DATE TO MCP-REC-SET-DATE.                          DBNK218P
082700     MOVE ZERO TO MCP-REC-FORGONE-AMT.                            DBNK218P
082800     WRITE BNKMCAP-REC                                            DBNK218P
082900       INVALID KEY                                                DBNK218P
083000         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBNK218P
083100         STRING 'Unable to write cap for '                        DBNK218P
083200                                     DELIMITED BY SIZE            DBNK218P
083300                WS-CAP-ACCNO         DELIMITED BY SIZE            DBNK218P
083400           INTO WS-CONSOLE-MESSAGE                                DBNK218P
083500         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK218P
083600         GO TO CAP-ONE-ACCOUNT-EXIT                               DBNK218P
083700     END-WRITE.                                                   DBNK218P
083800     ADD 1 TO WS-CAPS-SET.                                        DBNK218P
083900     ADD 1 TO WS-PID-CAPPED.                                      DBNK218P
084000 CAP-ONE-ACCOUNT-EXIT.                                            DBNK218P
084100     EXIT.                                                        DBNK218P
084200                                                                  DBNK218P
084300***************************************************************** DBNK218P
084400* Lift the period's cap on one account: the cap ends on the     * DBNK218P
084500* active duty end date and the contract rate applies after it   * DBNK218P
084600***************************************************************** DBNK218P
084700 RESTORE-ONE-ACCOUNT.                                             DBNK218P
084800     MOVE WS-CAP-ACCNO TO MCP-REC-ACCNO.                          DBNK218P
084900     READ BNKMCAP-FILE                                            DBNK218P
085000       INVALID KEY                                                DBNK218P
085100         GO TO RESTORE-ONE-ACCOUNT-EXIT                           DBNK218P
085200     END-READ.                                                    DBNK218P
085300     IF NOT MCP-REC-IS-CAPPED OR                                  DBNK218P
085400        MCP-REC-SVC-START IS NOT EQUAL TO MSV-REC-CLAIM-START     DBNK218P
085500        GO TO RESTORE-ONE-ACCOUNT-EXIT                            DBNK218P
085600     END-IF.                                                      DBNK218P
085700     MOVE MSV-REC-ACTIVE-END TO MCP-REC-CAP-END.                  DBNK218P
085800     SET MCP-REC-IS-RESTORED TO TRUE.                             DBNK218P
085900     MOVE BUSD-DATE TO MCP-REC-RESTORED-DATE.                     DBNK218P
086000     REWRITE BNKMCAP-REC                                          DBNK218P
086100       INVALID KEY                                                DBNK218P
086200         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBNK218P
086300         STRING 'Unable to restore cap for '                      DBNK218P
086400                                     DELIMITED BY SIZE            DBNK218P
086500                WS-CAP-ACCNO         DELIMITED BY SIZE            DBNK218P
086600           INTO WS-CONSOLE-MESSAGE                                DBNK218P
086700         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK218P
086800         GO TO RESTORE-ONE-ACCOUNT-EXIT                           DBNK218P
086900     END-REWRITE.                                                 DBNK218P
087000     ADD 1 TO WS-CAPS-RESTORED.                                   DBNK218P
087100 RESTORE-ONE-ACCOUNT-EXIT.                                        DBNK218P
087200     EXIT.                                                        DBNK218P
087300                                                                  DBNK218P
087400***************************************************************** DBNK218P
087500* List every account on BNKMCAP - capped now or restored - with * DBNK218P
087600* its rates, the cap dates and the interest forgone, and total  * DBNK218P
087700* the interest forgone                                          * DBNK218P
087800***************************************************************** DBNK218P
087900 WRITE-REPORT.                                                    DBNK218P
088000     MOVE SPACES TO MILRPT-REC.                                   DBNK218P
088100     MOVE WS-CAP-RATE TO WS-EDIT-RATE.                            DBNK218P
088200     STRING '  MILITARY SERVICE RATE CAPS ON '                    DBNK218P
088300                                     DELIMITED BY SIZE            DBNK218P
088400            BUSD-DATE                DELIMITED BY SIZE            DBNK218P
088500            '  CAP RATE '            DELIMITED BY SIZE            DBNK218P
088600            WS-EDIT-RATE             DELIMITED BY SIZE            DBNK218P
088700       INTO MILRPT-REC.                                           DBNK218P
088800     WRITE MILRPT-REC.                                            DBNK218P
088900     MOVE SPACES TO MILRPT-REC.                                   DBNK218P
089000     WRITE MILRPT-REC.                                            DBNK218P
089100     MOVE SPACES TO MILRPT-REC.                                   DBNK218P
089200     STRING '  ACCOUNT   PID   KIND CONTRACT     CAP '            DBNK218P
089300                                     DELIMITED BY SIZE            DBNK218P
089400            'CAP FROM CAP TO   STATUS '                           DBNK218P
089500                                     DELIMITED BY SIZE            DBNK218P
089600            '      FORGONE'          DELIMITED BY SIZE            DBNK218P
089700       INTO MILRPT-REC.                                           DBNK218P
089800     WRITE MILRPT-REC.                                            DBNK218P
089900     MOVE LOW-VALUES TO MCP-REC-ACCNO.                            DBNK218P
090000     START BNKMCAP-FILE KEY IS NOT LESS THAN MCP-REC-ACCNO        DBNK218P
090100       INVALID KEY                                                DBNK218P
090200         GO TO REPORT-ENDED                                       DBNK218P
090300     END-START.                                                   DBNK218P
090400 REPORT-LOOP.                                                     DBNK218P
090500     READ BNKMCAP-FILE NEXT                                       DBNK218P
090600       AT END                                                     DBNK218P
090700         GO TO REPORT-ENDED                                       DBNK218P
090800     END-READ.                                                    DBNK218P
090900     IF MCP-REC-IS-LOAN                                           DBNK218P
091000        MOVE MCP-REC-CONTRACT-RATE TO WS-EDIT-RATE                DBNK218P
091100        MOVE WS-EDIT-RATE TO WS-EDIT-CONTRACT                     DBNK218P
091200     ELSE                                                         DBNK218P
091300        MOVE '  DEBIT' TO WS-EDIT-CONTRACT                        DBNK218P
091400     END-IF.                                                      DBNK218P
091500     MOVE MCP-REC-CAP-RATE TO WS-EDIT-CAP.                        DBNK218P
091600     MOVE MCP-REC-FORGONE-AMT TO WS-EDIT-AMT.                     DBNK218P
091700     MOVE SPACES TO MILRPT-REC.                                   DBNK218P
091800     STRING '  '                     DELIMITED BY SIZE            DBNK218P
091900            MCP-REC-ACCNO            DELIMITED BY SIZE            DBNK218P
092000            ' '                      DELIMITED BY SIZE            DBNK218P
092100            MCP-REC-PID              DELIMITED BY SIZE            DBNK218P
092200            '   '                    DELIMITED BY SIZE            DBNK218P
092300            MCP-REC-KIND             DELIMITED BY SIZE            DBNK218P
092400            '   '                    DELIMITED BY SIZE            DBNK218P
092500            WS-EDIT-CONTRACT         DELIMITED BY SIZE            DBNK218P
092600            ' '                      DELIMITED BY SIZE            DBNK218P
092700            WS-EDIT-CAP              DELIMITED BY SIZE            DBNK218P
092800            ' '                      DELIMITED BY SIZE            DBNK218P
092900            MCP-REC-CAP-START        DELIMITED BY SIZE            DBNK218P
093000            ' '                      DELIMITED BY SIZE            DBNK218P
093100            MCP-REC-CAP-END          DELIMITED BY SIZE            DBNK218P
093200            ' '                      DELIMITED BY SIZE            DBNK218P
093300       INTO MILRPT-REC.                                           DBNK218P
093400     IF MCP-REC-IS-CAPPED                                         DBNK218P
093500        MOVE 'CAPPED' TO MILRPT-REC (64:8)                        DBNK218P
093600        ADD 1 TO WS-RPT-CAPPED                                    DBNK218P
093700     ELSE                                                         DBNK218P
093800        MOVE 'RESTORED' TO MILRPT-REC (64:8)                      DBNK218P
093900        ADD 1 TO WS-RPT-RESTORED                                  DBNK218P
094000     END-IF.                                                      DBNK218P
094100     MOVE WS-EDIT-AMT TO MILRPT-REC (72:14).                      DBNK218P
094200     WRITE MILRPT-REC.                                            DBNK218P
094300     ADD MCP-REC-FORGONE-AMT TO WS-FORGONE-TOTAL.                 DBNK218P
094400     GO TO REPORT-LOOP.                                           DBNK218P
094500 REPORT-ENDED.                                                    DBNK218P
094600     MOVE SPACES TO MILRPT-REC.                                   DBNK218P
094700     WRITE MILRPT-REC.                                            DBNK218P
094800     MOVE WS-FORGONE-TOTAL TO WS-EDIT-TOTAL.                      DBNK218P
094900     MOVE SPACES TO MILRPT-REC.                                   DBNK218P
095000     STRING '  '                     DELIMITED BY SIZE            DBNK218P
095100            WS-RPT-CAPPED            DELIMITED BY SIZE            DBNK218P
095200            ' CAPPED  '              DELIMITED BY SIZE            DBNK218P
095300            WS-RPT-RESTORED          DELIMITED BY SIZE            DBNK218P
095400            ' RESTORED  INTEREST FORGONE '                        DBNK218P
095500                                     DELIMITED BY SIZE            DBNK218P
095600            WS-EDIT-TOTAL            DELIMITED BY SIZE            DBNK218P
095700       INTO MILRPT-REC.                                           DBNK218P
095800     WRITE MILRPT-REC.                                            DBNK218P
095900 WRITE-REPORT-EXIT.                                               DBNK218P
096000     EXIT.                                                        DBNK218P
096100                                                                  DBNK218P
096200***************************************************************** DBNK218P
096300* Check file open OK                                            * DBNK218P
096400***************************************************************** DBNK218P
096500 CHECK-OPEN.                                                      DBNK218P
096600     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK218P
096700        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK218P
096800        STRING WS-FILE       DELIMITED BY ' '                     DBNK218P
096900               ' opened ok' DELIMITED BY SIZE                     DBNK218P
097000          INTO WS-CONSOLE-MESSAGE                                 DBNK218P
097100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK218P
097200     ELSE                                                         DBNK218P
097300        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK218P
097400        STRING WS-FILE          DELIMITED BY ' '                  DBNK218P
097500               ' did not open' DELIMITED BY SIZE                  DBNK218P
097600          INTO WS-CONSOLE-MESSAGE                                 DBNK218P
097700        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK218P
097800        PERFORM DISPLAY-IO-STATUS                                 DBNK218P
097900        ADD 1 TO WS-OPEN-ERROR                                    DBNK218P
098000     END-IF.                                                      DBNK218P
098100 CHECK-OPEN-EXIT.                                                 DBNK218P
098200     EXIT.                                                        DBNK218P
098300                                                                  DBNK218P
098400***************************************************************** DBNK218P
098500* Display the file status bytes. This routine will display as  *  DBNK218P
098600* two digits if the full two byte file status is numeric. If   *  DBNK218P
098700* second byte is non-numeric then it will be treated as a      *  DBNK218P
098800* binary number.                                                * DBNK218P
098900***************************************************************** DBNK218P
099000 DISPLAY-IO-STATUS.                                               DBNK218P
099100     IF WS-IO-STATUS NUMERIC                                      DBNK218P
099200        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK218P
099300        STRING 'File status -' DELIMITED BY SIZE                  DBNK218P
099400               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK218P
099500          INTO WS-CONSOLE-MESSAGE                                 DBNK218P
099600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK218P
099700     ELSE                                                         DBNK218P
099800        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK218P
099900        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK218P
100000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK218P
100100        STRING 'File status -' DELIMITED BY SIZE                  DBNK218P
100200               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK218P
100300               '/'            DELIMITED BY SIZE                   DBNK218P
100400               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK218P
100500          INTO WS-CONSOLE-MESSAGE                                 DBNK218P
100600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK218P
100700     END-IF.                                                      DBNK218P
100800                                                                  DBNK218P
100900***************************************************************** DBNK218P
101000* Display CONSOLE messages...                                   * DBNK218P
101100***************************************************************** DBNK218P
101200 DISPLAY-CONSOLE-MESSAGE.                                         DBNK218P
101300     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK218P
101400     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK218P
101500                                                                  DBNK218P
101600 COPY CTIMERP.                                                    DBNK218P
101700                                                                  DBNK218P
