000100***************************************************************** DBNK157P
000200*                                                               * DBNK157P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK157P
000400*   This demonstration program is provided for use by users     * DBNK157P
000500*   of Micro Focus products and may be used, modified and       * DBNK157P
000600*   distributed as part of your application provided that       * DBNK157P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK157P
000800*   in this material.                                           * DBNK157P
000900*                                                               * DBNK157P
001000***************************************************************** DBNK157P
001100                                                                  DBNK157P
001200***************************************************************** DBNK157P
001300* Program:     DBNK157P.CBL                                     * DBNK157P
001400* Function:    Returned deposited cheques. Reads the returns    * DBNK157P
001500*              file CHQRTNIN sent back by the drawee banks for  * DBNK157P
001600*              cheques DBNK156P presented, each item quoting    * DBNK157P
001700*              the refno of the deposit credit. The file is     * DBNK157P
001800*              counted and checked against UFILCTL first so a   * DBNK157P
001900*              replayed file is refused. For each item the      * DBNK157P
002000*              BNKDITM record is found through the refno, any   * DBNK157P
002100*              hold still on the deposit is released, the       * DBNK157P
002200*              amount is charged back to the depositor and the  * DBNK157P
002300*              BNKFEES RDEP fee for the account type is         * DBNK157P
002400*              charged. The item is marked returned, its OUTCHQ * DBNK157P
002500*              suspense entry is closed and a letter is written * DBNK157P
002600*              to CHQRLTR and filed on BNKCORR. Items that      * DBNK157P
002700*              cannot be matched are rejected on the CHQRRPT    * DBNK157P
002800*              report. One returns total is posted against the  * DBNK157P
002900*              clearing suspense account. VSAM version          * DBNK157P
003000***************************************************************** DBNK157P
003100                                                                  DBNK157P
003200 IDENTIFICATION DIVISION.                                         DBNK157P
003300 PROGRAM-ID.                                                      DBNK157P
003400     DBNK157P.                                                    DBNK157P
003500 DATE-WRITTEN.                                                    DBNK157P
003600     September 2007.                                              DBNK157P
003700 DATE-COMPILED.                                                   DBNK157P
003800     Today.                                                       DBNK157P
003900                                                                  DBNK157P
004000 ENVIRONMENT DIVISION.                                            DBNK157P
004100                                                                  DBNK157P
004200 INPUT-OUTPUT   SECTION.                                          DBNK157P
004300   FILE-CONTROL.                                                  DBNK157P
004400     SELECT CHQRTNIN-FILE                                         DBNK157P
004500            ASSIGN       TO CHQRTNIN                              DBNK157P
004600            ORGANIZATION IS SEQUENTIAL                            DBNK157P
004700            FILE STATUS  IS WS-CHQRTNIN-STATUS.                   DBNK157P
004800                                                                  DBNK157P
004900     SELECT CHQRRPT-FILE                                          DBNK157P
005000            ASSIGN       TO CHQRRPT                               DBNK157P
005100            ORGANIZATION IS SEQUENTIAL                            DBNK157P
005200            FILE STATUS  IS WS-CHQRRPT-STATUS.                    DBNK157P
005300                                                                  DBNK157P
005400     SELECT CHQRLTR-FILE                                          DBNK157P
005500            ASSIGN       TO CHQRLTR                               DBNK157P
005600            ORGANIZATION IS SEQUENTIAL                            DBNK157P
005700            FILE STATUS  IS WS-CHQRLTR-STATUS.                    DBNK157P
005800                                                                  DBNK157P
005900     SELECT BNKDITM-FILE                                          DBNK157P
006000            ASSIGN       TO BNKDITM                               DBNK157P
006100            ORGANIZATION IS INDEXED                               DBNK157P
006200            ACCESS MODE  IS RANDOM                                DBNK157P
006300            RECORD KEY   IS BDI-REC-TIMESTAMP                     DBNK157P
006400            FILE STATUS  IS WS-BNKDITM-STATUS.                    DBNK157P
006500                                                                  DBNK157P
006600     SELECT BNKACC-FILE                                           DBNK157P
006700            ASSIGN       TO BNKACC                                DBNK157P
006800            ORGANIZATION IS INDEXED                               DBNK157P
006900            ACCESS MODE  IS RANDOM                                DBNK157P
007000            RECORD KEY   IS BAC-REC-ACCNO                         DBNK157P
007100            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK157P
007200            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK157P
007300                                                                  DBNK157P
007400     SELECT BNKHOLD-FILE                                          DBNK157P
007500            ASSIGN       TO BNKHOLD                               DBNK157P
007600            ORGANIZATION IS INDEXED                               DBNK157P
007700            ACCESS MODE  IS RANDOM                                DBNK157P
007800            RECORD KEY   IS BHO-REC-KEY                           DBNK157P
007900            FILE STATUS  IS WS-BNKHOLD-STATUS.                    DBNK157P
008000                                                                  DBNK157P
008100     SELECT BNKFEES-FILE                                          DBNK157P
008200            ASSIGN       TO BNKFEES                               DBNK157P
008300            ORGANIZATION IS INDEXED                               DBNK157P
008400            ACCESS MODE  IS RANDOM                                DBNK157P
008500            RECORD KEY   IS BFE-REC-KEY                           DBNK157P
008600            FILE STATUS  IS WS-BNKFEES-STATUS.                    DBNK157P
008700                                                                  DBNK157P
008800     SELECT BNKLEDG-FILE                                          DBNK157P
008900            ASSIGN       TO BNKLEDG                               DBNK157P
009000            ORGANIZATION IS INDEXED                               DBNK157P
009100            ACCESS MODE  IS RANDOM                                DBNK157P
009200            RECORD KEY   IS BLG-REC-TIMESTAMP                     DBNK157P
009300            ALTERNATE KEY IS BLG-REC-ALTKEY1 WITH DUPLICATES      DBNK157P
009400            FILE STATUS  IS WS-BNKLEDG-STATUS.                    DBNK157P
009500                                                                  DBNK157P
009600     SELECT BNKSUSP-FILE                                          DBNK157P
009700            ASSIGN       TO BNKSUSP                               DBNK157P
009800            ORGANIZATION IS INDEXED                               DBNK157P
009900            ACCESS MODE  IS RANDOM                                DBNK157P
010000            RECORD KEY   IS BSI-REC-KEY                           DBNK157P
010100            FILE STATUS  IS WS-BNKSUSP-STATUS.                    DBNK157P
010200                                                                  DBNK157P
010300     SELECT BNKCUST-FILE                                          DBNK157P
010400            ASSIGN       TO BNKCUST                               DBNK157P
010500            ORGANIZATION IS INDEXED                               DBNK157P
010600            ACCESS MODE  IS RANDOM                                DBNK157P
010700            RECORD KEY   IS BCS-REC-PID                           DBNK157P
010800            FILE STATUS  IS WS-BNKCUST-STATUS.                    DBNK157P
010900                                                                  DBNK157P
011000     SELECT BNKCORR-FILE                                          DBNK157P
011100            ASSIGN       TO BNKCORR                               DBNK157P
011200            ORGANIZATION IS INDEXED                               DBNK157P
011300            ACCESS MODE  IS RANDOM                                DBNK157P
011400            RECORD KEY   IS BCO-REC-TIMESTAMP                     DBNK157P
011500            ALTERNATE KEY IS BCO-REC-PID WITH DUPLICATES          DBNK157P
011600            FILE STATUS  IS WS-BNKCORR-STATUS.                    DBNK157P
011700                                                                  DBNK157P
011800 DATA DIVISION.                                                   DBNK157P
011900                                                                  DBNK157P
012000 FILE SECTION.                                                    DBNK157P
012100 FD  CHQRTNIN-FILE.                                               DBNK157P
012200 01  CRN-REC.                                                     DBNK157P
012300   05  CRN-REC-REFNO                    PIC X(12).                DBNK157P
012400   05  CRN-REC-ROUTING                  PIC X(9).                 DBNK157P
012500   05  CRN-REC-SERIAL                   PIC X(10).                DBNK157P
012600   05  CRN-REC-AMOUNT                   PIC 9(7)V99.              DBNK157P
012700   05  CRN-REC-REASON                   PIC X(3).                 DBNK157P
012800   05  CRN-REC-RETURN-DATE              PIC X(8).                 DBNK157P
012900   05  FILLER                           PIC X(29).                DBNK157P
013000                                                                  DBNK157P
013100 FD  CHQRRPT-FILE.                                                DBNK157P
013200 01  CHQRRPT-REC                        PIC X(132).               DBNK157P
013300                                                                  DBNK157P
013400 FD  CHQRLTR-FILE.                                                DBNK157P
013500 01  CHQRLTR-REC                        PIC X(80).                DBNK157P
013600                                                                  DBNK157P
013700 FD  BNKDITM-FILE.                                                DBNK157P
013800 01  BNKDITM-REC.                                                 DBNK157P
013900 COPY CBANKVDI.                                                   DBNK157P
014000                                                                  DBNK157P
014100 FD  BNKACC-FILE.                                                 DBNK157P
014200 01  BNKACC-REC.                                                  DBNK157P
014300 COPY CBANKVAC.                                                   DBNK157P
014400                                                                  DBNK157P
014500 FD  BNKHOLD-FILE.                                                DBNK157P
014600 01  BNKHOLD-REC.                                                 DBNK157P
014700 COPY CBANKVHO.                                                   DBNK157P
014800                                                                  DBNK157P
014900 FD  BNKFEES-FILE.                                                DBNK157P
015000 01  BNKFEES-REC.                                                 DBNK157P
015100 COPY CBANKVFE.                                                   DBNK157P
015200                                                                  DBNK157P
015300 FD  BNKLEDG-FILE.                                                DBNK157P
015400 01  BNKLEDG-REC.                                                 DBNK157P
015500 COPY CBANKVLG.                                                   DBNK157P
015600                                                                  DBNK157P
015700 FD  BNKSUSP-FILE.                                                DBNK157P
015800 01  BNKSUSP-REC.                                                 DBNK157P
015900 COPY CBANKVSI.                                                   DBNK157P
016000                                                                  DBNK157P
016100 FD  BNKCUST-FILE.                                                DBNK157P
016200 01  BNKCUST-REC.                                                 DBNK157P
016300 COPY CBANKVCS.                                                   DBNK157P
016400                                                                  DBNK157P
016500 FD  BNKCORR-FILE.                                                DBNK157P
016600 01  BNKCORR-REC.                                                 DBNK157P
016700 COPY CBANKVCO.                                                   DBNK157P
016800                                                                  DBNK157P
016900 WORKING-STORAGE SECTION.                                         DBNK157P
017000 COPY CTIMERD.                                                    DBNK157P
017100 COPY CTSTAMPD.                                                   DBNK157P
017200                                                                  DBNK157P
017300 01  WS-MISC-STORAGE.                                             DBNK157P
017400   05  WS-PROGRAM-ID                         PIC X(8)             DBNK157P
017500       VALUE 'DBNK157P'.                                          DBNK157P
017600                                                                  DBNK157P
017700   05  WS-CHQRTNIN-STATUS.                                        DBNK157P
017800     10  WS-CHQRTNIN-STAT1                    PIC X(1).           DBNK157P
017900     10  WS-CHQRTNIN-STAT2                    PIC X(1).           DBNK157P
018000   05  WS-CHQRRPT-STATUS.                                         DBNK157P
018100     10  WS-CHQRRPT-STAT1                     PIC X(1).           DBNK157P
018200     10  WS-CHQRRPT-STAT2                     PIC X(1).           DBNK157P
018300   05  WS-CHQRLTR-STATUS.                                         DBNK157P
018400     10  WS-CHQRLTR-STAT1                     PIC X(1).           DBNK157P
018500     10  WS-CHQRLTR-STAT2                     PIC X(1).           DBNK157P
018600   05  WS-BNKDITM-STATUS.                                         DBNK157P
018700     10  WS-BNKDITM-STAT1                     PIC X(1).           DBNK157P
018800     10  WS-BNKDITM-STAT2                     PIC X(1).           DBNK157P
018900   05  WS-BNKACC-STATUS.                                          DBNK157P
019000     10  WS-BNKACC-STAT1                      PIC X(1).           DBNK157P
019100     10  WS-BNKACC-STAT2                      PIC X(1).           DBNK157P
019200   05  WS-BNKHOLD-STATUS.                                         DBNK157P
019300     10  WS-BNKHOLD-STAT1                     PIC X(1).           DBNK157P
019400     10  WS-BNKHOLD-STAT2                     PIC X(1).           DBNK157P
019500   05  WS-BNKFEES-STATUS.                                         DBNK157P
019600     10  WS-BNKFEES-STAT1                     PIC X(1).           DBNK157P
019700     10  WS-BNKFEES-STAT2                     PIC X(1).           DBNK157P
019800   05  WS-BNKLEDG-STATUS.                                         DBNK157P
019900     10  WS-BNKLEDG-STAT1                     PIC X(1).           DBNK157P
020000     10  WS-BNKLEDG-STAT2                     PIC X(1).           DBNK157P
020100   05  WS-BNKSUSP-STATUS.                                         DBNK157P
020200     10  WS-BNKSUSP-STAT1                     PIC X(1).           DBNK157P
020300     10  WS-BNKSUSP-STAT2                     PIC X(1).           DBNK157P
020400   05  WS-BNKCUST-STATUS.                                         DBNK157P
020500     10  WS-BNKCUST-STAT1                     PIC X(1).           DBNK157P
020600     10  WS-BNKCUST-STAT2                     PIC X(1).           DBNK157P
020700   05  WS-BNKCORR-STATUS.                                         DBNK157P
020800     10  WS-BNKCORR-STAT1                     PIC X(1).           DBNK157P
020900     10  WS-BNKCORR-STAT2                     PIC X(1).           DBNK157P
021000                                                                  DBNK157P
021100   05  WS-IO-STATUS.                                              DBNK157P
021200     10  WS-IO-STAT1                          PIC X(1).           DBNK157P
021300     10  WS-IO-STAT2                          PIC X(1).           DBNK157P
021400                                                                  DBNK157P
021500   05  WS-TWO-BYTES.                                              DBNK157P
021600     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK157P
021700     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK157P
021800   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK157P
021900                                              PIC 9(1) COMP.      DBNK157P
022000                                                                  DBNK157P
022100   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK157P
022200     88  OPEN-OK                              VALUE 0.            DBNK157P
022300                                                                  DBNK157P
022400   05  WS-FILE                               PIC X(16).           DBNK157P
022500                                                                  DBNK157P
022600   05  WS-REJECT-REASON                      PIC X(30).           DBNK157P
022700   05  WS-FEE-AMOUNT                         PIC S9(5)V99         DBNK157P
022800                                             COMP-3.              DBNK157P
022900   05  WS-POST-DESC                          PIC X(40).           DBNK157P
023000                                                                  DBNK157P
023100   05  WS-ITEMS-READ                         PIC 9(5)             DBNK157P
023200       VALUE ZERO.                                                DBNK157P
023300   05  WS-ITEMS-RETURNED                     PIC 9(5)             DBNK157P
023400       VALUE ZERO.                                                DBNK157P
023500   05  WS-ITEMS-REJECTED                     PIC 9(5)             DBNK157P
023600       VALUE ZERO.                                                DBNK157P
023700   05  WS-RETURN-TOTAL                       PIC S9(9)V99         DBNK157P
023800                                             COMP-3 VALUE ZERO.   DBNK157P
023900   05  WS-FEE-TOTAL                          PIC S9(9)V99         DBNK157P
024000                                             COMP-3 VALUE ZERO.   DBNK157P
024100                                                                  DBNK157P
024200   05  WS-EDIT-AMT                           PIC ZZZ,ZZZ,ZZ9.99-. DBNK157P
024300   05  WS-EDIT-FEE                           PIC ZZ,ZZ9.99.       DBNK157P
024400   05  WS-EDIT-CNT                           PIC ZZZZ9.           DBNK157P
024500                                                                  DBNK157P
024600   05  WS-SETTLE-ACCNO                       PIC X(9)             DBNK157P
024700       VALUE '999999990'.                                         DBNK157P
024800                                                                  DBNK157P
024900 01  WS-TWOS-COMP.                                                DBNK157P
025000   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBNK157P
025100   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBNK157P
025200   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          DBNK157P
025300                                                                  DBNK157P
025400 COPY CBANKTXD.                                                   DBNK157P
025500                                                                  DBNK157P
025600 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK157P
025700                                                                  DBNK157P
025800 01  WS-BCTL-DATA.                                                DBNK157P
025900 COPY CBCTLD.                                                     DBNK157P
026000                                                                  DBNK157P
026100 01  WS-BUSD-DATA.                                                DBNK157P
026200 COPY CBUSDD.                                                     DBNK157P
026300                                                                  DBNK157P
026400 01  WS-FCTL-DATA.                                                DBNK157P
026500 COPY CFCTLD.                                                     DBNK157P
026600                                                                  DBNK157P
026700 01  WS-TREF-DATA.                                                DBNK157P
026800 COPY CTREFD.                                                     DBNK157P
026900                                                                  DBNK157P
027000 01  WS-FJRN-DATA.                                                DBNK157P
027100 COPY CFJRND.                                                     DBNK157P
027200                                                                  DBNK157P
027300 01  WS-PRESCAN-WORK.                                             DBNK157P
027400   05  WS-PRESCAN-COUNT                      PIC S9(7)            DBNK157P
027500                                             COMP-3 VALUE ZERO.   DBNK157P
027600   05  WS-PRESCAN-HASH                       PIC S9(13)V99        DBNK157P
027700                                             COMP-3 VALUE ZERO.   DBNK157P
027800                                                                  DBNK157P
027900 PROCEDURE DIVISION.                                              DBNK157P
028000     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK157P
028100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK157P
028200     PERFORM RUN-TIME.                                            DBNK157P
028300                                                                  DBNK157P
028400***************************************************************** DBNK157P
028500* Register this run in the batch control file                   * DBNK157P
028600***************************************************************** DBNK157P
028700     MOVE 'DBNK157P' TO BCTL-JOB-NAME.                            DBNK157P
028800     MOVE SPACES TO BCTL-BUS-DATE.                                DBNK157P
028900     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK157P
029000     SET BCTL-FUNC-START TO TRUE.                                 DBNK157P
029100     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK157P
029200     IF NOT BCTL-OK                                               DBNK157P
029300        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK157P
029400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK157P
029500        MOVE 8 TO RETURN-CODE                                     DBNK157P
029600        GO TO QUICK-EXIT                                          DBNK157P
029700     END-IF.                                                      DBNK157P
029800*    postings carry the bank-wide business date, not the clock    DBNK157P
029900     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK157P
030000                                                                  DBNK157P
030100     SET OPEN-OK TO TRUE.                                         DBNK157P
030200                                                                  DBNK157P
030300     OPEN INPUT CHQRTNIN-FILE.                                    DBNK157P
030400     MOVE WS-CHQRTNIN-STATUS TO WS-IO-STATUS.                     DBNK157P
030500     MOVE 'CHQRTNIN-FILE' TO WS-FILE.                             DBNK157P
030600     PERFORM CHECK-OPEN THRU                                      DBNK157P
030700             CHECK-OPEN-EXIT.                                     DBNK157P
030800                                                                  DBNK157P
030900     OPEN OUTPUT CHQRRPT-FILE.                                    DBNK157P
031000     MOVE WS-CHQRRPT-STATUS TO WS-IO-STATUS.                      DBNK157P
031100     MOVE 'CHQRRPT-FILE' TO WS-FILE.                              DBNK157P
031200     PERFORM CHECK-OPEN THRU                                      DBNK157P
031300             CHECK-OPEN-EXIT.                                     DBNK157P
031400                                                                  DBNK157P
031500     OPEN OUTPUT CHQRLTR-FILE.                                    DBNK157P
031600     MOVE WS-CHQRLTR-STATUS TO WS-IO-STATUS.                      DBNK157P
031700     MOVE 'CHQRLTR-FILE' TO WS-FILE.                              DBNK157P
031800     PERFORM CHECK-OPEN THRU                                      DBNK157P
031900             CHECK-OPEN-EXIT.                                     DBNK157P
032000                                                                  DBNK157P
032100     OPEN I-O BNKDITM-FILE.                                       DBNK157P
032200     MOVE WS-BNKDITM-STATUS TO WS-IO-STATUS.                      DBNK157P
032300     MOVE 'BNKDITM-FILE' TO WS-FILE.                              DBNK157P
032400     PERFORM CHECK-OPEN THRU                                      DBNK157P
032500             CHECK-OPEN-EXIT.                                     DBNK157P
032600                                                                  DBNK157P
032700     OPEN I-O BNKACC-FILE.                                        DBNK157P
032800     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK157P
032900     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK157P
033000     PERFORM CHECK-OPEN THRU                                      DBNK157P
033100             CHECK-OPEN-EXIT.                                     DBNK157P
033200                                                                  DBNK157P
033300     OPEN I-O BNKHOLD-FILE.                                       DBNK157P
033400     MOVE WS-BNKHOLD-STATUS TO WS-IO-STATUS.                      DBNK157P
033500     MOVE 'BNKHOLD-FILE' TO WS-FILE.                              DBNK157P
033600     PERFORM CHECK-OPEN THRU                                      DBNK157P
033700             CHECK-OPEN-EXIT.                                     DBNK157P
033800                                                                  DBNK157P
033900     OPEN INPUT BNKFEES-FILE.                                     DBNK157P
034000     MOVE WS-BNKFEES-STATUS TO WS-IO-STATUS.                      DBNK157P
034100     MOVE 'BNKFEES-FILE' TO WS-FILE.                              DBNK157P
034200     PERFORM CHECK-OPEN THRU                                      DBNK157P
034300             CHECK-OPEN-EXIT.                                     DBNK157P
034400                                                                  DBNK157P
034500     OPEN I-O BNKLEDG-FILE.                                       DBNK157P
034600     MOVE WS-BNKLEDG-STATUS TO WS-IO-STATUS.                      DBNK157P
034700     MOVE 'BNKLEDG-FILE' TO WS-FILE.                              DBNK157P
034800     PERFORM CHECK-OPEN THRU                                      DBNK157P
034900             CHECK-OPEN-EXIT.                                     DBNK157P
035000                                                                  DBNK157P
035100     OPEN I-O BNKSUSP-FILE.                                       DBNK157P
035200     MOVE WS-BNKSUSP-STATUS TO WS-IO-STATUS.                      DBNK157P
035300     MOVE 'BNKSUSP-FILE' TO WS-FILE.                              DBNK157P
035400     PERFORM CHECK-OPEN THRU                                      DBNK157P
035500             CHECK-OPEN-EXIT.                                     DBNK157P
035600                                                                  DBNK157P
035700     OPEN INPUT BNKCUST-FILE.                                     DBNK157P
035800     MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.                      DBNK157P
035900     MOVE 'BNKCUST-FILE' TO WS-FILE.                              DBNK157P
036000     PERFORM CHECK-OPEN THRU                                      DBNK157P
036100             CHECK-OPEN-EXIT.                                     DBNK157P
036200                                                                  DBNK157P
036300     OPEN I-O BNKCORR-FILE.                                       DBNK157P
036400     MOVE WS-BNKCORR-STATUS TO WS-IO-STATUS.                      DBNK157P
036500     MOVE 'BNKCORR-FILE' TO WS-FILE.                              DBNK157P
036600     PERFORM CHECK-OPEN THRU                                      DBNK157P
036700             CHECK-OPEN-EXIT.                                     DBNK157P
036800                                                                  DBNK157P
036900     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK157P
037000        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK157P
037100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK157P
037200        MOVE 16 TO RETURN-CODE                                    DBNK157P
037300        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK157P
037400        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK157P
037500        GO TO QUICK-EXIT                                          DBNK157P
037600     END-IF.                                                      DBNK157P
037700                                                                  DBNK157P
037800***************************************************************** DBNK157P
037900* Count and total the file before anything is charged back - a  * DBNK157P
038000* file whose count and total match one already applied for this * DBNK157P
038100* stream is a duplicate transmission and the run is refused     * DBNK157P
038200***************************************************************** DBNK157P
038300 PRESCAN-LOOP.                                                    DBNK157P
038400     READ CHQRTNIN-FILE                                           DBNK157P
038500       AT END                                                     DBNK157P
038600         GO TO PRESCAN-ENDED                                      DBNK157P
038700     END-READ.                                                    DBNK157P
038800     ADD 1 TO WS-PRESCAN-COUNT.                                   DBNK157P
038900     ADD CRN-REC-AMOUNT TO WS-PRESCAN-HASH.                       DBNK157P
039000     GO TO PRESCAN-LOOP.                                          DBNK157P
039100 PRESCAN-ENDED.                                                   DBNK157P
039200     CLOSE CHQRTNIN-FILE.                                         DBNK157P
039300     MOVE 'CHQRTN  ' TO FCTL-STREAM.                              DBNK157P
039400     MOVE SPACES TO FCTL-BUS-DATE.                                DBNK157P
039500     MOVE 'DBNK157P' TO FCTL-JOB-NAME.                            DBNK157P
039600     MOVE WS-PRESCAN-COUNT TO FCTL-ITEM-COUNT.                    DBNK157P
039700     MOVE WS-PRESCAN-HASH TO FCTL-HASH-TOTAL.                     DBNK157P
039800     SET FCTL-FUNC-CHECK TO TRUE.                                 DBNK157P
039900     CALL 'UFILCTL' USING WS-FCTL-DATA.                           DBNK157P
040000     IF FCTL-DUPLICATE                                            DBNK157P
040100        MOVE FCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK157P
040200        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK157P
040300        MOVE 12 TO RETURN-CODE                                    DBNK157P
040400        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK157P
040500        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK157P
040600        GO TO QUICK-EXIT                                          DBNK157P
040700     END-IF.                                                      DBNK157P
040800     OPEN INPUT CHQRTNIN-FILE.                                    DBNK157P
040900                                                                  DBNK157P
041000     PERFORM PRINT-REPORT-HEADING THRU                            DBNK157P
041100             PRINT-REPORT-HEADING-EXIT.                           DBNK157P
041200                                                                  DBNK157P
041300 CHQRTNIN-LOOP.                                                   DBNK157P
041400     READ CHQRTNIN-FILE                                           DBNK157P
041500       AT END                                                     DBNK157P
041600         GO TO CHQRTNIN-ENDED                                     DBNK157P
041700     END-READ.                                                    DBNK157P
041800     ADD 1 TO WS-ITEMS-READ.                                      DBNK157P
041900     PERFORM RETURN-ONE-ITEM THRU                                 DBNK157P
042000             RETURN-ONE-ITEM-EXIT.                                DBNK157P
042100     GO TO CHQRTNIN-LOOP.                                         DBNK157P
042200 CHQRTNIN-ENDED.                                                  DBNK157P
042300     IF WS-RETURN-TOTAL IS GREATER THAN ZERO                      DBNK157P
042400        PERFORM POST-RETURNS-TOTAL THRU                           DBNK157P
042500                POST-RETURNS-TOTAL-EXIT                           DBNK157P
042600     END-IF.                                                      DBNK157P
042700                                                                  DBNK157P
042800     MOVE SPACES TO CHQRRPT-REC.                                  DBNK157P
042900     WRITE CHQRRPT-REC.                                           DBNK157P
043000     MOVE SPACES TO CHQRRPT-REC.                                  DBNK157P
043100     MOVE WS-ITEMS-RETURNED TO WS-EDIT-CNT.                       DBNK157P
043200     STRING 'ITEMS CHARGED BACK '  DELIMITED BY SIZE              DBNK157P
043300            WS-EDIT-CNT            DELIMITED BY SIZE              DBNK157P
043400       INTO CHQRRPT-REC.                                          DBNK157P
043500     MOVE WS-RETURN-TOTAL TO WS-EDIT-AMT.                         DBNK157P
043600     MOVE 'TOTAL ' TO CHQRRPT-REC (31:6).                         DBNK157P
043700     MOVE WS-EDIT-AMT TO CHQRRPT-REC (37:16).                     DBNK157P
043800     MOVE WS-FEE-TOTAL TO WS-EDIT-AMT.                            DBNK157P
043900     MOVE 'FEES ' TO CHQRRPT-REC (56:5).                          DBNK157P
044000     MOVE WS-EDIT-AMT TO CHQRRPT-REC (61:16).                     DBNK157P
044100     WRITE CHQRRPT-REC.                                           DBNK157P
044200     MOVE SPACES TO CHQRRPT-REC.                                  DBNK157P
044300     MOVE WS-ITEMS-REJECTED TO WS-EDIT-CNT.                       DBNK157P
044400     STRING 'ITEMS REJECTED     '  DELIMITED BY SIZE              DBNK157P
044500            WS-EDIT-CNT            DELIMITED BY SIZE              DBNK157P
044600       INTO CHQRRPT-REC.                                          DBNK157P
044700     WRITE CHQRRPT-REC.                                           DBNK157P
044800                                                                  DBNK157P
044900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK157P
045000     STRING WS-ITEMS-READ DELIMITED BY SIZE                       DBNK157P
045100            ' returned items read' DELIMITED BY SIZE              DBNK157P
045200       INTO WS-CONSOLE-MESSAGE.                                   DBNK157P
045300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK157P
045400     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK157P
045500     STRING WS-ITEMS-RETURNED DELIMITED BY SIZE                   DBNK157P
045600            ' items charged back' DELIMITED BY SIZE               DBNK157P
045700       INTO WS-CONSOLE-MESSAGE.                                   DBNK157P
045800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK157P
045900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK157P
046000     STRING WS-ITEMS-REJECTED DELIMITED BY SIZE                   DBNK157P
046100            ' items rejected' DELIMITED BY SIZE                   DBNK157P
046200       INTO WS-CONSOLE-MESSAGE.                                   DBNK157P
046300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK157P
046400                                                                  DBNK157P
046500     CLOSE CHQRTNIN-FILE.                                         DBNK157P
046600     CLOSE CHQRRPT-FILE.                                          DBNK157P
046700     CLOSE CHQRLTR-FILE.                                          DBNK157P
046800     CLOSE BNKDITM-FILE.                                          DBNK157P
046900     CLOSE BNKACC-FILE.                                           DBNK157P
047000     CLOSE BNKHOLD-FILE.                                          DBNK157P
047100     CLOSE BNKFEES-FILE.                                          DBNK157P
047200     CLOSE BNKLEDG-FILE.                                          DBNK157P
047300     CLOSE BNKSUSP-FILE.                                          DBNK157P
047400     CLOSE BNKCUST-FILE.                                          DBNK157P
047500     CLOSE BNKCORR-FILE.                                          DBNK157P
047600                                                                  DBNK157P
047700*    file applied - register it so a replayed copy is refused     DBNK157P
047800     SET FCTL-FUNC-REGISTER-IN TO TRUE.                           DBNK157P
047900     CALL 'UFILCTL' USING WS-FCTL-DATA.                           DBNK157P
048000                                                                  DBNK157P
048100     SET BCTL-FUNC-END TO TRUE.                                   DBNK157P
048200     MOVE WS-ITEMS-READ TO BCTL-RECORD-COUNT.                     DBNK157P
048300     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK157P
048400     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK157P
048500                                                                  DBNK157P
048600     PERFORM RUN-TIME.                                            DBNK157P
048700                                                                  DBNK157P
048800     MOVE 0 TO RETURN-CODE.                                       DBNK157P
048900 QUICK-EXIT.                                                      DBNK157P
049000     GOBACK.                                                      DBNK157P
049100                                                                  DBNK157P
049200***************************************************************** DBNK157P
049300* Charge back one returned cheque. The refno quoted by the      * DBNK157P
049400* drawee bank decodes to the deposit's ledger timestamp, which  * DBNK157P
049500* is the key of the item and of the hold placed on the deposit. * DBNK157P
049600***************************************************************** DBNK157P
049700 RETURN-ONE-ITEM.                                                 DBNK157P
049800     SET TREF-FUNC-DECODE TO TRUE.                                DBNK157P
049900     MOVE CRN-REC-REFNO TO TREF-REFNO.                            DBNK157P
050000     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK157P
050100     IF NOT TREF-OK                                               DBNK157P
050200        MOVE 'Reference not recognised' TO WS-REJECT-REASON       DBNK157P
050300        GO TO RETURN-ONE-ITEM-REJECT                              DBNK157P
050400     END-IF.                                                      DBNK157P
050500     MOVE TREF-TIMESTAMP TO BDI-REC-TIMESTAMP.                    DBNK157P
050600     READ BNKDITM-FILE                                            DBNK157P
050700       INVALID KEY                                                DBNK157P
050800         MOVE 'No such deposited item' TO WS-REJECT-REASON        DBNK157P
050900         GO TO RETURN-ONE-ITEM-REJECT                             DBNK157P
051000     END-READ.                                                    DBNK157P
051100     IF BDI-REC-IS-RETURNED                                       DBNK157P
051200        MOVE 'Item already returned' TO WS-REJECT-REASON          DBNK157P
051300        GO TO RETURN-ONE-ITEM-REJECT                              DBNK157P
051400     END-IF.                                                      DBNK157P
051500     IF NOT BDI-REC-IS-PRESENTED                                  DBNK157P
051600        MOVE 'Item not yet presented' TO WS-REJECT-REASON         DBNK157P
051700        GO TO RETURN-ONE-ITEM-REJECT                              DBNK157P
051800     END-IF.                                                      DBNK157P
051900     IF CRN-REC-AMOUNT IS NOT EQUAL TO BDI-REC-AMOUNT             DBNK157P
052000        MOVE 'Amount differs from deposit' TO WS-REJECT-REASON    DBNK157P
052100        GO TO RETURN-ONE-ITEM-REJECT                              DBNK157P
052200     END-IF.                                                      DBNK157P
052300     MOVE BDI-REC-ACCNO TO BAC-REC-ACCNO.                         DBNK157P
052400     READ BNKACC-FILE                                             DBNK157P
052500       INVALID KEY                                                DBNK157P
052600         MOVE 'Depositor account not found' TO WS-REJECT-REASON   DBNK157P
052700         GO TO RETURN-ONE-ITEM-REJECT                             DBNK157P
052800     END-READ.                                                    DBNK157P
052900                                                                  DBNK157P
053000     PERFORM RELEASE-DEPOSIT-HOLD THRU                            DBNK157P
053100             RELEASE-DEPOSIT-HOLD-EXIT.                           DBNK157P
053200                                                                  DBNK157P
053300*    the chargeback stands even where it overdraws the account    DBNK157P
053400     SUBTRACT BDI-REC-AMOUNT FROM BAC-REC-BALANCE.                DBNK157P
053500     PERFORM WRITE-CHARGEBACK-LEDGER THRU                         DBNK157P
053600             WRITE-CHARGEBACK-LEDGER-EXIT.                        DBNK157P
053700                                                                  DBNK157P
053800     MOVE ZERO TO WS-FEE-AMOUNT.                                  DBNK157P
053900     MOVE 'RDEP' TO BFE-REC-FEE-CODE.                             DBNK157P
054000     MOVE BAC-REC-TYPE TO BFE-REC-ACC-TYPE.                       DBNK157P
054100     READ BNKFEES-FILE                                            DBNK157P
054200       INVALID KEY                                                DBNK157P
054300         MOVE ZERO TO BFE-REC-AMOUNT                              DBNK157P
054400     END-READ.                                                    DBNK157P
054500     IF BFE-REC-AMOUNT IS GREATER THAN ZERO                       DBNK157P
054600        MOVE BFE-REC-AMOUNT TO WS-FEE-AMOUNT                      DBNK157P
054700        SUBTRACT WS-FEE-AMOUNT FROM BAC-REC-BALANCE               DBNK157P
054800        PERFORM WRITE-FEE-LEDGER THRU                             DBNK157P
054900                WRITE-FEE-LEDGER-EXIT                             DBNK157P
055000     END-IF.                                                      DBNK157P
055100                                                                  DBNK157P
055200     REWRITE BNKACC-REC                                           DBNK157P
055300       INVALID KEY                                                DBNK157P
055400         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBNK157P
055500         STRING 'Unable to charge back to '   DELIMITED BY SIZE   DBNK157P
055600                BAC-REC-ACCNO                 DELIMITED BY SIZE   DBNK157P
055700           INTO WS-CONSOLE-MESSAGE                                DBNK157P
055800         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK157P
055900     END-REWRITE.                                                 DBNK157P
056000     PERFORM JOURNAL-ACC-IMAGE THRU                               DBNK157P
056100             JOURNAL-ACC-IMAGE-EXIT.                              DBNK157P
056200                                                                  DBNK157P
056300     SET BDI-REC-IS-RETURNED TO TRUE.                             DBNK157P
056400     MOVE BUSD-DATE TO BDI-REC-RETURNED-DATE.                     DBNK157P
056500     MOVE CRN-REC-REASON TO BDI-REC-RETURN-REASON.                DBNK157P
056600     MOVE WS-FEE-AMOUNT TO BDI-REC-FEE-AMOUNT.                    DBNK157P
056700     REWRITE BNKDITM-REC                                          DBNK157P
056800       INVALID KEY                                                DBNK157P
056900         MOVE 'Unable to mark item returned'                      DBNK157P
057000           TO WS-CONSOLE-MESSAGE                                  DBNK157P
057100         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK157P
057200     END-REWRITE.                                                 DBNK157P
057300                                                                  DBNK157P
057400     PERFORM CLOSE-SUSPENSE-ITEM THRU                             DBNK157P
057500             CLOSE-SUSPENSE-ITEM-EXIT.                            DBNK157P
057600     PERFORM WRITE-LETTER THRU                                    DBNK157P
057700             WRITE-LETTER-EXIT.                                   DBNK157P
057800                                                                  DBNK157P
057900     ADD 1 TO WS-ITEMS-RETURNED.                                  DBNK157P
058000     ADD BDI-REC-AMOUNT TO WS-RETURN-TOTAL.                       DBNK157P
058100     ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL.                           DBNK157P
058200     PERFORM PRINT-ITEM-DETAIL THRU                               DBNK157P
058300             PRINT-ITEM-DETAIL-EXIT.                              DBNK157P
058400     GO TO RETURN-ONE-ITEM-EXIT.                                  DBNK157P
058500                                                                  DBNK157P
058600 RETURN-ONE-ITEM-REJECT.                                          DBNK157P
058700     ADD 1 TO WS-ITEMS-REJECTED.                                  DBNK157P
058800     MOVE SPACES TO CHQRRPT-REC.                                  DBNK157P
058900     MOVE CRN-REC-REFNO TO CHQRRPT-REC (1:12).                    DBNK157P
059000     MOVE CRN-REC-ROUTING TO CHQRRPT-REC (14:9).                  DBNK157P
059100     MOVE CRN-REC-SERIAL TO CHQRRPT-REC (24:10).                  DBNK157P
059200     MOVE CRN-REC-AMOUNT TO WS-EDIT-AMT.                          DBNK157P
059300     MOVE WS-EDIT-AMT TO CHQRRPT-REC (35:16).                     DBNK157P
059400     MOVE CRN-REC-REASON TO CHQRRPT-REC (52:3).                   DBNK157P
059500     MOVE 'REJECTED ' TO CHQRRPT-REC (57:9).                      DBNK157P
059600     MOVE WS-REJECT-REASON TO CHQRRPT-REC (66:30).                DBNK157P
059700     WRITE CHQRRPT-REC.                                           DBNK157P
059800 RETURN-ONE-ITEM-EXIT.                                            DBNK157P
059900     EXIT.                                                        DBNK157P
060000                                                                  DBNK157P
060100***************************************************************** DBNK157P
060200* A cheque can come back before its hold has matured - the hold * DBNK157P
060300* is released so the chargeback does not leave the depositor    * DBNK157P
060400* short twice over                                              * DBNK157P
060500***************************************************************** DBNK157P
060600 RELEASE-DEPOSIT-HOLD.                                            DBNK157P
060700     MOVE BDI-REC-ACCNO TO BHO-REC-ACCNO.                         DBNK157P
060800     MOVE BDI-REC-TIMESTAMP TO BHO-REC-PLACED-TS.                 DBNK157P
060900     READ BNKHOLD-FILE                                            DBNK157P
061000       INVALID KEY                                                DBNK157P
061100         GO TO RELEASE-DEPOSIT-HOLD-EXIT                          DBNK157P
061200     END-READ.                                                    DBNK157P
061300     IF NOT BHO-REC-IS-HELD                                       DBNK157P
061400        GO TO RELEASE-DEPOSIT-HOLD-EXIT                           DBNK157P
061500     END-IF.                                                      DBNK157P
061600     SET BHO-REC-IS-RELEASED TO TRUE.                             DBNK157P
061700     MOVE BUSD-DATE TO BHO-REC-RELEASED-DATE.                     DBNK157P
061800     REWRITE BNKHOLD-REC                                          DBNK157P
061900       INVALID KEY                                                DBNK157P
062000         MOVE 'Unable to release deposit hold'                    DBNK157P
062100           TO WS-CONSOLE-MESSAGE                                  DBNK157P
062200         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK157P
062300         GO TO RELEASE-DEPOSIT-HOLD-EXIT                          DBNK157P
062400     END-REWRITE.                                                 DBNK157P
062500     IF BAC-REC-HOLD-AMOUNT IS GREATER THAN BHO-REC-AMOUNT        DBNK157P
062600        SUBTRACT BHO-REC-AMOUNT FROM BAC-REC-HOLD-AMOUNT          DBNK157P
062700     ELSE                                                         DBNK157P
062800        MOVE ZERO TO BAC-REC-HOLD-AMOUNT                          DBNK157P
062900     END-IF.                                                      DBNK157P
063000 RELEASE-DEPOSIT-HOLD-EXIT.                                       DBNK157P
063100     EXIT.                                                        DBNK157P
063200                                                                  DBNK157P
063300***************************************************************** DBNK157P
063400* The chargeback's ledger entry on the depositor's account      * DBNK157P
063500***************************************************************** DBNK157P
063600 WRITE-CHARGEBACK-LEDGER.                                         DBNK157P
063700     MOVE SPACES TO WS-POST-DESC.                                 DBNK157P
063800     STRING 'Returned cheque '     DELIMITED BY SIZE              DBNK157P
063900            BDI-REC-ROUTING        DELIMITED BY SIZE              DBNK157P
064000            ' no '                 DELIMITED BY SIZE              DBNK157P
064100            BDI-REC-SERIAL         DELIMITED BY SIZE              DBNK157P
064200       INTO WS-POST-DESC.                                         DBNK157P
064300 COPY CTSTAMPP.                                                   DBNK157P
064400     MOVE '0' TO WS-TIMESTAMP (26:1).                             DBNK157P
064500     MOVE SPACES TO BNKLEDG-REC.                                  DBNK157P
064600     MOVE 'CHQR' TO BLG-REC-CATEGORY.                             DBNK157P
064700     MOVE BDI-REC-AMOUNT TO BLG-REC-AMOUNT.                       DBNK157P
064800     PERFORM WRITE-ACCOUNT-LEDGER THRU                            DBNK157P
064900             WRITE-ACCOUNT-LEDGER-EXIT.                           DBNK157P
065000 WRITE-CHARGEBACK-LEDGER-EXIT.                                    DBNK157P
065100     EXIT.                                                        DBNK157P
065200                                                                  DBNK157P
065300***************************************************************** DBNK157P
065400* The returned-deposit fee's ledger entry on the same account   * DBNK157P
065500***************************************************************** DBNK157P
065600 WRITE-FEE-LEDGER.                                                DBNK157P
065700     MOVE SPACES TO WS-POST-DESC.                                 DBNK157P
065800     STRING 'Returned deposit fee ' DELIMITED BY SIZE             DBNK157P
065900            BDI-REC-REFNO           DELIMITED BY SIZE             DBNK157P
066000       INTO WS-POST-DESC.                                         DBNK157P
066100 COPY CTSTAMPP.                                                   DBNK157P
066200     MOVE '1' TO WS-TIMESTAMP (26:1).                             DBNK157P
066300     MOVE SPACES TO BNKLEDG-REC.                                  DBNK157P
066400     MOVE 'FEE ' TO BLG-REC-CATEGORY.                             DBNK157P
066500     MOVE WS-FEE-AMOUNT TO BLG-REC-AMOUNT.                        DBNK157P
066600     PERFORM WRITE-ACCOUNT-LEDGER THRU                            DBNK157P
066700             WRITE-ACCOUNT-LEDGER-EXIT.                           DBNK157P
066800 WRITE-FEE-LEDGER-EXIT.                                           DBNK157P
066900     EXIT.                                                        DBNK157P
067000                                                                  DBNK157P
067100***************************************************************** DBNK157P
067200* Write a debit on the depositor's account - category, amount,  * DBNK157P
067300* timestamp and narrative are set by the caller                 * DBNK157P
067400***************************************************************** DBNK157P
067500 WRITE-ACCOUNT-LEDGER.                                            DBNK157P
067600     SET TREF-FUNC-ENCODE TO TRUE.                                DBNK157P
067700     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBNK157P
067800     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK157P
067900     MOVE TREF-REFNO TO BLG-REC-REFNO.                            DBNK157P
068000     MOVE BAC-REC-PID TO BLG-REC-PID.                             DBNK157P
068100     MOVE '1' TO BLG-REC-TYPE.                                    DBNK157P
068200     MOVE '1' TO BLG-REC-SUB-TYPE.                                DBNK157P
068300     MOVE BAC-REC-ACCNO TO BLG-REC-ACCNO.                         DBNK157P
068400     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBNK157P
068500     MOVE BAC-REC-ACCNO TO BLG-REC-ALTKEY1-ACCNO.                 DBNK157P
068600     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBNK157P
068700     MOVE SPACES TO TXN-DATA.                                     DBNK157P
068800     MOVE WS-POST-DESC TO TXN-T1-OLD-DESC.                        DBNK157P
068900     MOVE TXN-DATA-OLD TO BLG-REC-DATA-OLD.                       DBNK157P
069000     MOVE TXN-DATA-NEW TO BLG-REC-DATA-NEW.                       DBNK157P
069100     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBNK157P
069200     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBNK157P
069300     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBNK157P
069400     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBNK157P
069500                           WS-TWOS-COMP-INPUT                     DBNK157P
069600                           WS-TWOS-COMP-OUTPUT.                   DBNK157P
069700     MOVE WS-TWOS-COMP-OUTPUT TO BLG-REC-TIMESTAMP-FF.            DBNK157P
069800     MOVE BUSD-DATE TO BLG-REC-BUS-DATE.                          DBNK157P
069900     WRITE BNKLEDG-REC                                            DBNK157P
070000       INVALID KEY                                                DBNK157P
070100         MOVE 'Unable to write chargeback entry'                  DBNK157P
070200           TO WS-CONSOLE-MESSAGE                                  DBNK157P
070300         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK157P
070400     END-WRITE.                                                   DBNK157P
070500     PERFORM JOURNAL-LEDG-IMAGE THRU                              DBNK157P
070600             JOURNAL-LEDG-IMAGE-EXIT.                             DBNK157P
070700 WRITE-ACCOUNT-LEDGER-EXIT.                                       DBNK157P
070800     EXIT.                                                        DBNK157P
070900                                                                  DBNK157P
071000***************************************************************** DBNK157P
071100* The item's OUTCHQ suspense entry is closed by the return      * DBNK157P
071200* rather than by a settlement confirmation                      * DBNK157P
071300***************************************************************** DBNK157P
071400 CLOSE-SUSPENSE-ITEM.                                             DBNK157P
071500     MOVE 'OUTCHQ  ' TO BSI-REC-STREAM.                           DBNK157P
071600     MOVE BDI-REC-REFNO TO BSI-REC-REFNO.                         DBNK157P
071700     READ BNKSUSP-FILE                                            DBNK157P
071800       INVALID KEY                                                DBNK157P
071900         GO TO CLOSE-SUSPENSE-ITEM-EXIT                           DBNK157P
072000     END-READ.                                                    DBNK157P
072100     IF NOT BSI-REC-IS-OPEN                                       DBNK157P
072200        GO TO CLOSE-SUSPENSE-ITEM-EXIT                            DBNK157P
072300     END-IF.                                                      DBNK157P
072400     SET BSI-REC-IS-MATCHED TO TRUE.                              DBNK157P
072500     MOVE BUSD-DATE TO BSI-REC-SETTLED-DATE.                      DBNK157P
072600     MOVE 'RETURNED' TO BSI-REC-SETTLE-REF.                       DBNK157P
072700     REWRITE BNKSUSP-REC                                          DBNK157P
072800       INVALID KEY                                                DBNK157P
072900         MOVE 'Unable to close suspense item'                     DBNK157P
073000           TO WS-CONSOLE-MESSAGE                                  DBNK157P
073100         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK157P
073200     END-REWRITE.                                                 DBNK157P
073300 CLOSE-SUSPENSE-ITEM-EXIT.                                        DBNK157P
073400     EXIT.                                                        DBNK157P
073500                                                                  DBNK157P
073600***************************************************************** DBNK157P
073700* Tell the depositor the cheque came back and what it cost, and * DBNK157P
073800* file the letter in the customer's correspondence history      * DBNK157P
073900***************************************************************** DBNK157P
074000 WRITE-LETTER.                                                    DBNK157P
074100     MOVE BAC-REC-PID TO BCS-REC-PID.                             DBNK157P
074200     READ BNKCUST-FILE                                            DBNK157P
074300       INVALID KEY                                                DBNK157P
074400         MOVE SPACES TO BNKCUST-REC                               DBNK157P
074500         MOVE BAC-REC-PID TO BCS-REC-PID                          DBNK157P
074600         MOVE 'Customer unavailable' TO BCS-REC-NAME              DBNK157P
074700     END-READ.                                                    DBNK157P
074800     MOVE SPACES TO CHQRLTR-REC.                                  DBNK157P
074900     WRITE CHQRLTR-REC.                                           DBNK157P
075000     MOVE SPACES TO CHQRLTR-REC.                                  DBNK157P
075100     STRING '  ' DELIMITED BY SIZE                                DBNK157P
075200            BCS-REC-NAME DELIMITED BY SIZE                        DBNK157P
075300       INTO CHQRLTR-REC.                                          DBNK157P
075400     WRITE CHQRLTR-REC.                                           DBNK157P
075500     MOVE SPACES TO CHQRLTR-REC.                                  DBNK157P
075600     STRING '  ' DELIMITED BY SIZE                                DBNK157P
075700            BCS-REC-ADDR1 DELIMITED BY SIZE                       DBNK157P
075800       INTO CHQRLTR-REC.                                          DBNK157P
075900     WRITE CHQRLTR-REC.                                           DBNK157P
076000     MOVE SPACES TO CHQRLTR-REC.                                  DBNK157P
076100     STRING '  ' DELIMITED BY SIZE                                DBNK157P
076200            BCS-REC-ADDR2 DELIMITED BY SIZE                       DBNK157P
076300       INTO CHQRLTR-REC.                                          DBNK157P
076400     WRITE CHQRLTR-REC.                                           DBNK157P
076500     MOVE SPACES TO CHQRLTR-REC.                                  DBNK157P
076600     MOVE BDI-REC-AMOUNT TO WS-EDIT-AMT.                          DBNK157P
076700     STRING '  The cheque no ' DELIMITED BY SIZE                  DBNK157P
076800            BDI-REC-SERIAL     DELIMITED BY SPACE                 DBNK157P
076900            ' for'             DELIMITED BY SIZE                  DBNK157P
077000            WS-EDIT-AMT        DELIMITED BY SIZE                  DBNK157P
077100            ' you deposited'   DELIMITED BY SIZE                  DBNK157P
077200       INTO CHQRLTR-REC.                                          DBNK157P
077300     WRITE CHQRLTR-REC.                                           DBNK157P
077400     MOVE SPACES TO CHQRLTR-REC.                                  DBNK157P
077500     STRING '  on '            DELIMITED BY SIZE                  DBNK157P
077600            BDI-REC-BUS-DATE   DELIMITED BY SIZE                  DBNK157P
077700            ' to account '     DELIMITED BY SIZE                  DBNK157P
077800            BAC-REC-ACCNO      DELIMITED BY SIZE                  DBNK157P
077900            ' was returned unpaid, reason '                       DBNK157P
078000                               DELIMITED BY SIZE                  DBNK157P
078100            CRN-REC-REASON     DELIMITED BY SIZE                  DBNK157P
078200            '.'                DELIMITED BY SIZE                  DBNK157P
078300       INTO CHQRLTR-REC.                                          DBNK157P
078400     WRITE CHQRLTR-REC.                                           DBNK157P
078500     MOVE SPACES TO CHQRLTR-REC.                                  DBNK157P
078600     IF WS-FEE-AMOUNT IS GREATER THAN ZERO                        DBNK157P
078700        MOVE WS-FEE-AMOUNT TO WS-EDIT-FEE                         DBNK157P
078800        STRING '  It has been charged back to your account'       DBNK157P
078900                               DELIMITED BY SIZE                  DBNK157P
079000               ' with a fee of' DELIMITED BY SIZE                 DBNK157P
079100               WS-EDIT-FEE     DELIMITED BY SIZE                  DBNK157P
079200          INTO CHQRLTR-REC                                        DBNK157P
079300     ELSE                                                         DBNK157P
079400        MOVE '  It has been charged back to your account.'        DBNK157P
079500          TO CHQRLTR-REC                                          DBNK157P
079600     END-IF.                                                      DBNK157P
079700     WRITE CHQRLTR-REC.                                           DBNK157P
079800     MOVE SPACES TO CHQRLTR-REC.                                  DBNK157P
079900     STRING '  Reference '     DELIMITED BY SIZE                  DBNK157P
080000            BDI-REC-REFNO      DELIMITED BY SIZE                  DBNK157P
080100       INTO CHQRLTR-REC.                                          DBNK157P
080200     WRITE CHQRLTR-REC.                                           DBNK157P
080300 COPY CTSTAMPP.                                                   DBNK157P
080400     MOVE SPACES TO BNKCORR-REC.                                  DBNK157P
080500     MOVE WS-TIMESTAMP TO BCO-REC-TIMESTAMP.                      DBNK157P
080600     MOVE BAC-REC-PID TO BCO-REC-PID.                             DBNK157P
080700     MOVE BAC-REC-ACCNO TO BCO-REC-ACCNO.                         DBNK157P
080800     MOVE 'CHQRTN  ' TO BCO-REC-DOC-TYPE.                         DBNK157P
080900     SET BCO-REC-BY-MAIL TO TRUE.                                 DBNK157P
081000     MOVE BUSD-DATE TO BCO-REC-SENT-DATE.                         DBNK157P
081100     MOVE BCS-REC-ADDR1 TO BCO-REC-ADDRESS-USED.                  DBNK157P
081200     MOVE BDI-REC-REFNO TO BCO-REC-LINK.                          DBNK157P
081300     WRITE BNKCORR-REC                                            DBNK157P
081400       INVALID KEY                                                DBNK157P
081500         CONTINUE                                                 DBNK157P
081600     END-WRITE.                                                   DBNK157P
081700 WRITE-LETTER-EXIT.                                               DBNK157P
081800     EXIT.                                                        DBNK157P
081900                                                                  DBNK157P
082000***************************************************************** DBNK157P
082100* Post the day's returns total against the clearing suspense    * DBNK157P
082200* account - the funds due in on these items will not arrive     * DBNK157P
082300***************************************************************** DBNK157P
082400 POST-RETURNS-TOTAL.                                              DBNK157P
082500 COPY CTSTAMPP.                                                   DBNK157P
082600     MOVE '0' TO WS-TIMESTAMP (26:1).                             DBNK157P
082700     SET TREF-FUNC-ENCODE TO TRUE.                                DBNK157P
082800     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBNK157P
082900     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK157P
083000     MOVE SPACES TO BNKLEDG-REC.                                  DBNK157P
083100     MOVE TREF-REFNO TO BLG-REC-REFNO.                            DBNK157P
083200     MOVE 'CLRNG' TO BLG-REC-PID.                                 DBNK157P
083300     MOVE '1' TO BLG-REC-TYPE.                                    DBNK157P
083400     MOVE '1' TO BLG-REC-SUB-TYPE.                                DBNK157P
083500     MOVE 'OCHQ' TO BLG-REC-CATEGORY.                             DBNK157P
083600     MOVE WS-SETTLE-ACCNO TO BLG-REC-ACCNO.                       DBNK157P
083700     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBNK157P
083800     MOVE WS-SETTLE-ACCNO TO BLG-REC-ALTKEY1-ACCNO.               DBNK157P
083900     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBNK157P
084000     MOVE WS-RETURN-TOTAL TO BLG-REC-AMOUNT.                      DBNK157P
084100     MOVE SPACES TO TXN-DATA.                                     DBNK157P
084200     MOVE 'Returned cheque total'                                 DBNK157P
084300       TO TXN-T1-OLD-DESC.                                        DBNK157P
084400     MOVE TXN-DATA-OLD TO BLG-REC-DATA-OLD.                       DBNK157P
084500     MOVE TXN-DATA-NEW TO BLG-REC-DATA-NEW.                       DBNK157P
084600     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBNK157P
084700     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBNK157P
084800     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBNK157P
084900     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBNK157P
085000                           WS-TWOS-COMP-INPUT                     DBNK157P
085100                           WS-TWOS-COMP-OUTPUT.                   DBNK157P
085200     MOVE WS-TWOS-COMP-OUTPUT TO BLG-REC-TIMESTAMP-FF.            DBNK157P
085300     MOVE BUSD-DATE TO BLG-REC-BUS-DATE.                          DBNK157P
085400     WRITE BNKLEDG-REC                                            DBNK157P
085500       INVALID KEY                                                DBNK157P
085600         MOVE 'Unable to post returns total'                      DBNK157P
085700           TO WS-CONSOLE-MESSAGE                                  DBNK157P
085800         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK157P
085900     END-WRITE.                                                   DBNK157P
086000     PERFORM JOURNAL-LEDG-IMAGE THRU                              DBNK157P
086100             JOURNAL-LEDG-IMAGE-EXIT.                             DBNK157P
086200 POST-RETURNS-TOTAL-EXIT.                                         DBNK157P
086300     EXIT.                                                        DBNK157P
086400                                                                  DBNK157P
086500***************************************************************** DBNK157P
086600* Report printing                                               * DBNK157P
086700***************************************************************** DBNK157P
086800 PRINT-REPORT-HEADING.                                            DBNK157P
086900     MOVE SPACES TO CHQRRPT-REC.                                  DBNK157P
087000     STRING 'RETURNED DEPOSITED CHEQUES '  DELIMITED BY SIZE      DBNK157P
087100            BUSD-DATE                      DELIMITED BY SIZE      DBNK157P
087200       INTO CHQRRPT-REC.                                          DBNK157P
087300     WRITE CHQRRPT-REC.                                           DBNK157P
087400     MOVE SPACES TO CHQRRPT-REC.                                  DBNK157P
087500     STRING 'REFERENCE    ROUTING   SERIAL    '                   DBNK157P
087600                                          DELIMITED BY SIZE       DBNK157P
087700            '          AMOUNT RSN  '      DELIMITED BY SIZE       DBNK157P
087800            'ACCOUNT   PID          FEE'  DELIMITED BY SIZE       DBNK157P
087900       INTO CHQRRPT-REC.                                          DBNK157P
088000     WRITE CHQRRPT-REC.                                           DBNK157P
088100 PRINT-REPORT-HEADING-EXIT.                                       DBNK157P
088200     EXIT.                                                        DBNK157P
088300                                                                  DBNK157P
088400 PRINT-ITEM-DETAIL.                                               DBNK157P
088500     MOVE SPACES TO CHQRRPT-REC.                                  DBNK157P
088600     MOVE BDI-REC-REFNO TO CHQRRPT-REC (1:12).                    DBNK157P
088700     MOVE BDI-REC-ROUTING TO CHQRRPT-REC (14:9).                  DBNK157P
088800     MOVE BDI-REC-SERIAL TO CHQRRPT-REC (24:10).                  DBNK157P
088900     MOVE BDI-REC-AMOUNT TO WS-EDIT-AMT.                          DBNK157P
089000     MOVE WS-EDIT-AMT TO CHQRRPT-REC (35:16).                     DBNK157P
089100     MOVE CRN-REC-REASON TO CHQRRPT-REC (52:3).                   DBNK157P
089200     MOVE BAC-REC-ACCNO TO CHQRRPT-REC (57:9).                    DBNK157P
089300     MOVE BAC-REC-PID TO CHQRRPT-REC (67:5).                      DBNK157P
089400     MOVE WS-FEE-AMOUNT TO WS-EDIT-FEE.                           DBNK157P
089500     MOVE WS-EDIT-FEE TO CHQRRPT-REC (73:9).                      DBNK157P
089600     WRITE CHQRRPT-REC.                                           DBNK157P
089700 PRINT-ITEM-DETAIL-EXIT.                                          DBNK157P
089800     EXIT.                                                        DBNK157P
089900                                                                  DBNK157P
090000***************************************************************** DBNK157P
090100* After-image feeds for the roll-forward recovery (ZBNKRCVR) -  * DBNK157P
090200* each write to a protected cluster lands its final image on    * DBNK157P
090300* the BNKFJRN journal                                           * DBNK157P
090400***************************************************************** DBNK157P
090500 JOURNAL-ACC-IMAGE.                                               DBNK157P
090600     MOVE 'BNKACC  ' TO FJRN-FILE-NAME.                           DBNK157P
090700     MOVE WS-PROGRAM-ID TO FJRN-PROGRAM.                          DBNK157P
090800     SET FJRN-ACTION-REWRITE TO TRUE.                             DBNK157P
090900     MOVE LENGTH OF BNKACC-REC TO FJRN-REC-LEN.                   DBNK157P
091000     MOVE SPACES TO FJRN-REC-IMAGE.                               DBNK157P
091100     MOVE BNKACC-REC TO FJRN-REC-IMAGE.                           DBNK157P
091200     CALL 'UFWDJRNL' USING WS-FJRN-DATA.                          DBNK157P
091300 JOURNAL-ACC-IMAGE-EXIT.                                          DBNK157P
091400     EXIT.                                                        DBNK157P
091500                                                                  DBNK157P
091600 JOURNAL-LEDG-IMAGE.                                              DBNK157P
091700     MOVE 'BNKLEDG ' TO FJRN-FILE-NAME.                           DBNK157P
091800     MOVE WS-PROGRAM-ID TO FJRN-PROGRAM.                          DBNK157P
091900     SET FJRN-ACTION-WRITE TO TRUE.                               DBNK157P
092000     MOVE LENGTH OF BNKLEDG-REC TO FJRN-REC-LEN.                  DBNK157P
092100     MOVE SPACES TO FJRN-REC-IMAGE.                               DBNK157P
092200     MOVE BNKLEDG-REC TO FJRN-REC-IMAGE.                          DBNK157P
092300     CALL 'UFWDJRNL' USING WS-FJRN-DATA.                          DBNK157P
092400 JOURNAL-LEDG-IMAGE-EXIT.                                         DBNK157P
092500     EXIT.                                                        DBNK157P
092600                                                                  DBNK157P
092700***************************************************************** DBNK157P
092800* Check file open OK                                            * DBNK157P
092900***************************************************************** DBNK157P
093000 CHECK-OPEN.                                                      DBNK157P
093100     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK157P
093200        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK157P
093300        STRING WS-FILE       DELIMITED BY ' '                     DBNK157P
093400               ' opened ok' DELIMITED BY SIZE                     DBNK157P
093500          INTO WS-CONSOLE-MESSAGE                                 DBNK157P
093600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK157P
093700     ELSE                                                         DBNK157P
093800        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK157P
093900        STRING WS-FILE          DELIMITED BY ' '                  DBNK157P
094000               ' did not open' DELIMITED BY SIZE                  DBNK157P
094100          INTO WS-CONSOLE-MESSAGE                                 DBNK157P
094200        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK157P
094300        PERFORM DISPLAY-IO-STATUS                                 DBNK157P
094400        ADD 1 TO WS-OPEN-ERROR                                    DBNK157P
094500     END-IF.                                                      DBNK157P
094600 CHECK-OPEN-EXIT.                                                 DBNK157P
094700     EXIT.                                                        DBNK157P
094800                                                                  DBNK157P
094900***************************************************************** DBNK157P
095000* Display the file status bytes. This routine will display as  *  DBNK157P
095100* two digits if the full two byte file status is numeric. If   *  DBNK157P
095200* second byte is non-numeric then it will be treated as a      *  DBNK157P
095300* binary number.                                                * DBNK157P
095400***************************************************************** DBNK157P
095500 DISPLAY-IO-STATUS.                                               DBNK157P
095600     IF WS-IO-STATUS NUMERIC                                      DBNK157P
095700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK157P
095800        STRING 'File status -' DELIMITED BY SIZE                  DBNK157P
095900               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK157P
096000          INTO WS-CONSOLE-MESSAGE                                 DBNK157P
096100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK157P
096200     ELSE                                                         DBNK157P
096300        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK157P
096400        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK157P
096500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK157P
096600        STRING 'File status -' DELIMITED BY SIZE                  DBNK157P
096700               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK157P
096800               '/'            DELIMITED BY SIZE                   DBNK157P
096900               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK157P
097000          INTO WS-CONSOLE-MESSAGE                                 DBNK157P
097100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK157P
097200     END-IF.                                                      DBNK157P
097300                                                                  DBNK157P
097400***************************************************************** DBNK157P
097500* Display CONSOLE messages...                                   * DBNK157P
097600***************************************************************** DBNK157P
097700 DISPLAY-CONSOLE-MESSAGE.                                         DBNK157P
097800     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK157P
097900     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK157P
098000                                                                  DBNK157P
098100 COPY CTIMERP.                                                    DBNK157P
