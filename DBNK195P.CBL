000100***************************************************************** DBNK195P
000200*                                                               * DBNK195P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK195P
000400*   This demonstration program is provided for use by users     * DBNK195P
000500*   of Micro Focus products and may be used, modified and       * DBNK195P
000600*   distributed as part of your application provided that       * DBNK195P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK195P
000800*   in this material.                                           * DBNK195P
000900*                                                               * DBNK195P
001000***************************************************************** DBNK195P
001100                                                                  DBNK195P
001200***************************************************************** DBNK195P
001300* Program:     DBNK195P.CBL                                     * DBNK195P
001400* Function:    Marketing selection. Every customer on BNKCUST   * DBNK195P
001500*              is matched against the BNKCONS consent register  * DBNK195P
001600*              for the purpose named on BNKPARM entry MKTPURP - * DBNK195P
001700*              M our own products (the default) or R partner    * DBNK195P
001800*              offers - and one MKTSEL record is written for    * DBNK195P
001900*              each customer who may be contacted, showing the  * DBNK195P
002000*              channels they have agreed to and the details to  * DBNK195P
002100*              use. Only a recorded 'Y' counts as consent; a    * DBNK195P
002200*              channel with no record is not used. Post is      * DBNK195P
002300*              dropped while the address is marked as returned, * DBNK195P
002400*              e-mail where none is held and telephone and SMS  * DBNK195P
002500*              where there is no number. Deceased, merged and   * DBNK195P
002600*              minor customers are never selected. The file     * DBNK195P
002700*              carries a header and a control trailer and is    * DBNK195P
002800*              registered through UFILCTL as stream MKTSEL.     * DBNK195P
002900*              VSAM version                                     * DBNK195P
003000***************************************************************** DBNK195P
003100                                                                  DBNK195P
003200 IDENTIFICATION DIVISION.                                         DBNK195P
003300 PROGRAM-ID.                                                      DBNK195P
003400     DBNK195P.                                                    DBNK195P
003500 DATE-WRITTEN.                                                    DBNK195P
003600     October 2008.                                                DBNK195P
003700 DATE-COMPILED.                                                   DBNK195P
003800     Today.                                                       DBNK195P
003900                                                                  DBNK195P
004000 ENVIRONMENT DIVISION.                                            DBNK195P
004100                                                                  DBNK195P
004200 INPUT-OUTPUT   SECTION.                                          DBNK195P
004300   FILE-CONTROL.                                                  DBNK195P
004400     SELECT MKTSEL-FILE                                           DBNK195P
004500            ASSIGN       TO MKTSEL                                DBNK195P
004600            ORGANIZATION IS SEQUENTIAL                            DBNK195P
004700            FILE STATUS  IS WS-MKTSEL-STATUS.                     DBNK195P
004800                                                                  DBNK195P
004900     SELECT BNKCUST-FILE                                          DBNK195P
005000            ASSIGN       TO BNKCUST                               DBNK195P
005100            ORGANIZATION IS INDEXED                               DBNK195P
005200            ACCESS MODE  IS SEQUENTIAL                            DBNK195P
005300            RECORD KEY   IS BCS-REC-PID                           DBNK195P
005400            FILE STATUS  IS WS-BNKCUST-STATUS.                    DBNK195P
005500                                                                  DBNK195P
005600     SELECT BNKCONS-FILE                                          DBNK195P
005700            ASSIGN       TO BNKCONS                               DBNK195P
005800            ORGANIZATION IS INDEXED                               DBNK195P
005900            ACCESS MODE  IS RANDOM                                DBNK195P
006000            RECORD KEY   IS CNS-REC-KEY                           DBNK195P
006100            FILE STATUS  IS WS-BNKCONS-STATUS.                    DBNK195P
006200                                                                  DBNK195P
006300     SELECT BNKPARM-FILE                                          DBNK195P
006400            ASSIGN       TO BNKPARM                               DBNK195P
006500            ORGANIZATION IS INDEXED                               DBNK195P
006600            ACCESS MODE  IS RANDOM                                DBNK195P
006700            RECORD KEY   IS PRM-REC-KEY                           DBNK195P
006800            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBNK195P
006900                                                                  DBNK195P
007000 DATA DIVISION.                                                   DBNK195P
007100                                                                  DBNK195P
007200 FILE SECTION.                                                    DBNK195P
007300 FD  MKTSEL-FILE.                                                 DBNK195P
007400 01  MKS-HDR-REC.                                                 DBNK195P
007500   05  MKS-HDR-TYPE                     PIC X(3).                 DBNK195P
007600   05  MKS-HDR-STREAM                   PIC X(8).                 DBNK195P
007700   05  MKS-HDR-BUS-DATE                 PIC X(8).                 DBNK195P
007800   05  MKS-HDR-PURPOSE                  PIC X(1).                 DBNK195P
007900   05  MKS-HDR-TIMESTAMP                PIC X(26).                DBNK195P
008000   05  FILLER                           PIC X(154).               DBNK195P
008100 01  MKS-REC.                                                     DBNK195P
008200   05  MKS-REC-TYPE                     PIC X(3).                 DBNK195P
008300   05  MKS-REC-PID                      PIC X(5).                 DBNK195P
008400   05  MKS-REC-NAME                     PIC X(30).                DBNK195P
008500   05  MKS-REC-LANG                     PIC X(1).                 DBNK195P
008600   05  MKS-REC-PURPOSE                  PIC X(1).                 DBNK195P
008700   05  MKS-REC-CHANNELS.                                          DBNK195P
008800     10  MKS-REC-BY-POST                PIC X(1).                 DBNK195P
008900     10  MKS-REC-BY-EMAIL               PIC X(1).                 DBNK195P
009000     10  MKS-REC-BY-PHONE               PIC X(1).                 DBNK195P
009100     10  MKS-REC-BY-SMS                 PIC X(1).                 DBNK195P
009200   05  MKS-REC-ADDR1                    PIC X(30).                DBNK195P
009300   05  MKS-REC-ADDR2                    PIC X(30).                DBNK195P
009400   05  MKS-REC-STATE                    PIC X(2).                 DBNK195P
009500   05  MKS-REC-CNTRY                    PIC X(15).                DBNK195P
009600   05  MKS-REC-POST-CODE                PIC X(10).                DBNK195P
009700   05  MKS-REC-EMAIL                    PIC X(40).                DBNK195P
009800   05  MKS-REC-TEL                      PIC X(15).                DBNK195P
009900   05  FILLER                           PIC X(14).                DBNK195P
010000 01  MKS-TRL-REC.                                                 DBNK195P
010100   05  MKS-TRL-TYPE                     PIC X(3).                 DBNK195P
010200   05  MKS-TRL-SELECTED                 PIC 9(7).                 DBNK195P
010300   05  MKS-TRL-BY-POST                  PIC 9(7).                 DBNK195P
010400   05  MKS-TRL-BY-EMAIL                 PIC 9(7).                 DBNK195P
010500   05  MKS-TRL-BY-PHONE                 PIC 9(7).                 DBNK195P
010600   05  MKS-TRL-BY-SMS                   PIC 9(7).                 DBNK195P
010700   05  FILLER                           PIC X(162).               DBNK195P
010800                                                                  DBNK195P
010900 FD  BNKCUST-FILE.                                                DBNK195P
011000 01  BNKCUST-REC.                                                 DBNK195P
011100 COPY CBANKVCS.                                                   DBNK195P
011200                                                                  DBNK195P
011300 FD  BNKCONS-FILE.                                                DBNK195P
011400 01  BNKCONS-REC.                                                 DBNK195P
011500 COPY CBANKVCN.                                                   DBNK195P
011600                                                                  DBNK195P
011700 FD  BNKPARM-FILE.                                                DBNK195P
011800 01  BNKPARM-REC.                                                 DBNK195P
011900 COPY CBANKVPM.                                                   DBNK195P
012000                                                                  DBNK195P
012100 WORKING-STORAGE SECTION.                                         DBNK195P
012200 COPY CTIMERD.                                                    DBNK195P
012300 COPY CTSTAMPD.                                                   DBNK195P
012400                                                                  DBNK195P
012500 01  WS-MISC-STORAGE.                                             DBNK195P
012600   05  WS-PROGRAM-ID                         PIC X(8)             DBNK195P
012700       VALUE 'DBNK195P'.                                          DBNK195P
012800                                                                  DBNK195P
012900   05  WS-MKTSEL-STATUS.                                          DBNK195P
013000     10  WS-MKTSEL-STAT1                      PIC X(1).           DBNK195P
013100     10  WS-MKTSEL-STAT2                      PIC X(1).           DBNK195P
013200   05  WS-BNKCUST-STATUS.                                         DBNK195P
013300     10  WS-BNKCUST-STAT1                     PIC X(1).           DBNK195P
013400     10  WS-BNKCUST-STAT2                     PIC X(1).           DBNK195P
013500   05  WS-BNKCONS-STATUS.                                         DBNK195P
013600     10  WS-BNKCONS-STAT1                     PIC X(1).           DBNK195P
013700     10  WS-BNKCONS-STAT2                     PIC X(1).           DBNK195P
013800   05  WS-BNKPARM-STATUS.                                         DBNK195P
013900     10  WS-BNKPARM-STAT1                     PIC X(1).           DBNK195P
014000     10  WS-BNKPARM-STAT2                     PIC X(1).           DBNK195P
014100                                                                  DBNK195P
014200   05  WS-IO-STATUS.                                              DBNK195P
014300     10  WS-IO-STAT1                          PIC X(1).           DBNK195P
014400     10  WS-IO-STAT2                          PIC X(1).           DBNK195P
014500                                                                  DBNK195P
014600   05  WS-TWO-BYTES.                                              DBNK195P
014700     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK195P
014800     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK195P
014900   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK195P
015000                                              PIC 9(1) COMP.      DBNK195P
015100                                                                  DBNK195P
015200   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK195P
015300     88  OPEN-OK                              VALUE 0.            DBNK195P
015400                                                                  DBNK195P
015500   05  WS-FILE                               PIC X(16).           DBNK195P
015600                                                                  DBNK195P
015700*    the purpose being selected for and the channel being tested  DBNK195P
015800   05  WS-PURPOSE                            PIC X(1).            DBNK195P
015900     88  WS-PURPOSE-VALID                     VALUES 'M', 'R'.    DBNK195P
016000   05  WS-CONS-CHANNEL                       PIC X(1).            DBNK195P
016100   05  WS-CONS-FLAG                          PIC X(1).            DBNK195P
016200     88  WS-CONS-GIVEN                        VALUE 'Y'.          DBNK195P
016300     88  WS-CONS-NOT-GIVEN                    VALUE 'N'.          DBNK195P
016400                                                                  DBNK195P
016500   05  WS-CUST-READ                          PIC 9(7)             DBNK195P
016600       VALUE ZERO.                                                DBNK195P
016700   05  WS-CUST-EXCLUDED                      PIC 9(7)             DBNK195P
016800       VALUE ZERO.                                                DBNK195P
016900   05  WS-CUST-NO-CONSENT                    PIC 9(7)             DBNK195P
017000       VALUE ZERO.                                                DBNK195P
017100   05  WS-CUST-SELECTED                      PIC 9(7)             DBNK195P
017200       VALUE ZERO.                                                DBNK195P
017300   05  WS-SEL-BY-POST                        PIC 9(7)             DBNK195P
017400       VALUE ZERO.                                                DBNK195P
017500   05  WS-SEL-BY-EMAIL                       PIC 9(7)             DBNK195P
017600       VALUE ZERO.                                                DBNK195P
017700   05  WS-SEL-BY-PHONE                       PIC 9(7)             DBNK195P
017800       VALUE ZERO.                                                DBNK195P
017900   05  WS-SEL-BY-SMS                         PIC 9(7)             DBNK195P
018000       VALUE ZERO.                                                DBNK195P
018100                                                                  DBNK195P
018200 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK195P
018300                                                                  DBNK195P
018400 01  WS-BCTL-DATA.                                                DBNK195P
018500 COPY CBCTLD.                                                     DBNK195P
018600                                                                  DBNK195P
018700 01  WS-BUSD-DATA.                                                DBNK195P
018800 COPY CBUSDD.                                                     DBNK195P
018900                                                                  DBNK195P
019000 01  WS-FCTL-DATA.                                                DBNK195P
019100 COPY CFCTLD.                                                     DBNK195P
019200                                                                  DBNK195P
019300 PROCEDURE DIVISION.                                              DBNK195P
019400     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK195P
019500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK195P
019600     PERFORM RUN-TIME.                                            DBNK195P
019700                                                                  DBNK195P
019800***************************************************************** DBNK195P
019900* Register this run in the batch control file keyed on the      * DBNK195P
020000* business date                                                 * DBNK195P
020100***************************************************************** DBNK195P
020200     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK195P
020300     MOVE 'DBNK195P' TO BCTL-JOB-NAME.                            DBNK195P
020400     MOVE BUSD-DATE TO BCTL-BUS-DATE.                             DBNK195P
020500     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK195P
020600     SET BCTL-FUNC-START TO TRUE.                                 DBNK195P
020700     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK195P
020800     IF NOT BCTL-OK                                               DBNK195P
020900        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK195P
021000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK195P
021100        MOVE 8 TO RETURN-CODE                                     DBNK195P
021200        GO TO QUICK-EXIT                                          DBNK195P
021300     END-IF.                                                      DBNK195P
021400                                                                  DBNK195P
021500 COPY CTSTAMPP.                                                   DBNK195P
021600                                                                  DBNK195P
021700     SET OPEN-OK TO TRUE.                                         DBNK195P
021800                                                                  DBNK195P
021900     OPEN OUTPUT MKTSEL-FILE.                                     DBNK195P
022000     MOVE WS-MKTSEL-STATUS TO WS-IO-STATUS.                       DBNK195P
022100     MOVE 'MKTSEL-FILE' TO WS-FILE.                               DBNK195P
022200     PERFORM CHECK-OPEN THRU                                      DBNK195P
022300             CHECK-OPEN-EXIT.                                     DBNK195P
022400                                                                  DBNK195P
022500     OPEN INPUT BNKCUST-FILE.                                     DBNK195P
022600     MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.                      DBNK195P
022700     MOVE 'BNKCUST-FILE' TO WS-FILE.                              DBNK195P
022800     PERFORM CHECK-OPEN THRU                                      DBNK195P
022900             CHECK-OPEN-EXIT.                                     DBNK195P
023000                                                                  DBNK195P
023100     OPEN INPUT BNKCONS-FILE.                                     DBNK195P
023200     MOVE WS-BNKCONS-STATUS TO WS-IO-STATUS.                      DBNK195P
023300     MOVE 'BNKCONS-FILE' TO WS-FILE.                              DBNK195P
023400     PERFORM CHECK-OPEN THRU                                      DBNK195P
023500             CHECK-OPEN-EXIT.                                     DBNK195P
023600                                                                  DBNK195P
023700     OPEN INPUT BNKPARM-FILE.                                     DBNK195P
023800     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBNK195P
023900     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBNK195P
024000     PERFORM CHECK-OPEN THRU                                      DBNK195P
024100             CHECK-OPEN-EXIT.                                     DBNK195P
024200                                                                  DBNK195P
024300     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK195P
024400        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK195P
024500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK195P
024600        MOVE 16 TO RETURN-CODE                                    DBNK195P
024700        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK195P
024800        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK195P
024900        GO TO QUICK-EXIT                                          DBNK195P
025000     END-IF.                                                      DBNK195P
025100                                                                  DBNK195P
025200***************************************************************** DBNK195P
025300* The purpose to select for - our own products unless BNKPARM   * DBNK195P
025400* names partner offers                                          * DBNK195P
025500***************************************************************** DBNK195P
025600     MOVE 'M' TO WS-PURPOSE.                                      DBNK195P
025700     MOVE 'MKTPURP ' TO PRM-REC-KEY.                              DBNK195P
025800     READ BNKPARM-FILE                                            DBNK195P
025900       INVALID KEY                                                DBNK195P
026000         CONTINUE                                                 DBNK195P
026100     END-READ.                                                    DBNK195P
026200     IF WS-BNKPARM-STATUS IS EQUAL TO '00'                        DBNK195P
026300        MOVE PRM-REC-TEXT (1:1) TO WS-PURPOSE                     DBNK195P
026400     END-IF.                                                      DBNK195P
026500     IF NOT WS-PURPOSE-VALID                                      DBNK195P
026600        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK195P
026700        STRING 'MKTPURP purpose ' DELIMITED BY SIZE               DBNK195P
026800               WS-PURPOSE        DELIMITED BY SIZE                DBNK195P
026900               ' not M or R - M used'                             DBNK195P
027000                                 DELIMITED BY SIZE                DBNK195P
027100          INTO WS-CONSOLE-MESSAGE                                 DBNK195P
027200        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK195P
027300        MOVE 'M' TO WS-PURPOSE                                    DBNK195P
027400     END-IF.                                                      DBNK195P
027500                                                                  DBNK195P
027600     MOVE SPACES TO MKS-HDR-REC.                                  DBNK195P
027700     MOVE 'HDR' TO MKS-HDR-TYPE.                                  DBNK195P
027800     MOVE 'MKTSEL  ' TO MKS-HDR-STREAM.                           DBNK195P
027900     MOVE BUSD-DATE TO MKS-HDR-BUS-DATE.                          DBNK195P
028000     MOVE WS-PURPOSE TO MKS-HDR-PURPOSE.                          DBNK195P
028100     MOVE WS-TIMESTAMP TO MKS-HDR-TIMESTAMP.                      DBNK195P
028200     WRITE MKS-HDR-REC.                                           DBNK195P
028300                                                                  DBNK195P
028400***************************************************************** DBNK195P
028500* Every customer, in customer order                             * DBNK195P
028600***************************************************************** DBNK195P
028700 CUST-LOOP.                                                       DBNK195P
028800     READ BNKCUST-FILE NEXT                                       DBNK195P
028900       AT END                                                     DBNK195P
029000         GO TO CUST-ENDED                                         DBNK195P
029100     END-READ.                                                    DBNK195P
029200     ADD 1 TO WS-CUST-READ.                                       DBNK195P
029300     PERFORM SELECT-CUSTOMER THRU                                 DBNK195P
029400             SELECT-CUSTOMER-EXIT.                                DBNK195P
029500     GO TO CUST-LOOP.                                             DBNK195P
029600 CUST-ENDED.                                                      DBNK195P
029700     MOVE SPACES TO MKS-TRL-REC.                                  DBNK195P
029800     MOVE 'TRL' TO MKS-TRL-TYPE.                                  DBNK195P
029900     MOVE WS-CUST-SELECTED TO MKS-TRL-SELECTED.                   DBNK195P
030000     MOVE WS-SEL-BY-POST TO MKS-TRL-BY-POST.                      DBNK195P
030100     MOVE WS-SEL-BY-EMAIL TO MKS-TRL-BY-EMAIL.                    DBNK195P
030200     MOVE WS-SEL-BY-PHONE TO MKS-TRL-BY-PHONE.                    DBNK195P
030300     MOVE WS-SEL-BY-SMS TO MKS-TRL-BY-SMS.                        DBNK195P
030400     WRITE MKS-TRL-REC.                                           DBNK195P
030500                                                                  DBNK195P
030600     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK195P
030700     STRING WS-CUST-READ             DELIMITED BY SIZE            DBNK195P
030800            ' customers read'        DELIMITED BY SIZE            DBNK195P
030900       INTO WS-CONSOLE-MESSAGE.                                   DBNK195P
031000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK195P
031100     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK195P
031200     STRING WS-CUST-SELECTED         DELIMITED BY SIZE            DBNK195P
031300            ' selected for purpose ' DELIMITED BY SIZE            DBNK195P
031400            WS-PURPOSE               DELIMITED BY SIZE            DBNK195P
031500       INTO WS-CONSOLE-MESSAGE.                                   DBNK195P
031600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK195P
031700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK195P
031800     STRING WS-CUST-NO-CONSENT       DELIMITED BY SIZE            DBNK195P
031900            ' with no usable consent'                             DBNK195P
032000                                     DELIMITED BY SIZE            DBNK195P
032100       INTO WS-CONSOLE-MESSAGE.                                   DBNK195P
032200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK195P
032300     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK195P
032400     STRING WS-CUST-EXCLUDED         DELIMITED BY SIZE            DBNK195P
032500            ' excluded - deceased, merged or minor'               DBNK195P
032600                                     DELIMITED BY SIZE            DBNK195P
032700       INTO WS-CONSOLE-MESSAGE.                                   DBNK195P
032800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK195P
032900                                                                  DBNK195P
033000     CLOSE MKTSEL-FILE.                                           DBNK195P
033100     CLOSE BNKCUST-FILE.                                          DBNK195P
033200     CLOSE BNKCONS-FILE.                                          DBNK195P
033300     CLOSE BNKPARM-FILE.                                          DBNK195P
033400                                                                  DBNK195P
033500***************************************************************** DBNK195P
033600* Register the selection like the other outbound transmissions  * DBNK195P
033700***************************************************************** DBNK195P
033800     MOVE SPACES TO WS-FCTL-DATA.                                 DBNK195P
033900     MOVE 'MKTSEL  ' TO FCTL-STREAM.                              DBNK195P
034000     MOVE BUSD-DATE TO FCTL-BUS-DATE.                             DBNK195P
034100     MOVE 'DBNK195P' TO FCTL-JOB-NAME.                            DBNK195P
034200     MOVE WS-CUST-SELECTED TO FCTL-ITEM-COUNT.                    DBNK195P
034300     MOVE ZERO TO FCTL-HASH-TOTAL.                                DBNK195P
034400     SET FCTL-FUNC-REGISTER-OUT TO TRUE.                          DBNK195P
034500     CALL 'UFILCTL' USING WS-FCTL-DATA.                           DBNK195P
034600     IF NOT FCTL-OK                                               DBNK195P
034700        MOVE FCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK195P
034800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK195P
034900        MOVE 4 TO RETURN-CODE                                     DBNK195P
035000     END-IF.                                                      DBNK195P
035100                                                                  DBNK195P
035200     SET BCTL-FUNC-END TO TRUE.                                   DBNK195P
035300     MOVE WS-CUST-SELECTED TO BCTL-RECORD-COUNT.                  DBNK195P
035400     MOVE RETURN-CODE TO BCTL-RETURN-CODE.                        DBNK195P
035500     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK195P
035600                                                                  DBNK195P
035700     PERFORM RUN-TIME.                                            DBNK195P
035800                                                                  DBNK195P
035900     IF RETURN-CODE IS NOT EQUAL TO 4                             DBNK195P
036000        MOVE 0 TO RETURN-CODE                                     DBNK195P
036100     END-IF.                                                      DBNK195P
036200 QUICK-EXIT.                                                      DBNK195P
036300     GOBACK.                                                      DBNK195P
036400                                                                  DBNK195P
036500***************************************************************** DBNK195P
036600* Decide which channels may be used for one customer. A channel * DBNK195P
036700* needs both a 'Y' on the register and the details to use it    * DBNK195P
036800***************************************************************** DBNK195P
036900 SELECT-CUSTOMER.                                                 DBNK195P
037000     IF BCS-REC-IS-DECEASED OR                                    DBNK195P
037100        NOT BCS-REC-NOT-MERGED OR                                 DBNK195P
037200        BCS-REC-IS-MINOR                                          DBNK195P
037300        ADD 1 TO WS-CUST-EXCLUDED                                 DBNK195P
037400        GO TO SELECT-CUSTOMER-EXIT                                DBNK195P
037500     END-IF.                                                      DBNK195P
037600     MOVE SPACES TO MKS-REC.                                      DBNK195P
037700     MOVE 'N' TO MKS-REC-BY-POST.                                 DBNK195P
037800     MOVE 'N' TO MKS-REC-BY-EMAIL.                                DBNK195P
037900     MOVE 'N' TO MKS-REC-BY-PHONE.                                DBNK195P
038000     MOVE 'N' TO MKS-REC-BY-SMS.                                  DBNK195P
038100     IF BCS-REC-ADDR-GOOD AND                                     DBNK195P
038200        BCS-REC-ADDR1 IS NOT EQUAL TO SPACES                      DBNK195P
038300        MOVE 'P' TO WS-CONS-CHANNEL                               DBNK195P
038400        PERFORM CHECK-CONSENT THRU                                DBNK195P
038500                CHECK-CONSENT-EXIT                                DBNK195P
038600        IF WS-CONS-GIVEN                                          DBNK195P
038700           MOVE 'Y' TO MKS-REC-BY-POST                            DBNK195P
038800        END-IF                                                    DBNK195P
038900     END-IF.                                                      DBNK195P
039000     IF BCS-REC-EMAIL IS NOT EQUAL TO SPACES                      DBNK195P
039100        MOVE 'E' TO WS-CONS-CHANNEL                               DBNK195P
039200        PERFORM CHECK-CONSENT THRU                                DBNK195P
039300                CHECK-CONSENT-EXIT                                DBNK195P
039400        IF WS-CONS-GIVEN                                          DBNK195P
039500           MOVE 'Y' TO MKS-REC-BY-EMAIL                           DBNK195P
039600        END-IF                                                    DBNK195P
039700     END-IF.                                                      DBNK195P
039800     IF BCS-REC-TEL IS NOT EQUAL TO SPACES                        DBNK195P
039900        MOVE 'T' TO WS-CONS-CHANNEL                               DBNK195P
040000        PERFORM CHECK-CONSENT THRU                                DBNK195P
040100                CHECK-CONSENT-EXIT                                DBNK195P
040200        IF WS-CONS-GIVEN                                          DBNK195P
040300           MOVE 'Y' TO MKS-REC-BY-PHONE                           DBNK195P
040400        END-IF                                                    DBNK195P
040500        MOVE 'S' TO WS-CONS-CHANNEL                               DBNK195P
040600        PERFORM CHECK-CONSENT THRU                                DBNK195P
040700                CHECK-CONSENT-EXIT                                DBNK195P
040800        IF WS-CONS-GIVEN                                          DBNK195P
040900           MOVE 'Y' TO MKS-REC-BY-SMS                             DBNK195P
041000        END-IF                                                    DBNK195P
041100     END-IF.                                                      DBNK195P
041200     IF MKS-REC-CHANNELS IS EQUAL TO 'NNNN'                       DBNK195P
041300        ADD 1 TO WS-CUST-NO-CONSENT                               DBNK195P
041400        GO TO SELECT-CUSTOMER-EXIT                                DBNK195P
041500     END-IF.                                                      DBNK195P
041600     MOVE 'SEL' TO MKS-REC-TYPE.                                  DBNK195P
041700     MOVE BCS-REC-PID TO MKS-REC-PID.                             DBNK195P
041800     MOVE BCS-REC-NAME TO MKS-REC-NAME.                           DBNK195P
041900     MOVE BCS-REC-LANG TO MKS-REC-LANG.                           DBNK195P
042000     MOVE WS-PURPOSE TO MKS-REC-PURPOSE.                          DBNK195P
042100     IF MKS-REC-BY-POST IS EQUAL TO 'Y'                           DBNK195P
042200        MOVE BCS-REC-ADDR1 TO MKS-REC-ADDR1                       DBNK195P
042300        MOVE BCS-REC-ADDR2 TO MKS-REC-ADDR2                       DBNK195P
042400        MOVE BCS-REC-STATE TO MKS-REC-STATE                       DBNK195P
042500        MOVE BCS-REC-CNTRY TO MKS-REC-CNTRY                       DBNK195P
042600        MOVE BCS-REC-POST-CODE TO MKS-REC-POST-CODE               DBNK195P
042700        ADD 1 TO WS-SEL-BY-POST                                   DBNK195P
042800     END-IF.                                                      DBNK195P
042900     IF MKS-REC-BY-EMAIL IS EQUAL TO 'Y'                          DBNK195P
043000        MOVE BCS-REC-EMAIL TO MKS-REC-EMAIL                       DBNK195P
043100        ADD 1 TO WS-SEL-BY-EMAIL                                  DBNK195P
043200     END-IF.                                                      DBNK195P
043300     IF MKS-REC-BY-PHONE IS EQUAL TO 'Y' OR                       DBNK195P
043400        MKS-REC-BY-SMS IS EQUAL TO 'Y'                            DBNK195P
043500        MOVE BCS-REC-TEL TO MKS-REC-TEL                           DBNK195P
043600     END-IF.                                                      DBNK195P
043700     IF MKS-REC-BY-PHONE IS EQUAL TO 'Y'                          DBNK195P
043800        ADD 1 TO WS-SEL-BY-PHONE                                  DBNK195P
043900     END-IF.                                                      DBNK195P
044000     IF MKS-REC-BY-SMS IS EQUAL TO 'Y'                            DBNK195P
044100        ADD 1 TO WS-SEL-BY-SMS                                    DBNK195P
044200     END-IF.                                                      DBNK195P
044300     WRITE MKS-REC.                                               DBNK195P
044400     ADD 1 TO WS-CUST-SELECTED.                                   DBNK195P
044500 SELECT-CUSTOMER-EXIT.                                            DBNK195P
044600     EXIT.                                                        DBNK195P
044700                                                                  DBNK195P
044800***************************************************************** DBNK195P
044900* Consent for the channel and purpose - only a recorded 'Y'     * DBNK195P
045000* will do                                                       * DBNK195P
045100***************************************************************** DBNK195P
045200 CHECK-CONSENT.                                                   DBNK195P
045300     SET WS-CONS-NOT-GIVEN TO TRUE.                               DBNK195P
045400     MOVE BCS-REC-PID TO CNS-REC-PID.                             DBNK195P
045500     MOVE WS-CONS-CHANNEL TO CNS-REC-CHANNEL.                     DBNK195P
045600     MOVE WS-PURPOSE TO CNS-REC-PURPOSE.                          DBNK195P
045700     READ BNKCONS-FILE                                            DBNK195P
045800       INVALID KEY                                                DBNK195P
045900         GO TO CHECK-CONSENT-EXIT                                 DBNK195P
046000     END-READ.                                                    DBNK195P
046100     IF CNS-REC-GIVEN                                             DBNK195P
046200        SET WS-CONS-GIVEN TO TRUE                                 DBNK195P
046300     END-IF.                                                      DBNK195P
046400 CHECK-CONSENT-EXIT.                                              DBNK195P
046500     EXIT.                                                        DBNK195P
046600                                                                  DBNK195P
046700***************************************************************** DBNK195P
046800* Check file open OK                                            * DBNK195P
046900***************************************************************** DBNK195P
047000 CHECK-OPEN.                                                      DBNK195P
047100     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK195P
047200        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK195P
047300        STRING WS-FILE       DELIMITED BY ' '                     DBNK195P
047400               ' opened ok' DELIMITED BY SIZE                     DBNK195P
047500          INTO WS-CONSOLE-MESSAGE                                 DBNK195P
047600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK195P
047700     ELSE                                                         DBNK195P
047800        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK195P
047900        STRING WS-FILE          DELIMITED BY ' '                  DBNK195P
048000               ' did not open' DELIMITED BY SIZE                  DBNK195P
048100          INTO WS-CONSOLE-MESSAGE                                 DBNK195P
048200        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK195P
048300        PERFORM DISPLAY-IO-STATUS                                 DBNK195P
048400        ADD 1 TO WS-OPEN-ERROR                                    DBNK195P
048500     END-IF.                                                      DBNK195P
048600 CHECK-OPEN-EXIT.                                                 DBNK195P
048700     EXIT.                                                        DBNK195P
048800                                                                  DBNK195P
048900***************************************************************** DBNK195P
049000* Display the file status bytes. This routine will display as  *  DBNK195P
049100* two digits if the full two byte file status is numeric. If   *  DBNK195P
049200* second byte is non-numeric then it will be treated as a      *  DBNK195P
049300* binary number.                                                * DBNK195P
049400***************************************************************** DBNK195P
049500 DISPLAY-IO-STATUS.                                               DBNK195P
049600     IF WS-IO-STATUS NUMERIC                                      DBNK195P
049700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK195P
049800        STRING 'File status -' DELIMITED BY SIZE                  DBNK195P
049900               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK195P
050000          INTO WS-CONSOLE-MESSAGE                                 DBNK195P
050100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK195P
050200     ELSE                                                         DBNK195P
050300        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK195P
050400        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK195P
050500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK195P
050600        STRING 'File status -' DELIMITED BY SIZE                  DBNK195P
050700               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK195P
050800               '/'            DELIMITED BY SIZE                   DBNK195P
050900               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK195P
051000          INTO WS-CONSOLE-MESSAGE                                 DBNK195P
051100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK195P
051200     END-IF.                                                      DBNK195P
051300                                                                  DBNK195P
051400***************************************************************** DBNK195P
051500* Display CONSOLE messages...                                   * DBNK195P
051600***************************************************************** DBNK195P
051700 DISPLAY-CONSOLE-MESSAGE.                                         DBNK195P
051800     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK195P
051900     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK195P
052000                                                                  DBNK195P
052100 COPY CTIMERP.                                                    DBNK195P
052200                                                                  DBNK195P
