000100***************************************************************** DBNK159P
000200*                                                               * DBNK159P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK159P
000400*   This demonstration program is provided for use by users     * DBNK159P
000500*   of Micro Focus products and may be used, modified and       * DBNK159P
000600*   distributed as part of your application provided that       * DBNK159P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK159P
000800*   in this material.                                           * DBNK159P
000900*                                                               * DBNK159P
001000***************************************************************** DBNK159P
001100                                                                  DBNK159P
001200***************************************************************** DBNK159P
001300* Program:     DBNK159P.CBL                                     * DBNK159P
001400* Function:    Outbound wire transfer messages. Every BNKWIRE   * DBNK159P
001500*              wire a supervisor has released through DBNK158P  * DBNK159P
001600*              whose value date has come is written to the      * DBNK159P
001700*              WIREOUT file as its own structured payment       * DBNK159P
001800*              message - header block, sender's reference,      * DBNK159P
001900*              value date and amount, ordering customer,        * DBNK159P
002000*              beneficiary bank and beneficiary - and marked    * DBNK159P
002100*              sent with its message sequence. Each message is  * DBNK159P
002200*              registered through UFILCTL under its own stream  * DBNK159P
002300*              (WIR plus the sequence) so the receiving bank's  * DBNK159P
002400*              acknowledgement can be matched wire by wire. The * DBNK159P
002500*              customers were debited at release, so one        * DBNK159P
002600*              settlement total is posted to BNKLEDG against    * DBNK159P
002700*              the clearing suspense account. VSAM version      * DBNK159P
002800***************************************************************** DBNK159P
002900                                                                  DBNK159P
003000 IDENTIFICATION DIVISION.                                         DBNK159P
003100 PROGRAM-ID.                                                      DBNK159P
003200     DBNK159P.                                                    DBNK159P
003300 DATE-WRITTEN.                                                    DBNK159P
003400     October 2007.                                                DBNK159P
003500 DATE-COMPILED.                                                   DBNK159P
003600     Today.                                                       DBNK159P
003700                                                                  DBNK159P
003800 ENVIRONMENT DIVISION.                                            DBNK159P
003900                                                                  DBNK159P
004000 INPUT-OUTPUT   SECTION.                                          DBNK159P
004100   FILE-CONTROL.                                                  DBNK159P
004200     SELECT BNKWIRE-FILE                                          DBNK159P
004300            ASSIGN       TO BNKWIRE                               DBNK159P
004400            ORGANIZATION IS INDEXED                               DBNK159P
004500            ACCESS MODE  IS DYNAMIC                               DBNK159P
004600            RECORD KEY   IS BWR-REC-TIMESTAMP                     DBNK159P
004700            FILE STATUS  IS WS-BNKWIRE-STATUS.                    DBNK159P
004800                                                                  DBNK159P
004900     SELECT BNKCUST-FILE                                          DBNK159P
005000            ASSIGN       TO BNKCUST                               DBNK159P
005100            ORGANIZATION IS INDEXED                               DBNK159P
005200            ACCESS MODE  IS RANDOM                                DBNK159P
005300            RECORD KEY   IS BCS-REC-PID                           DBNK159P
005400            FILE STATUS  IS WS-BNKCUST-STATUS.                    DBNK159P
005500                                                                  DBNK159P
005600     SELECT BNKRDIR-FILE                                          DBNK159P
005700            ASSIGN       TO BNKRDIR                               DBNK159P
005800            ORGANIZATION IS INDEXED                               DBNK159P
005900            ACCESS MODE  IS RANDOM                                DBNK159P
006000            RECORD KEY   IS BRD-REC-ROUTING                       DBNK159P
006100            FILE STATUS  IS WS-BNKRDIR-STATUS.                    DBNK159P
006200                                                                  DBNK159P
006300     SELECT BNKLEDG-FILE                                          DBNK159P
006400            ASSIGN       TO BNKLEDG                               DBNK159P
006500            ORGANIZATION IS INDEXED                               DBNK159P
006600            ACCESS MODE  IS RANDOM                                DBNK159P
006700            RECORD KEY   IS BLG-REC-TIMESTAMP                     DBNK159P
006800            ALTERNATE KEY IS BLG-REC-ALTKEY1 WITH DUPLICATES      DBNK159P
006900            FILE STATUS  IS WS-BNKLEDG-STATUS.                    DBNK159P
007000                                                                  DBNK159P
007100     SELECT WIREOUT-FILE                                          DBNK159P
007200            ASSIGN       TO WIREOUT                               DBNK159P
007300            ORGANIZATION IS SEQUENTIAL                            DBNK159P
007400            FILE STATUS  IS WS-WIREOUT-STATUS.                    DBNK159P
007500                                                                  DBNK159P
007600 DATA DIVISION.                                                   DBNK159P
007700                                                                  DBNK159P
007800 FILE SECTION.                                                    DBNK159P
007900 FD  BNKWIRE-FILE.                                                DBNK159P
008000 01  BNKWIRE-REC.                                                 DBNK159P
008100 COPY CBANKVWR.                                                   DBNK159P
008200                                                                  DBNK159P
008300 FD  BNKCUST-FILE.                                                DBNK159P
008400 01  BNKCUST-REC.                                                 DBNK159P
008500 COPY CBANKVCS.                                                   DBNK159P
008600                                                                  DBNK159P
008700 FD  BNKRDIR-FILE.                                                DBNK159P
008800 01  BNKRDIR-REC.                                                 DBNK159P
008900 COPY CBANKVRD.                                                   DBNK159P
009000                                                                  DBNK159P
009100 FD  BNKLEDG-FILE.                                                DBNK159P
009200 01  BNKLEDG-REC.                                                 DBNK159P
009300 COPY CBANKVLG.                                                   DBNK159P
009400                                                                  DBNK159P
009500 FD  WIREOUT-FILE.                                                DBNK159P
009600 01  WIREOUT-REC                        PIC X(80).                DBNK159P
009700                                                                  DBNK159P
009800 WORKING-STORAGE SECTION.                                         DBNK159P
009900 COPY CTIMERD.                                                    DBNK159P
010000 COPY CTSTAMPD.                                                   DBNK159P
010100                                                                  DBNK159P
010200 01  WS-MISC-STORAGE.                                             DBNK159P
010300   05  WS-PROGRAM-ID                         PIC X(8)             DBNK159P
010400       VALUE 'DBNK159P'.                                          DBNK159P
010500                                                                  DBNK159P
010600   05  WS-BNKWIRE-STATUS.                                         DBNK159P
010700     10  WS-BNKWIRE-STAT1                     PIC X(1).           DBNK159P
010800     10  WS-BNKWIRE-STAT2                     PIC X(1).           DBNK159P
010900                                                                  DBNK159P
011000   05  WS-BNKCUST-STATUS.                                         DBNK159P
011100     10  WS-BNKCUST-STAT1                     PIC X(1).           DBNK159P
011200     10  WS-BNKCUST-STAT2                     PIC X(1).           DBNK159P
011300                                                                  DBNK159P
011400   05  WS-BNKRDIR-STATUS.                                         DBNK159P
011500     10  WS-BNKRDIR-STAT1                     PIC X(1).           DBNK159P
011600     10  WS-BNKRDIR-STAT2                     PIC X(1).           DBNK159P
011700                                                                  DBNK159P
011800   05  WS-BNKLEDG-STATUS.                                         DBNK159P
011900     10  WS-BNKLEDG-STAT1                     PIC X(1).           DBNK159P
012000     10  WS-BNKLEDG-STAT2                     PIC X(1).           DBNK159P
012100                                                                  DBNK159P
012200   05  WS-WIREOUT-STATUS.                                         DBNK159P
012300     10  WS-WIREOUT-STAT1                     PIC X(1).           DBNK159P
012400     10  WS-WIREOUT-STAT2                     PIC X(1).           DBNK159P
012500                                                                  DBNK159P
012600   05  WS-IO-STATUS.                                              DBNK159P
012700     10  WS-IO-STAT1                          PIC X(1).           DBNK159P
012800     10  WS-IO-STAT2                          PIC X(1).           DBNK159P
012900                                                                  DBNK159P
013000   05  WS-TWO-BYTES.                                              DBNK159P
013100     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK159P
013200     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK159P
013300   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK159P
013400                                              PIC 9(1) COMP.      DBNK159P
013500                                                                  DBNK159P
013600   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK159P
013700     88  OPEN-OK                              VALUE 0.            DBNK159P
013800                                                                  DBNK159P
013900   05  WS-FILE                               PIC X(16).           DBNK159P
014000                                                                  DBNK159P
014100   05  WS-WIRES-SENT                          PIC 9(5)            DBNK159P
014200       VALUE ZERO.                                                DBNK159P
014300   05  WS-WIRES-HELD                          PIC 9(5)            DBNK159P
014400       VALUE ZERO.                                                DBNK159P
014500   05  WS-MSG-SEQ                             PIC 9(5)            DBNK159P
014600       VALUE ZERO.                                                DBNK159P
014700   05  WS-SETTLE-TOTAL                        PIC S9(9)V99        DBNK159P
014800                                              COMP-3 VALUE ZERO.  DBNK159P
014900   05  WS-EDIT-AMT-9-2                 PIC Z,ZZZ,ZZZ,ZZ9.99.      DBNK159P
015000   05  WS-MSG-AMOUNT                          PIC 9(7).99.        DBNK159P
015100   05  WS-MSG-STREAM.                                             DBNK159P
015200     10  FILLER                               PIC X(3)            DBNK159P
015300         VALUE 'WIR'.                                             DBNK159P
015400     10  WS-MSG-STREAM-SEQ                    PIC 9(5).           DBNK159P
015500                                                                  DBNK159P
015600   05  WS-SETTLE-ACCNO                       PIC X(9)             DBNK159P
015700       VALUE '999999990'.                                         DBNK159P
015800                                                                  DBNK159P
015900 01  WS-TWOS-COMP.                                                DBNK159P
016000   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBNK159P
016100   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBNK159P
016200   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          DBNK159P
016300                                                                  DBNK159P
016400 COPY CBANKTXD.                                                   DBNK159P
016500                                                                  DBNK159P
016600 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK159P
016700                                                                  DBNK159P
016800 01  WS-BCTL-DATA.                                                DBNK159P
016900 COPY CBCTLD.                                                     DBNK159P
017000                                                                  DBNK159P
017100 01  WS-BUSD-DATA.                                                DBNK159P
017200 COPY CBUSDD.                                                     DBNK159P
017300                                                                  DBNK159P
017400 01  WS-FCTL-DATA.                                                DBNK159P
017500 COPY CFCTLD.                                                     DBNK159P
017600                                                                  DBNK159P
017700 01  WS-TREF-DATA.                                                DBNK159P
017800 COPY CTREFD.                                                     DBNK159P
017900                                                                  DBNK159P
018000 01  WS-FJRN-DATA.                                                DBNK159P
018100 COPY CFJRND.                                                     DBNK159P
018200                                                                  DBNK159P
018300 PROCEDURE DIVISION.                                              DBNK159P
018400     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK159P
018500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK159P
018600     PERFORM RUN-TIME.                                            DBNK159P
018700                                                                  DBNK159P
018800***************************************************************** DBNK159P
018900* Register this run in the batch control file                   * DBNK159P
019000***************************************************************** DBNK159P
019100     MOVE 'DBNK159P' TO BCTL-JOB-NAME.                            DBNK159P
019200     MOVE SPACES TO BCTL-BUS-DATE.                                DBNK159P
019300     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK159P
019400     SET BCTL-FUNC-START TO TRUE.                                 DBNK159P
019500     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK159P
019600     IF NOT BCTL-OK                                               DBNK159P
019700        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK159P
019800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK159P
019900        MOVE 8 TO RETURN-CODE                                     DBNK159P
020000        GO TO QUICK-EXIT                                          DBNK159P
020100     END-IF.                                                      DBNK159P
020200*    postings carry the bank-wide business date, not the clock    DBNK159P
020300     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK159P
020400                                                                  DBNK159P
020500     SET OPEN-OK TO TRUE.                                         DBNK159P
020600                                                                  DBNK159P
020700     OPEN I-O BNKWIRE-FILE.                                       DBNK159P
020800     MOVE WS-BNKWIRE-STATUS TO WS-IO-STATUS.                      DBNK159P
020900     MOVE 'BNKWIRE-FILE' TO WS-FILE.                              DBNK159P
021000     PERFORM CHECK-OPEN THRU                                      DBNK159P
021100             CHECK-OPEN-EXIT.                                     DBNK159P
021200                                                                  DBNK159P
021300     OPEN INPUT BNKCUST-FILE.                                     DBNK159P
021400     MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.                      DBNK159P
021500     MOVE 'BNKCUST-FILE' TO WS-FILE.                              DBNK159P
021600     PERFORM CHECK-OPEN THRU                                      DBNK159P
021700             CHECK-OPEN-EXIT.                                     DBNK159P
021800                                                                  DBNK159P
021900     OPEN INPUT BNKRDIR-FILE.                                     DBNK159P
022000     MOVE WS-BNKRDIR-STATUS TO WS-IO-STATUS.                      DBNK159P
022100     MOVE 'BNKRDIR-FILE' TO WS-FILE.                              DBNK159P
022200     PERFORM CHECK-OPEN THRU                                      DBNK159P
022300             CHECK-OPEN-EXIT.                                     DBNK159P
022400                                                                  DBNK159P
022500     OPEN I-O BNKLEDG-FILE.                                       DBNK159P
022600     MOVE WS-BNKLEDG-STATUS TO WS-IO-STATUS.                      DBNK159P
022700     MOVE 'BNKLEDG-FILE' TO WS-FILE.                              DBNK159P
022800     PERFORM CHECK-OPEN THRU                                      DBNK159P
022900             CHECK-OPEN-EXIT.                                     DBNK159P
023000                                                                  DBNK159P
023100     OPEN OUTPUT WIREOUT-FILE.                                    DBNK159P
023200     MOVE WS-WIREOUT-STATUS TO WS-IO-STATUS.                      DBNK159P
023300     MOVE 'WIREOUT-FILE' TO WS-FILE.                              DBNK159P
023400     PERFORM CHECK-OPEN THRU                                      DBNK159P
023500             CHECK-OPEN-EXIT.                                     DBNK159P
023600                                                                  DBNK159P
023700     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK159P
023800        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK159P
023900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK159P
024000        MOVE 16 TO RETURN-CODE                                    DBNK159P
024100        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK159P
024200        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK159P
024300        GO TO QUICK-EXIT                                          DBNK159P
024400     END-IF.                                                      DBNK159P
024500                                                                  DBNK159P
024600***************************************************************** DBNK159P
024700* A second run on the same business date carries on the message * DBNK159P
024800* sequence from the first so no stream is registered twice      * DBNK159P
024900***************************************************************** DBNK159P
025000     MOVE LOW-VALUES TO BWR-REC-TIMESTAMP.                        DBNK159P
025100     START BNKWIRE-FILE KEY IS GREATER THAN BWR-REC-TIMESTAMP     DBNK159P
025200       INVALID KEY                                                DBNK159P
025300         GO TO SEQ-ENDED                                          DBNK159P
025400     END-START.                                                   DBNK159P
025500 SEQ-LOOP.                                                        DBNK159P
025600     READ BNKWIRE-FILE NEXT                                       DBNK159P
025700       AT END                                                     DBNK159P
025800         GO TO SEQ-ENDED                                          DBNK159P
025900     END-READ.                                                    DBNK159P
026000     IF BWR-REC-IS-SENT AND                                       DBNK159P
026100        BWR-REC-SENT-DATE IS EQUAL TO BUSD-DATE AND               DBNK159P
026200        BWR-REC-MSG-SEQ IS GREATER THAN WS-MSG-SEQ                DBNK159P
026300        MOVE BWR-REC-MSG-SEQ TO WS-MSG-SEQ                        DBNK159P
026400     END-IF.                                                      DBNK159P
026500     GO TO SEQ-LOOP.                                              DBNK159P
026600 SEQ-ENDED.                                                       DBNK159P
026700                                                                  DBNK159P
026800     MOVE LOW-VALUES TO BWR-REC-TIMESTAMP.                        DBNK159P
026900     START BNKWIRE-FILE KEY IS GREATER THAN BWR-REC-TIMESTAMP     DBNK159P
027000       INVALID KEY                                                DBNK159P
027100         GO TO WIRE-ENDED                                         DBNK159P
027200     END-START.                                                   DBNK159P
027300                                                                  DBNK159P
027400 WIRE-LOOP.                                                       DBNK159P
027500     READ BNKWIRE-FILE NEXT                                       DBNK159P
027600       AT END                                                     DBNK159P
027700         GO TO WIRE-ENDED                                         DBNK159P
027800     END-READ.                                                    DBNK159P
027900     IF NOT BWR-REC-IS-RELEASED                                   DBNK159P
028000        GO TO WIRE-LOOP                                           DBNK159P
028100     END-IF.                                                      DBNK159P
028200     IF BWR-REC-VALUE-DATE IS GREATER THAN BUSD-DATE              DBNK159P
028300        ADD 1 TO WS-WIRES-HELD                                    DBNK159P
028400        GO TO WIRE-LOOP                                           DBNK159P
028500     END-IF.                                                      DBNK159P
028600     PERFORM SEND-ONE-WIRE THRU                                   DBNK159P
028700             SEND-ONE-WIRE-EXIT.                                  DBNK159P
028800     GO TO WIRE-LOOP.                                             DBNK159P
028900                                                                  DBNK159P
029000 WIRE-ENDED.                                                      DBNK159P
029100     IF WS-SETTLE-TOTAL IS GREATER THAN ZERO                      DBNK159P
029200        PERFORM POST-SETTLEMENT-TOTAL THRU                        DBNK159P
029300                POST-SETTLEMENT-TOTAL-EXIT                        DBNK159P
029400     END-IF.                                                      DBNK159P
029500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK159P
029600     STRING WS-WIRES-SENT             DELIMITED BY SIZE           DBNK159P
029700            ' wires sent'             DELIMITED BY SIZE           DBNK159P
029800       INTO WS-CONSOLE-MESSAGE.                                   DBNK159P
029900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK159P
030000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK159P
030100     STRING WS-WIRES-HELD             DELIMITED BY SIZE           DBNK159P
030200            ' wires held for a later value date'                  DBNK159P
030300                                      DELIMITED BY SIZE           DBNK159P
030400       INTO WS-CONSOLE-MESSAGE.                                   DBNK159P
030500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK159P
030600     MOVE WS-SETTLE-TOTAL TO WS-EDIT-AMT-9-2.                     DBNK159P
030700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK159P
030800     STRING 'Wire control total '     DELIMITED BY SIZE           DBNK159P
030900            WS-EDIT-AMT-9-2           DELIMITED BY SIZE           DBNK159P
031000       INTO WS-CONSOLE-MESSAGE.                                   DBNK159P
031100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK159P
031200                                                                  DBNK159P
031300     CLOSE BNKWIRE-FILE.                                          DBNK159P
031400     CLOSE BNKCUST-FILE.                                          DBNK159P
031500     CLOSE BNKRDIR-FILE.                                          DBNK159P
031600     CLOSE BNKLEDG-FILE.                                          DBNK159P
031700     CLOSE WIREOUT-FILE.                                          DBNK159P
031800                                                                  DBNK159P
031900     SET BCTL-FUNC-END TO TRUE.                                   DBNK159P
032000     MOVE WS-WIRES-SENT TO BCTL-RECORD-COUNT.                     DBNK159P
032100     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK159P
032200     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK159P
032300                                                                  DBNK159P
032400     PERFORM RUN-TIME.                                            DBNK159P
032500                                                                  DBNK159P
032600     MOVE 0 TO RETURN-CODE.                                       DBNK159P
032700 QUICK-EXIT.                                                      DBNK159P
032800     GOBACK.                                                      DBNK159P
032900                                                                  DBNK159P
033000***************************************************************** DBNK159P
033100* Write one released wire as its own payment message, mark it   * DBNK159P
033200* sent and register the message for acknowledgement             * DBNK159P
033300***************************************************************** DBNK159P
033400 SEND-ONE-WIRE.                                                   DBNK159P
033500     ADD 1 TO WS-MSG-SEQ.                                         DBNK159P
033600     MOVE WS-MSG-SEQ TO WS-MSG-STREAM-SEQ.                        DBNK159P
033700     MOVE BWR-REC-PID TO BCS-REC-PID.                             DBNK159P
033800     READ BNKCUST-FILE                                            DBNK159P
033900       INVALID KEY                                                DBNK159P
034000         MOVE SPACES TO BCS-REC-NAME                              DBNK159P
034100     END-READ.                                                    DBNK159P
034200     MOVE BWR-REC-ROUTING TO BRD-REC-ROUTING.                     DBNK159P
034300     READ BNKRDIR-FILE                                            DBNK159P
034400       INVALID KEY                                                DBNK159P
034500         MOVE SPACES TO BRD-REC-BANK-NAME                         DBNK159P
034600     END-READ.                                                    DBNK159P
034700                                                                  DBNK159P
034800     MOVE SPACES TO WIREOUT-REC.                                  DBNK159P
034900     STRING '{1:'                     DELIMITED BY SIZE           DBNK159P
035000            WS-MSG-STREAM             DELIMITED BY SIZE           DBNK159P
035100            '}{2:'                    DELIMITED BY SIZE           DBNK159P
035200            BWR-REC-ROUTING           DELIMITED BY SIZE           DBNK159P
035300            '}{4:'                    DELIMITED BY SIZE           DBNK159P
035400       INTO WIREOUT-REC.                                          DBNK159P
035500     WRITE WIREOUT-REC.                                           DBNK159P
035600     MOVE SPACES TO WIREOUT-REC.                                  DBNK159P
035700     STRING ':20:'                    DELIMITED BY SIZE           DBNK159P
035800            BWR-REC-REFNO             DELIMITED BY SIZE           DBNK159P
035900       INTO WIREOUT-REC.                                          DBNK159P
036000     WRITE WIREOUT-REC.                                           DBNK159P
036100     MOVE ':23B:CRED' TO WIREOUT-REC.                             DBNK159P
036200     WRITE WIREOUT-REC.                                           DBNK159P
036300     MOVE BWR-REC-AMOUNT TO WS-MSG-AMOUNT.                        DBNK159P
036400     MOVE SPACES TO WIREOUT-REC.                                  DBNK159P
036500     STRING ':32A:'                   DELIMITED BY SIZE           DBNK159P
036600            BWR-REC-VALUE-DATE        DELIMITED BY SIZE           DBNK159P
036700            WS-MSG-AMOUNT             DELIMITED BY SIZE           DBNK159P
036800       INTO WIREOUT-REC.                                          DBNK159P
036900     WRITE WIREOUT-REC.                                           DBNK159P
037000     MOVE SPACES TO WIREOUT-REC.                                  DBNK159P
037100     STRING ':50K:/'                  DELIMITED BY SIZE           DBNK159P
037200            BWR-REC-SRC-ACCNO         DELIMITED BY SIZE           DBNK159P
037300            ' '                       DELIMITED BY SIZE           DBNK159P
037400            BCS-REC-NAME              DELIMITED BY SIZE           DBNK159P
037500       INTO WIREOUT-REC.                                          DBNK159P
037600     WRITE WIREOUT-REC.                                           DBNK159P
037700     MOVE SPACES TO WIREOUT-REC.                                  DBNK159P
037800     STRING ':57A:'                   DELIMITED BY SIZE           DBNK159P
037900            BWR-REC-ROUTING           DELIMITED BY SIZE           DBNK159P
038000            ' '                       DELIMITED BY SIZE           DBNK159P
038100            BRD-REC-BANK-NAME         DELIMITED BY SIZE           DBNK159P
038200       INTO WIREOUT-REC.                                          DBNK159P
038300     WRITE WIREOUT-REC.                                           DBNK159P
038400     MOVE SPACES TO WIREOUT-REC.                                  DBNK159P
038500     STRING ':59:/'                   DELIMITED BY SIZE           DBNK159P
038600            BWR-REC-BENE-ACCNO        DELIMITED BY SIZE           DBNK159P
038700            ' '                       DELIMITED BY SIZE           DBNK159P
038800            BWR-REC-BENE-NAME         DELIMITED BY SIZE           DBNK159P
038900       INTO WIREOUT-REC.                                          DBNK159P
039000     WRITE WIREOUT-REC.                                           DBNK159P
039100     MOVE SPACES TO WIREOUT-REC.                                  DBNK159P
039200     STRING ':70:'                    DELIMITED BY SIZE           DBNK159P
039300            BWR-REC-DETAILS           DELIMITED BY SIZE           DBNK159P
039400       INTO WIREOUT-REC.                                          DBNK159P
039500     WRITE WIREOUT-REC.                                           DBNK159P
039600     MOVE ':71A:OUR' TO WIREOUT-REC.                              DBNK159P
039700     WRITE WIREOUT-REC.                                           DBNK159P
039800     MOVE '-}' TO WIREOUT-REC.                                    DBNK159P
039900     WRITE WIREOUT-REC.                                           DBNK159P
040000                                                                  DBNK159P
040100     SET BWR-REC-IS-SENT TO TRUE.                                 DBNK159P
040200     MOVE WS-MSG-SEQ TO BWR-REC-MSG-SEQ.                          DBNK159P
040300     MOVE BUSD-DATE TO BWR-REC-SENT-DATE.                         DBNK159P
040400     REWRITE BNKWIRE-REC                                          DBNK159P
040500       INVALID KEY                                                DBNK159P
040600         MOVE 'Unable to mark wire sent'                          DBNK159P
040700           TO WS-CONSOLE-MESSAGE                                  DBNK159P
040800         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK159P
040900     END-REWRITE.                                                 DBNK159P
041000     ADD 1 TO WS-WIRES-SENT.                                      DBNK159P
041100     ADD BWR-REC-AMOUNT TO WS-SETTLE-TOTAL.                       DBNK159P
041200                                                                  DBNK159P
041300*    each message is tracked on its own so the receiving bank's   DBNK159P
041400*    acknowledgement can be matched to the wire                   DBNK159P
041500     MOVE WS-MSG-STREAM TO FCTL-STREAM.                           DBNK159P
041600     MOVE SPACES TO FCTL-BUS-DATE.                                DBNK159P
041700     MOVE 'DBNK159P' TO FCTL-JOB-NAME.                            DBNK159P
041800     MOVE 1 TO FCTL-ITEM-COUNT.                                   DBNK159P
041900     MOVE BWR-REC-AMOUNT TO FCTL-HASH-TOTAL.                      DBNK159P
042000     SET FCTL-FUNC-REGISTER-OUT TO TRUE.                          DBNK159P
042100     CALL 'UFILCTL' USING WS-FCTL-DATA.                           DBNK159P
042200 SEND-ONE-WIRE-EXIT.                                              DBNK159P
042300     EXIT.                                                        DBNK159P
042400                                                                  DBNK159P
042500***************************************************************** DBNK159P
042600* Post the day's wire total to the ledger against the clearing  * DBNK159P
042700* suspense account - the customers were debited at release and  * DBNK159P
042800* the funds now leave through the settlement account            * DBNK159P
042900***************************************************************** DBNK159P
043000 POST-SETTLEMENT-TOTAL.                                           DBNK159P
043100 COPY CTSTAMPP.                                                   DBNK159P
043200     MOVE '0' TO WS-TIMESTAMP (26:1).                             DBNK159P
043300     SET TREF-FUNC-ENCODE TO TRUE.                                DBNK159P
043400     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBNK159P
043500     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK159P
043600     MOVE SPACES TO BNKLEDG-REC.                                  DBNK159P
043700     MOVE TREF-REFNO TO BLG-REC-REFNO.                            DBNK159P
043800     MOVE 'CLRNG' TO BLG-REC-PID.                                 DBNK159P
043900     MOVE '1' TO BLG-REC-TYPE.                                    DBNK159P
044000     MOVE '1' TO BLG-REC-SUB-TYPE.                                DBNK159P
044100     MOVE 'WIRE' TO BLG-REC-CATEGORY.                             DBNK159P
044200     MOVE WS-SETTLE-ACCNO TO BLG-REC-ACCNO.                       DBNK159P
044300     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBNK159P
044400     MOVE WS-SETTLE-ACCNO TO BLG-REC-ALTKEY1-ACCNO.               DBNK159P
044500     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBNK159P
044600     MOVE WS-SETTLE-TOTAL TO BLG-REC-AMOUNT.                      DBNK159P
044700     MOVE SPACES TO TXN-DATA.                                     DBNK159P
044800     MOVE 'Outbound wire total'                                   DBNK159P
044900       TO TXN-T1-OLD-DESC.                                        DBNK159P
045000     MOVE TXN-DATA-OLD TO BLG-REC-DATA-OLD.                       DBNK159P
045100     MOVE TXN-DATA-NEW TO BLG-REC-DATA-NEW.                       DBNK159P
045200     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBNK159P
045300     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBNK159P
045400     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBNK159P
045500     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBNK159P
045600                           WS-TWOS-COMP-INPUT                     DBNK159P
045700                           WS-TWOS-COMP-OUTPUT.                   DBNK159P
045800     MOVE WS-TWOS-COMP-OUTPUT TO BLG-REC-TIMESTAMP-FF.            DBNK159P
045900     MOVE BUSD-DATE TO BLG-REC-BUS-DATE.                          DBNK159P
046000     WRITE BNKLEDG-REC                                            DBNK159P
046100       INVALID KEY                                                DBNK159P
046200         MOVE 'Unable to post wire total'                         DBNK159P
046300           TO WS-CONSOLE-MESSAGE                                  DBNK159P
046400         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK159P
046500     END-WRITE.                                                   DBNK159P
046600     PERFORM JOURNAL-LEDG-IMAGE THRU                              DBNK159P
046700             JOURNAL-LEDG-IMAGE-EXIT.                             DBNK159P
046800 POST-SETTLEMENT-TOTAL-EXIT.                                      DBNK159P
046900     EXIT.                                                        DBNK159P
047000                                                                  DBNK159P
047100***************************************************************** DBNK159P
047200* After-image feeds for the roll-forward recovery (ZBNKRCVR) -  * DBNK159P
047300* each write to a protected cluster lands its final image on    * DBNK159P
047400* the BNKFJRN journal                                           * DBNK159P
047500***************************************************************** DBNK159P
047600 JOURNAL-LEDG-IMAGE.                                              DBNK159P
047700     MOVE 'BNKLEDG ' TO FJRN-FILE-NAME.                           DBNK159P
047800     MOVE WS-PROGRAM-ID TO FJRN-PROGRAM.                          DBNK159P
047900     SET FJRN-ACTION-WRITE TO TRUE.                               DBNK159P
048000     MOVE LENGTH OF BNKLEDG-REC TO FJRN-REC-LEN.                  DBNK159P
048100     MOVE SPACES TO FJRN-REC-IMAGE.                               DBNK159P
048200     MOVE BNKLEDG-REC TO FJRN-REC-IMAGE.                          DBNK159P
048300     CALL 'UFWDJRNL' USING WS-FJRN-DATA.                          DBNK159P
048400 JOURNAL-LEDG-IMAGE-EXIT.                                         DBNK159P
048500     EXIT.                                                        DBNK159P
048600                                                                  DBNK159P
048700***************************************************************** DBNK159P
048800* Check file open OK                                            * DBNK159P
048900***************************************************************** DBNK159P
049000 CHECK-OPEN.                                                      DBNK159P
049100     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK159P
049200        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK159P
049300        STRING WS-FILE       DELIMITED BY ' '                     DBNK159P
049400               ' opened ok' DELIMITED BY SIZE                     DBNK159P
049500          INTO WS-CONSOLE-MESSAGE                                 DBNK159P
049600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK159P
049700     ELSE                                                         DBNK159P
049800        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK159P
049900        STRING WS-FILE          DELIMITED BY ' '                  DBNK159P
050000               ' did not open' DELIMITED BY SIZE                  DBNK159P
050100          INTO WS-CONSOLE-MESSAGE                                 DBNK159P
050200        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK159P
050300        PERFORM DISPLAY-IO-STATUS                                 DBNK159P
050400        ADD 1 TO WS-OPEN-ERROR                                    DBNK159P
050500     END-IF.                                                      DBNK159P
050600 CHECK-OPEN-EXIT.                                                 DBNK159P
050700     EXIT.                                                        DBNK159P
050800                                                                  DBNK159P
050900***************************************************************** DBNK159P
051000* Display the file status bytes. This routine will display as  *  DBNK159P
051100* two digits if the full two byte file status is numeric. If   *  DBNK159P
051200* second byte is non-numeric then it will be treated as a      *  DBNK159P
051300* binary number.                                                * DBNK159P
051400***************************************************************** DBNK159P
051500 DISPLAY-IO-STATUS.                                               DBNK159P
051600     IF WS-IO-STATUS NUMERIC                                      DBNK159P
051700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK159P
051800        STRING 'File status -' DELIMITED BY SIZE                  DBNK159P
051900               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK159P
052000          INTO WS-CONSOLE-MESSAGE                                 DBNK159P
052100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK159P
052200     ELSE                                                         DBNK159P
052300        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK159P
052400        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK159P
052500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK159P
052600        STRING 'File status -' DELIMITED BY SIZE                  DBNK159P
052700               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK159P
052800               '/'            DELIMITED BY SIZE                   DBNK159P
052900               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK159P
053000          INTO WS-CONSOLE-MESSAGE                                 DBNK159P
053100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK159P
053200     END-IF.                                                      DBNK159P
053300                                                                  DBNK159P
053400***************************************************************** DBNK159P
053500* Display CONSOLE messages...                                   * DBNK159P
053600***************************************************************** DBNK159P
053700 DISPLAY-CONSOLE-MESSAGE.                                         DBNK159P
053800     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK159P
053900     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK159P
054000                                                                  DBNK159P
054100 COPY CTIMERP.                                                    DBNK159P
