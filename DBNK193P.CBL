000100***************************************************************** DBNK193P
000200*                                                               * DBNK193P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK193P
000400*   This demonstration program is provided for use by users     * DBNK193P
000500*   of Micro Focus products and may be used, modified and       * DBNK193P
000600*   distributed as part of your application provided that       * DBNK193P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK193P
000800*   in this material.                                           * DBNK193P
000900*                                                               * DBNK193P
001000***************************************************************** DBNK193P
001100                                                                  DBNK193P
001200                                                                  DBNK193P
001300***************************************************************** DBNK193P
001400* Program:     DBNK193P.CBL                                     * DBNK193P
001500* Function:    Nightly letter production. Every notice on the   * DBNK193P
001600*              BNKLTRQ letter queue that has fallen due - the   * DBNK193P
001700*              dormancy and escheatment notices from DBANK79P,  * DBNK193P
001800*              arrears letters from the collections aging in    * DBNK193P
001900*              DBANK67P, KYC chase and review letters from      * DBNK193P
002000*              DBNK113P, escrow analysis statements from        * DBNK193P
002100*              DBNK121P, term-deposit maturity notices from     * DBNK193P
002110*              DBANK68P and adverse action notices on declined  * DBNK193P
002120*              loan applications from DBNK209P - is merged with * DBNK193P
002130*              its template text from the BNKMSGC catalog in    * DBNK193P
002140*              the customer's BNKCUST language, falling back to * DBNK193P
002150*              English, and written with its address block to   * DBNK193P
002160*              the mail-house file MAILHSE. The file carries a  * DBNK193P
002200*              header and a control trailer of letter and line  * DBNK193P
002300*              counts and the hash of the amounts quoted, and   * DBNK193P
002400*              is registered through UFILCTL as stream MAILHSE. * DBNK193P
002500*              Each letter sent is logged on BNKCORR and taken  * DBNK193P
002600*              off the queue. A customer whose address is       * DBNK193P
002700*              marked as returned is sent the letter by e-mail  * DBNK193P
002800*              where one is held; otherwise it is held back and * DBNK193P
002900*              logged as such. A notice whose template is not   * DBNK193P
003000*              on the catalog is left on the queue and          * DBNK193P
003100*              reported. Template text may quote the letter's   * DBNK193P
003200*              figures with &N name, &A account, &M amount, &D  * DBNK193P
003300*              date, &T text, &R reference and &S the date      * DBNK193P
003400*              sent; &1 to &4 quote the reasons queued with the * DBNK193P
003500*              letter, each from the catalog entry template +   * DBNK193P
003600*              reason code, and a line naming a reason the      * DBNK193P
003700*              letter does not have is left out.                * DBNK193P
003900*              VSAM version                                     * DBNK193P
004000***************************************************************** DBNK193P
004100                                                                  DBNK193P
004200 IDENTIFICATION DIVISION.                                         DBNK193P
004300 PROGRAM-ID.                                                      DBNK193P
004400     DBNK193P.                                                    DBNK193P
004500 DATE-WRITTEN.                                                    DBNK193P
004600     October 2008.                                                DBNK193P
004700 DATE-COMPILED.                                                   DBNK193P
004800     Today.                                                       DBNK193P
004900                                                                  DBNK193P
005000 ENVIRONMENT DIVISION.                                            DBNK193P
005100                                                                  DBNK193P
005200 INPUT-OUTPUT   SECTION.                                          DBNK193P
005300   FILE-CONTROL.                                                  DBNK193P
005400     SELECT MAILHSE-FILE                                          DBNK193P
005500            ASSIGN       TO MAILHSE                               DBNK193P
005600            ORGANIZATION IS SEQUENTIAL                            DBNK193P
005700            FILE STATUS  IS WS-MAILHSE-STATUS.                    DBNK193P
005800                                                                  DBNK193P
005900     SELECT BNKLTRQ-FILE                                          DBNK193P
006000            ASSIGN       TO BNKLTRQ                               DBNK193P
006100            ORGANIZATION IS INDEXED                               DBNK193P
006200            ACCESS MODE  IS DYNAMIC                               DBNK193P
006300            RECORD KEY   IS BLQ-REC-KEY                           DBNK193P
006400            FILE STATUS  IS WS-BNKLTRQ-STATUS.                    DBNK193P
006500                                                                  DBNK193P
006600     SELECT BNKCUST-FILE                                          DBNK193P
006700            ASSIGN       TO BNKCUST                               DBNK193P
006800            ORGANIZATION IS INDEXED                               DBNK193P
006900            ACCESS MODE  IS RANDOM                                DBNK193P
007000            RECORD KEY   IS BCS-REC-PID                           DBNK193P
007100            FILE STATUS  IS WS-BNKCUST-STATUS.                    DBNK193P
007200                                                                  DBNK193P
007300     SELECT BNKMSGC-FILE                                          DBNK193P
007400            ASSIGN       TO BNKMSGC                               DBNK193P
007500            ORGANIZATION IS INDEXED                               DBNK193P
007600            ACCESS MODE  IS RANDOM                                DBNK193P
007700            RECORD KEY   IS BMC-REC-KEY                           DBNK193P
007800            FILE STATUS  IS WS-BNKMSGC-STATUS.                    DBNK193P
007900                                                                  DBNK193P
008000     SELECT BNKCORR-FILE                                          DBNK193P
008100            ASSIGN       TO BNKCORR                               DBNK193P
008200            ORGANIZATION IS INDEXED                               DBNK193P
008300            ACCESS MODE  IS DYNAMIC                               DBNK193P
008400            RECORD KEY   IS BCO-REC-TIMESTAMP                     DBNK193P
008500            ALTERNATE KEY IS BCO-REC-PID WITH DUPLICATES          DBNK193P
008600            FILE STATUS  IS WS-BNKCORR-STATUS.                    DBNK193P
008700                                                                  DBNK193P
008800 DATA DIVISION.                                                   DBNK193P
008900                                                                  DBNK193P
009000 FILE SECTION.                                                    DBNK193P
009100 FD  MAILHSE-FILE.                                                DBNK193P
009200 01  MHS-HDR-REC.                                                 DBNK193P
009300   05  MHS-HDR-TYPE                     PIC X(3).                 DBNK193P
009400   05  MHS-HDR-STREAM                   PIC X(8).                 DBNK193P
009500   05  MHS-HDR-BUS-DATE                 PIC X(8).                 DBNK193P
009600   05  MHS-HDR-TIMESTAMP                PIC X(26).                DBNK193P
009700   05  FILLER                           PIC X(75).                DBNK193P
009800 01  MHS-REC.                                                     DBNK193P
009900   05  MHS-REC-TYPE                     PIC X(3).                 DBNK193P
010000     88  MHS-REC-IS-ADDRESS             VALUE 'ADR'.              DBNK193P
010100     88  MHS-REC-IS-TEXT                VALUE 'TXT'.              DBNK193P
010200   05  MHS-REC-LETTER-NO                PIC 9(7).                 DBNK193P
010300   05  MHS-REC-LINE-NO                  PIC 9(3).                 DBNK193P
010400   05  MHS-REC-PID                      PIC X(5).                 DBNK193P
010500   05  MHS-REC-DOC-TYPE                 PIC X(8).                 DBNK193P
010600   05  MHS-REC-DELIVERY                 PIC X(1).                 DBNK193P
010700     88  MHS-REC-BY-POST                VALUE 'P'.                DBNK193P
010800     88  MHS-REC-BY-EMAIL               VALUE 'E'.                DBNK193P
010900   05  MHS-REC-LANG                     PIC X(1).                 DBNK193P
011000   05  MHS-REC-TEXT                     PIC X(80).                DBNK193P
011100   05  FILLER                           PIC X(12).                DBNK193P
011200 01  MHS-TRL-REC.                                                 DBNK193P
011300   05  MHS-TRL-TYPE                     PIC X(3).                 DBNK193P
011400   05  MHS-TRL-LETTERS                  PIC 9(7).                 DBNK193P
011500   05  MHS-TRL-LINES                    PIC 9(9).                 DBNK193P
011600   05  MHS-TRL-HASH                     PIC 9(13)V99.             DBNK193P
011700   05  FILLER                           PIC X(86).                DBNK193P
011800                                                                  DBNK193P
011900 FD  BNKLTRQ-FILE.                                                DBNK193P
012000 01  BNKLTRQ-REC.                                                 DBNK193P
012100 COPY CBANKVLQ.                                                   DBNK193P
012200                                                                  DBNK193P
012300 FD  BNKCUST-FILE.                                                DBNK193P
012400 01  BNKCUST-REC.                                                 DBNK193P
012500 COPY CBANKVCS.                                                   DBNK193P
012600                                                                  DBNK193P
012700 FD  BNKMSGC-FILE.                                                DBNK193P
012800 01  BNKMSGC-REC.                                                 DBNK193P
012900 COPY CBANKVMC.                                                   DBNK193P
013000                                                                  DBNK193P
013100 FD  BNKCORR-FILE.                                                DBNK193P
013200 01  BNKCORR-REC.                                                 DBNK193P
013300 COPY CBANKVCO.                                                   DBNK193P
013400                                                                  DBNK193P
013500 WORKING-STORAGE SECTION.                                         DBNK193P
013600 COPY CTIMERD.                                                    DBNK193P
013700 COPY CTSTAMPD.                                                   DBNK193P
013800                                                                  DBNK193P
013900 01  WS-MISC-STORAGE.                                             DBNK193P
014000   05  WS-PROGRAM-ID                         PIC X(8)             DBNK193P
014100       VALUE 'DBNK193P'.                                          DBNK193P
014200                                                                  DBNK193P
014300   05  WS-MAILHSE-STATUS.                                         DBNK193P
014400     10  WS-MAILHSE-STAT1                     PIC X(1).           DBNK193P
014500     10  WS-MAILHSE-STAT2                     PIC X(1).           DBNK193P
014600   05  WS-BNKLTRQ-STATUS.                                         DBNK193P
014700     10  WS-BNKLTRQ-STAT1                     PIC X(1).           DBNK193P
014800     10  WS-BNKLTRQ-STAT2                     PIC X(1).           DBNK193P
014900   05  WS-BNKCUST-STATUS.                                         DBNK193P
015000     10  WS-BNKCUST-STAT1                     PIC X(1).           DBNK193P
015100     10  WS-BNKCUST-STAT2                     PIC X(1).           DBNK193P
015200   05  WS-BNKMSGC-STATUS.                                         DBNK193P
015300     10  WS-BNKMSGC-STAT1                     PIC X(1).           DBNK193P
015400     10  WS-BNKMSGC-STAT2                     PIC X(1).           DBNK193P
015500   05  WS-BNKCORR-STATUS.                                         DBNK193P
015600     10  WS-BNKCORR-STAT1                     PIC X(1).           DBNK193P
015700     10  WS-BNKCORR-STAT2                     PIC X(1).           DBNK193P
015800                                                                  DBNK193P
015900   05  WS-IO-STATUS.                                              DBNK193P
016000     10  WS-IO-STAT1                          PIC X(1).           DBNK193P
016100     10  WS-IO-STAT2                          PIC X(1).           DBNK193P
016200                                                                  DBNK193P
016300   05  WS-TWO-BYTES.                                              DBNK193P
016400     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK193P
016500     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK193P
016600   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK193P
016700                                              PIC 9(1) COMP.      DBNK193P
016800                                                                  DBNK193P
016900   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK193P
017000     88  OPEN-OK                              VALUE 0.            DBNK193P
017100                                                                  DBNK193P
017200   05  WS-FILE                               PIC X(16).           DBNK193P
017300                                                                  DBNK193P
017400*    the letter being produced                                    DBNK193P
017500   05  WS-DELIVERY                           PIC X(1).            DBNK193P
017600     88  DELIVER-BY-POST                      VALUE 'P'.          DBNK193P
017700     88  DELIVER-BY-EMAIL                     VALUE 'E'.          DBNK193P
017800     88  DELIVER-HELD-BACK                    VALUE 'S'.          DBNK193P
017900   05  WS-LETTER-LANG                        PIC X(1).            DBNK193P
018000   05  WS-TEMPLATE-FOUND                     PIC X(1).            DBNK193P
018100     88  TEMPLATE-IS-FOUND                    VALUE 'Y'.          DBNK193P
018200     88  TEMPLATE-NOT-FOUND                   VALUE 'N'.          DBNK193P
018300   05  WS-LINE-SUB                           PIC 9(2).            DBNK193P
018400   05  WS-LETTER-LINE                        PIC 9(3).            DBNK193P
018500   05  WS-CORR-TRIES                         PIC 9(2).            DBNK193P
018600                                                                  DBNK193P
018700*    template merge work - a line is copied a character at a time DBNK193P
018800*    and each &x marker replaced by the figure it names           DBNK193P
018900   05  WS-IN-POS                             PIC S9(4) COMP.      DBNK193P
019000   05  WS-OUT-POS                            PIC S9(4) COMP.      DBNK193P
019100   05  WS-FLD-START                          PIC S9(4) COMP.      DBNK193P
019200   05  WS-FLD-END                            PIC S9(4) COMP.      DBNK193P
019300   05  WS-MARKER                             PIC X(1).            DBNK193P
019400   05  WS-MERGE-FIELD                        PIC X(40).           DBNK193P
019500   05  WS-OUT-LINE                           PIC X(80).           DBNK193P
019600   05  WS-EDIT-DATE.                                              DBNK193P
019700     10  WS-EDIT-DATE-YYYY                   PIC X(4).            DBNK193P
019800     10  FILLER                              PIC X(1) VALUE '-'.  DBNK193P
019900     10  WS-EDIT-DATE-MM                     PIC X(2).            DBNK193P
020000     10  FILLER                              PIC X(1) VALUE '-'.  DBNK193P
020100     10  WS-EDIT-DATE-DD                     PIC X(2).            DBNK193P
020200   05  WS-DATE-IN                            PIC X(8).            DBNK193P
020210*    the reasons the letter states, resolved from the catalog     DBNK193P
020220*    before its text is written; a line quoting one it does not   DBNK193P
020230*    have is dropped                                              DBNK193P
020240   05  WS-REASON-SUB                         PIC 9(1).            DBNK193P
020250   05  WS-REASON-TEXT                        PIC X(40)            DBNK193P
020260       OCCURS 4 TIMES.                                            DBNK193P
020270   05  WS-LINE-FLAG                          PIC X(1).            DBNK193P
020280     88  LINE-IS-WANTED                       VALUE 'Y'.          DBNK193P
020290     88  LINE-NOT-WANTED                      VALUE 'N'.          DBNK193P
020300                                                                  DBNK193P
020400   05  WS-QUEUE-READ                         PIC 9(7)             DBNK193P
020500       VALUE ZERO.                                                DBNK193P
020600   05  WS-NOT-YET-DUE                        PIC 9(7)             DBNK193P
020700       VALUE ZERO.                                                DBNK193P
020800   05  WS-LETTERS-SENT                       PIC 9(7)             DBNK193P
020900       VALUE ZERO.                                                DBNK193P
021000   05  WS-LETTERS-EMAILED                    PIC 9(7)             DBNK193P
021100       VALUE ZERO.                                                DBNK193P
021200   05  WS-LETTERS-HELD                       PIC 9(7)             DBNK193P
021300       VALUE ZERO.                                                DBNK193P
021400   05  WS-NO-TEMPLATE                        PIC 9(7)             DBNK193P
021500       VALUE ZERO.                                                DBNK193P
021600   05  WS-NO-CUSTOMER                        PIC 9(7)             DBNK193P
021700       VALUE ZERO.                                                DBNK193P
021800   05  WS-LINES-WRITTEN                      PIC 9(9)             DBNK193P
021900       VALUE ZERO.                                                DBNK193P
022000   05  WS-LETTER-HASH                        PIC S9(13)V99 COMP-3 DBNK193P
022100       VALUE ZERO.                                                DBNK193P
022200                                                                  DBNK193P
022300   05  WS-EDIT-AMT                       PIC Z,ZZZ,ZZZ,ZZ9.99-.   DBNK193P
022400                                                                  DBNK193P
022500 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK193P
022600                                                                  DBNK193P
022700 01  WS-BCTL-DATA.                                                DBNK193P
022800 COPY CBCTLD.                                                     DBNK193P
022900                                                                  DBNK193P
023000 01  WS-BUSD-DATA.                                                DBNK193P
023100 COPY CBUSDD.                                                     DBNK193P
023200                                                                  DBNK193P
023300 01  WS-FCTL-DATA.                                                DBNK193P
023400 COPY CFCTLD.                                                     DBNK193P
023500                                                                  DBNK193P
023600 PROCEDURE DIVISION.                                              DBNK193P
023700     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK193P
023800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK193P
023900     PERFORM RUN-TIME.                                            DBNK193P
024000                                                                  DBNK193P
024100***************************************************************** DBNK193P
024200* Register this run in the batch control file keyed on the      * DBNK193P
024300* business date                                                 * DBNK193P
024400***************************************************************** DBNK193P
024500     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK193P
024600     MOVE 'DBNK193P' TO BCTL-JOB-NAME.                            DBNK193P
024700     MOVE BUSD-DATE TO BCTL-BUS-DATE.                             DBNK193P
024800     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK193P
024900     SET BCTL-FUNC-START TO TRUE.                                 DBNK193P
025000     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK193P
025100     IF NOT BCTL-OK                                               DBNK193P
025200        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK193P
025300        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK193P
025400        MOVE 8 TO RETURN-CODE                                     DBNK193P
025500        GO TO QUICK-EXIT                                          DBNK193P
025600     END-IF.                                                      DBNK193P
025700                                                                  DBNK193P
025800 COPY CTSTAMPP.                                                   DBNK193P
025900                                                                  DBNK193P
026000     SET OPEN-OK TO TRUE.                                         DBNK193P
026100                                                                  DBNK193P
026200     OPEN OUTPUT MAILHSE-FILE.                                    DBNK193P
026300     MOVE WS-MAILHSE-STATUS TO WS-IO-STATUS.                      DBNK193P
026400     MOVE 'MAILHSE-FILE' TO WS-FILE.                              DBNK193P
026500     PERFORM CHECK-OPEN THRU                                      DBNK193P
026600             CHECK-OPEN-EXIT.                                     DBNK193P
026700                                                                  DBNK193P
026800     OPEN I-O BNKLTRQ-FILE.                                       DBNK193P
026900     MOVE WS-BNKLTRQ-STATUS TO WS-IO-STATUS.                      DBNK193P
027000     MOVE 'BNKLTRQ-FILE' TO WS-FILE.                              DBNK193P
027100     PERFORM CHECK-OPEN THRU                                      DBNK193P
027200             CHECK-OPEN-EXIT.                                     DBNK193P
027300                                                                  DBNK193P
027400     OPEN INPUT BNKCUST-FILE.                                     DBNK193P
027500     MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.                      DBNK193P
027600     MOVE 'BNKCUST-FILE' TO WS-FILE.                              DBNK193P
027700     PERFORM CHECK-OPEN THRU                                      DBNK193P
027800             CHECK-OPEN-EXIT.                                     DBNK193P
027900                                                                  DBNK193P
028000     OPEN INPUT BNKMSGC-FILE.                                     DBNK193P
028100     MOVE WS-BNKMSGC-STATUS TO WS-IO-STATUS.                      DBNK193P
028200     MOVE 'BNKMSGC-FILE' TO WS-FILE.                              DBNK193P
028300     PERFORM CHECK-OPEN THRU                                      DBNK193P
028400             CHECK-OPEN-EXIT.                                     DBNK193P
028500                                                                  DBNK193P
028600     OPEN I-O BNKCORR-FILE.                                       DBNK193P
028700     MOVE WS-BNKCORR-STATUS TO WS-IO-STATUS.                      DBNK193P
028800     MOVE 'BNKCORR-FILE' TO WS-FILE.                              DBNK193P
028900     PERFORM CHECK-OPEN THRU                                      DBNK193P
029000             CHECK-OPEN-EXIT.                                     DBNK193P
029100                                                                  DBNK193P
029200     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK193P
029300        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK193P
029400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK193P
029500        MOVE 16 TO RETURN-CODE                                    DBNK193P
029600        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK193P
029700        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK193P
029800        GO TO QUICK-EXIT                                          DBNK193P
029900     END-IF.                                                      DBNK193P
030000                                                                  DBNK193P
030100     MOVE SPACES TO MHS-HDR-REC.                                  DBNK193P
030200     MOVE 'HDR' TO MHS-HDR-TYPE.                                  DBNK193P
030300     MOVE 'MAILHSE ' TO MHS-HDR-STREAM.                           DBNK193P
030400     MOVE BUSD-DATE TO MHS-HDR-BUS-DATE.                          DBNK193P
030500     MOVE WS-TIMESTAMP TO MHS-HDR-TIMESTAMP.                      DBNK193P
030600     WRITE MHS-HDR-REC.                                           DBNK193P
030700                                                                  DBNK193P
030800***************************************************************** DBNK193P
030900* Every notice on the queue, in customer order. One dated after * DBNK193P
031000* the business date waits for its day.                          * DBNK193P
031100***************************************************************** DBNK193P
031200 QUEUE-LOOP.                                                      DBNK193P
031300     READ BNKLTRQ-FILE NEXT                                       DBNK193P
031400       AT END                                                     DBNK193P
031500         GO TO QUEUE-ENDED                                        DBNK193P
031600     END-READ.                                                    DBNK193P
031700     ADD 1 TO WS-QUEUE-READ.                                      DBNK193P
031800     IF BLQ-REC-DUE-DATE IS GREATER THAN BUSD-DATE                DBNK193P
031900        ADD 1 TO WS-NOT-YET-DUE                                   DBNK193P
032000        GO TO QUEUE-LOOP                                          DBNK193P
032100     END-IF.                                                      DBNK193P
032200     PERFORM PRODUCE-LETTER THRU                                  DBNK193P
032300             PRODUCE-LETTER-EXIT.                                 DBNK193P
032400     GO TO QUEUE-LOOP.                                            DBNK193P
032500 QUEUE-ENDED.                                                     DBNK193P
032600     MOVE SPACES TO MHS-TRL-REC.                                  DBNK193P
032700     MOVE 'TRL' TO MHS-TRL-TYPE.                                  DBNK193P
032800     MOVE WS-LETTERS-SENT TO MHS-TRL-LETTERS.                     DBNK193P
032900     MOVE WS-LINES-WRITTEN TO MHS-TRL-LINES.                      DBNK193P
033000     MOVE WS-LETTER-HASH TO MHS-TRL-HASH.                         DBNK193P
033100     WRITE MHS-TRL-REC.                                           DBNK193P
033200                                                                  DBNK193P
033300     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK193P
033400     STRING WS-QUEUE-READ            DELIMITED BY SIZE            DBNK193P
033500            ' notices on the queue'  DELIMITED BY SIZE            DBNK193P
033600       INTO WS-CONSOLE-MESSAGE.                                   DBNK193P
033700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK193P
033800     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK193P
033900     STRING WS-LETTERS-SENT          DELIMITED BY SIZE            DBNK193P
034000            ' letters to the mail house'                          DBNK193P
034100                                     DELIMITED BY SIZE            DBNK193P
034200       INTO WS-CONSOLE-MESSAGE.                                   DBNK193P
034300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK193P
034400     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK193P
034500     STRING WS-LETTERS-EMAILED       DELIMITED BY SIZE            DBNK193P
034600            ' of them by e-mail - address returned'               DBNK193P
034700                                     DELIMITED BY SIZE            DBNK193P
034800       INTO WS-CONSOLE-MESSAGE.                                   DBNK193P
034900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK193P
035000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK193P
035100     STRING WS-LETTERS-HELD          DELIMITED BY SIZE            DBNK193P
035200            ' held back - address returned'                       DBNK193P
035300                                     DELIMITED BY SIZE            DBNK193P
035400       INTO WS-CONSOLE-MESSAGE.                                   DBNK193P
035500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK193P
035600     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK193P
035700     STRING WS-NOT-YET-DUE           DELIMITED BY SIZE            DBNK193P
035800            ' not yet due'           DELIMITED BY SIZE            DBNK193P
035900       INTO WS-CONSOLE-MESSAGE.                                   DBNK193P
036000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK193P
036100     IF WS-NO-TEMPLATE IS GREATER THAN ZERO                       DBNK193P
036200        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK193P
036300        STRING WS-NO-TEMPLATE        DELIMITED BY SIZE            DBNK193P
036400               ' left queued - no template on BNKMSGC'            DBNK193P
036500                                     DELIMITED BY SIZE            DBNK193P
036600          INTO WS-CONSOLE-MESSAGE                                 DBNK193P
036700        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK193P
036800        MOVE 4 TO RETURN-CODE                                     DBNK193P
036900     END-IF.                                                      DBNK193P
037000     IF WS-NO-CUSTOMER IS GREATER THAN ZERO                       DBNK193P
037100        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK193P
037200        STRING WS-NO-CUSTOMER        DELIMITED BY SIZE            DBNK193P
037300               ' dropped - customer not on file'                  DBNK193P
037400                                     DELIMITED BY SIZE            DBNK193P
037500          INTO WS-CONSOLE-MESSAGE                                 DBNK193P
037600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK193P
037700     END-IF.                                                      DBNK193P
037800                                                                  DBNK193P
037900     CLOSE MAILHSE-FILE.                                          DBNK193P
038000     CLOSE BNKLTRQ-FILE.                                          DBNK193P
038100     CLOSE BNKCUST-FILE.                                          DBNK193P
038200     CLOSE BNKMSGC-FILE.                                          DBNK193P
038300     CLOSE BNKCORR-FILE.                                          DBNK193P
038400                                                                  DBNK193P
038500***************************************************************** DBNK193P
038600* Register the mail-house file like the other outbound          * DBNK193P
038700* transmissions                                                 * DBNK193P
038800***************************************************************** DBNK193P
038900     MOVE SPACES TO WS-FCTL-DATA.                                 DBNK193P
039000     MOVE 'MAILHSE ' TO FCTL-STREAM.                              DBNK193P
039100     MOVE BUSD-DATE TO FCTL-BUS-DATE.                             DBNK193P
039200     MOVE 'DBNK193P' TO FCTL-JOB-NAME.                            DBNK193P
039300     MOVE WS-LETTERS-SENT TO FCTL-ITEM-COUNT.                     DBNK193P
039400     MOVE WS-LETTER-HASH TO FCTL-HASH-TOTAL.                      DBNK193P
039500     SET FCTL-FUNC-REGISTER-OUT TO TRUE.                          DBNK193P
039600     CALL 'UFILCTL' USING WS-FCTL-DATA.                           DBNK193P
039700     IF NOT FCTL-OK                                               DBNK193P
039800        MOVE FCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK193P
039900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK193P
040000        MOVE 4 TO RETURN-CODE                                     DBNK193P
040100     END-IF.                                                      DBNK193P
040200                                                                  DBNK193P
040300     SET BCTL-FUNC-END TO TRUE.                                   DBNK193P
040400     MOVE WS-LETTERS-SENT TO BCTL-RECORD-COUNT.                   DBNK193P
040500     MOVE RETURN-CODE TO BCTL-RETURN-CODE.                        DBNK193P
040600     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK193P
040700                                                                  DBNK193P
040800     PERFORM RUN-TIME.                                            DBNK193P
040900                                                                  DBNK193P
041000     IF RETURN-CODE IS NOT EQUAL TO 4                             DBNK193P
041100        MOVE 0 TO RETURN-CODE                                     DBNK193P
041200     END-IF.                                                      DBNK193P
041300 QUICK-EXIT.                                                      DBNK193P
041400     GOBACK.                                                      DBNK193P
041500                                                                  DBNK193P
041600***************************************************************** DBNK193P
041700* Produce one letter. The customer's address status decides the * DBNK193P
041800* delivery; a letter held back is logged and taken off the      * DBNK193P
041900* queue, one with no template stays on it.                      * DBNK193P
042000***************************************************************** DBNK193P
042100 PRODUCE-LETTER.                                                  DBNK193P
042200     MOVE BLQ-REC-PID TO BCS-REC-PID.                             DBNK193P
042300     READ BNKCUST-FILE                                            DBNK193P
042400       INVALID KEY                                                DBNK193P
042500         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBNK193P
042600         STRING 'No customer '        DELIMITED BY SIZE           DBNK193P
042700                BLQ-REC-PID           DELIMITED BY SIZE           DBNK193P
042800                ' for '               DELIMITED BY SIZE           DBNK193P
042900                BLQ-REC-DOC-TYPE      DELIMITED BY SIZE           DBNK193P
043000           INTO WS-CONSOLE-MESSAGE                                DBNK193P
043100         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK193P
043200         ADD 1 TO WS-NO-CUSTOMER                                  DBNK193P
043300         GO TO PRODUCE-LETTER-DEQUEUE                             DBNK193P
043400     END-READ.                                                    DBNK193P
043500     IF BCS-REC-LANG-ENGLISH                                      DBNK193P
043600        MOVE 'E' TO WS-LETTER-LANG                                DBNK193P
043700     ELSE                                                         DBNK193P
043800        MOVE BCS-REC-LANG TO WS-LETTER-LANG                       DBNK193P
043900     END-IF.                                                      DBNK193P
044000     EVALUATE TRUE                                                DBNK193P
044100       WHEN BCS-REC-ADDR-GOOD                                     DBNK193P
044200         SET DELIVER-BY-POST TO TRUE                              DBNK193P
044300       WHEN BCS-REC-EMAIL IS NOT EQUAL TO SPACES                  DBNK193P
044400         SET DELIVER-BY-EMAIL TO TRUE                             DBNK193P
044500       WHEN OTHER                                                 DBNK193P
044600         SET DELIVER-HELD-BACK TO TRUE                            DBNK193P
044700     END-EVALUATE.                                                DBNK193P
044800     IF DELIVER-HELD-BACK                                         DBNK193P
044900        ADD 1 TO WS-LETTERS-HELD                                  DBNK193P
045000        PERFORM LOG-CORRESPONDENCE THRU                           DBNK193P
045100                LOG-CORRESPONDENCE-EXIT                           DBNK193P
045200        GO TO PRODUCE-LETTER-DEQUEUE                              DBNK193P
045300     END-IF.                                                      DBNK193P
045400                                                                  DBNK193P
045500*    the first line of the template must be on the catalog        DBNK193P
045600     MOVE 1 TO WS-LINE-SUB.                                       DBNK193P
045700     PERFORM GET-TEMPLATE-LINE THRU                               DBNK193P
045800             GET-TEMPLATE-LINE-EXIT.                              DBNK193P
045900     IF TEMPLATE-NOT-FOUND                                        DBNK193P
046000        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK193P
046100        STRING 'No template '         DELIMITED BY SIZE           DBNK193P
046200               BLQ-REC-TEMPLATE       DELIMITED BY SIZE           DBNK193P
046300               ' for '                DELIMITED BY SIZE           DBNK193P
046400               BLQ-REC-DOC-TYPE       DELIMITED BY SIZE           DBNK193P
046500               ' '                    DELIMITED BY SIZE           DBNK193P
046600               BLQ-REC-PID            DELIMITED BY SIZE           DBNK193P
046700          INTO WS-CONSOLE-MESSAGE                                 DBNK193P
046800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK193P
046900        ADD 1 TO WS-NO-TEMPLATE                                   DBNK193P
047000        GO TO PRODUCE-LETTER-EXIT                                 DBNK193P
047100     END-IF.                                                      DBNK193P
047200                                                                  DBNK193P
047300     ADD 1 TO WS-LETTERS-SENT.                                    DBNK193P
047400     IF DELIVER-BY-EMAIL                                          DBNK193P
047500        ADD 1 TO WS-LETTERS-EMAILED                               DBNK193P
047600     END-IF.                                                      DBNK193P
047700     MOVE ZERO TO WS-LETTER-LINE.                                 DBNK193P
047710     PERFORM GET-LETTER-REASONS THRU                              DBNK193P
047720             GET-LETTER-REASONS-EXIT.                             DBNK193P
047800     PERFORM WRITE-ADDRESS-BLOCK THRU                             DBNK193P
047900             WRITE-ADDRESS-BLOCK-EXIT.                            DBNK193P
048000     PERFORM WRITE-LETTER-TEXT THRU                               DBNK193P
048100             WRITE-LETTER-TEXT-EXIT.                              DBNK193P
048200     IF BLQ-REC-AMOUNT IS LESS THAN ZERO                          DBNK193P
048300        SUBTRACT BLQ-REC-AMOUNT FROM WS-LETTER-HASH               DBNK193P
048400     ELSE                                                         DBNK193P
048500        ADD BLQ-REC-AMOUNT TO WS-LETTER-HASH                      DBNK193P
048600     END-IF.                                                      DBNK193P
048700     PERFORM LOG-CORRESPONDENCE THRU                              DBNK193P
048800             LOG-CORRESPONDENCE-EXIT.                             DBNK193P
048900 PRODUCE-LETTER-DEQUEUE.                                          DBNK193P
049000     DELETE BNKLTRQ-FILE RECORD                                   DBNK193P
049100       INVALID KEY                                                DBNK193P
049200         MOVE 'Unable to take letter off the queue'               DBNK193P
049300           TO WS-CONSOLE-MESSAGE                                  DBNK193P
049400         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK193P
049500     END-DELETE.                                                  DBNK193P
049600 PRODUCE-LETTER-EXIT.                                             DBNK193P
049700     EXIT.                                                        DBNK193P
049800                                                                  DBNK193P
049900***************************************************************** DBNK193P
050000* The address block - the postal address, or the e-mail address * DBNK193P
050100* when post to the customer has been coming back                * DBNK193P
050200***************************************************************** DBNK193P
050300 WRITE-ADDRESS-BLOCK.                                             DBNK193P
050400     MOVE BCS-REC-NAME TO WS-OUT-LINE.                            DBNK193P
050500     PERFORM WRITE-ADDRESS-LINE THRU                              DBNK193P
050600             WRITE-ADDRESS-LINE-EXIT.                             DBNK193P
050700     IF DELIVER-BY-EMAIL                                          DBNK193P
050800        MOVE BCS-REC-EMAIL TO WS-OUT-LINE                         DBNK193P
050900        PERFORM WRITE-ADDRESS-LINE THRU                           DBNK193P
051000                WRITE-ADDRESS-LINE-EXIT                           DBNK193P
051100        GO TO WRITE-ADDRESS-BLOCK-EXIT                            DBNK193P
051200     END-IF.                                                      DBNK193P
051300     MOVE BCS-REC-ADDR1 TO WS-OUT-LINE.                           DBNK193P
051400     PERFORM WRITE-ADDRESS-LINE THRU                              DBNK193P
051500             WRITE-ADDRESS-LINE-EXIT.                             DBNK193P
051600     IF BCS-REC-ADDR2 IS NOT EQUAL TO SPACES                      DBNK193P
051700        MOVE BCS-REC-ADDR2 TO WS-OUT-LINE                         DBNK193P
051800        PERFORM WRITE-ADDRESS-LINE THRU                           DBNK193P
051900                WRITE-ADDRESS-LINE-EXIT                           DBNK193P
052000     END-IF.                                                      DBNK193P
052100     MOVE SPACES TO WS-OUT-LINE.                                  DBNK193P
052200     STRING BCS-REC-STATE            DELIMITED BY SIZE            DBNK193P
052300            '  '                     DELIMITED BY SIZE            DBNK193P
052400            BCS-REC-POST-CODE        DELIMITED BY SIZE            DBNK193P
052500       INTO WS-OUT-LINE.                                          DBNK193P
052600     PERFORM WRITE-ADDRESS-LINE THRU                              DBNK193P
052700             WRITE-ADDRESS-LINE-EXIT.                             DBNK193P
052800     IF BCS-REC-CNTRY IS NOT EQUAL TO SPACES                      DBNK193P
052900        MOVE BCS-REC-CNTRY TO WS-OUT-LINE                         DBNK193P
053000        PERFORM WRITE-ADDRESS-LINE THRU                           DBNK193P
053100                WRITE-ADDRESS-LINE-EXIT                           DBNK193P
053200     END-IF.                                                      DBNK193P
053300 WRITE-ADDRESS-BLOCK-EXIT.                                        DBNK193P
053400     EXIT.                                                        DBNK193P
053500                                                                  DBNK193P
053600 WRITE-ADDRESS-LINE.                                              DBNK193P
053700     MOVE SPACES TO MHS-REC.                                      DBNK193P
053800     SET MHS-REC-IS-ADDRESS TO TRUE.                              DBNK193P
053900     PERFORM WRITE-MAIL-LINE THRU                                 DBNK193P
054000             WRITE-MAIL-LINE-EXIT.                                DBNK193P
054100 WRITE-ADDRESS-LINE-EXIT.                                         DBNK193P
054200     EXIT.                                                        DBNK193P
054300                                                                  DBNK193P
054400 WRITE-MAIL-LINE.                                                 DBNK193P
054500     ADD 1 TO WS-LETTER-LINE.                                     DBNK193P
054600     ADD 1 TO WS-LINES-WRITTEN.                                   DBNK193P
054700     MOVE WS-LETTERS-SENT TO MHS-REC-LETTER-NO.                   DBNK193P
054800     MOVE WS-LETTER-LINE TO MHS-REC-LINE-NO.                      DBNK193P
054900     MOVE BLQ-REC-PID TO MHS-REC-PID.                             DBNK193P
055000     MOVE BLQ-REC-DOC-TYPE TO MHS-REC-DOC-TYPE.                   DBNK193P
055100     MOVE WS-DELIVERY TO MHS-REC-DELIVERY.                        DBNK193P
055200     MOVE WS-LETTER-LANG TO MHS-REC-LANG.                         DBNK193P
055300     MOVE WS-OUT-LINE TO MHS-REC-TEXT.                            DBNK193P
055400     WRITE MHS-REC.                                               DBNK193P
055500 WRITE-MAIL-LINE-EXIT.                                            DBNK193P
055600     EXIT.                                                        DBNK193P
055700                                                                  DBNK193P
055800***************************************************************** DBNK193P
055900* The letter text - template lines 01 onwards until the first   * DBNK193P
056000* one not on the catalog, each merged with the letter's figures * DBNK193P
056100***************************************************************** DBNK193P
056200 WRITE-LETTER-TEXT.                                               DBNK193P
056300     MOVE 1 TO WS-LINE-SUB.                                       DBNK193P
056400 WRITE-LETTER-TEXT-LOOP.                                          DBNK193P
056500     PERFORM GET-TEMPLATE-LINE THRU                               DBNK193P
056600             GET-TEMPLATE-LINE-EXIT.                              DBNK193P
056700     IF TEMPLATE-NOT-FOUND                                        DBNK193P
056800        GO TO WRITE-LETTER-TEXT-EXIT                              DBNK193P
056900     END-IF.                                                      DBNK193P
057000     PERFORM MERGE-TEMPLATE-LINE THRU                             DBNK193P
057100             MERGE-TEMPLATE-LINE-EXIT.                            DBNK193P
057200     IF LINE-IS-WANTED                                            DBNK193P
057300        MOVE SPACES TO MHS-REC                                    DBNK193P
057400        SET MHS-REC-IS-TEXT TO TRUE                               DBNK193P
057500        PERFORM WRITE-MAIL-LINE THRU                              DBNK193P
057510                WRITE-MAIL-LINE-EXIT                              DBNK193P
057520     END-IF.                                                      DBNK193P
057600     IF WS-LINE-SUB IS LESS THAN 99                               DBNK193P
057700        ADD 1 TO WS-LINE-SUB                                      DBNK193P
057800        GO TO WRITE-LETTER-TEXT-LOOP                              DBNK193P
057900     END-IF.                                                      DBNK193P
058000 WRITE-LETTER-TEXT-EXIT.                                          DBNK193P
058100     EXIT.                                                        DBNK193P
058200                                                                  DBNK193P
058300***************************************************************** DBNK193P
058400* Read one template line in the customer's language, falling    * DBNK193P
058500* back to the English entry as DBANK44P does on line            * DBNK193P
058600***************************************************************** DBNK193P
058700 GET-TEMPLATE-LINE.                                               DBNK193P
058800     SET TEMPLATE-IS-FOUND TO TRUE.                               DBNK193P
058900     MOVE SPACES TO BMC-REC-KEY.                                  DBNK193P
059000     STRING BLQ-REC-TEMPLATE         DELIMITED BY SIZE            DBNK193P
059100            WS-LINE-SUB              DELIMITED BY SIZE            DBNK193P
059200       INTO BMC-REC-MSG-KEY.                                      DBNK193P
059300     MOVE WS-LETTER-LANG TO BMC-REC-LANG.                         DBNK193P
059400     READ BNKMSGC-FILE                                            DBNK193P
059500       INVALID KEY                                                DBNK193P
059600         GO TO GET-TEMPLATE-LINE-ENGLISH                          DBNK193P
059700     END-READ.                                                    DBNK193P
059800     GO TO GET-TEMPLATE-LINE-EXIT.                                DBNK193P
059900 GET-TEMPLATE-LINE-ENGLISH.                                       DBNK193P
060000     IF WS-LETTER-LANG IS EQUAL TO 'E'                            DBNK193P
060100        SET TEMPLATE-NOT-FOUND TO TRUE                            DBNK193P
060200        GO TO GET-TEMPLATE-LINE-EXIT                              DBNK193P
060300     END-IF.                                                      DBNK193P
060400     MOVE 'E' TO BMC-REC-LANG.                                    DBNK193P
060500     READ BNKMSGC-FILE                                            DBNK193P
060600       INVALID KEY                                                DBNK193P
060700         SET TEMPLATE-NOT-FOUND TO TRUE                           DBNK193P
060800     END-READ.                                                    DBNK193P
060900 GET-TEMPLATE-LINE-EXIT.                                          DBNK193P
061000     EXIT.                                                        DBNK193P
061002                                                                  DBNK193P
061004***************************************************************** DBNK193P
061006* The text of each reason the letter states - catalog key the   * DBNK193P
061008* template name and the two-character reason code, in the       * DBNK193P
061010* customer's language or English. A code with no catalog entry  * DBNK193P
061012* is quoted as it stands.                                       * DBNK193P
061014***************************************************************** DBNK193P
061016 GET-LETTER-REASONS.                                              DBNK193P
061018     PERFORM GET-ONE-REASON THRU                                  DBNK193P
061020             GET-ONE-REASON-EXIT                                  DBNK193P
061022       VARYING WS-REASON-SUB FROM 1 BY 1                          DBNK193P
061024         UNTIL WS-REASON-SUB IS GREATER THAN 4.                   DBNK193P
061026 GET-LETTER-REASONS-EXIT.                                         DBNK193P
061028     EXIT.                                                        DBNK193P
061030                                                                  DBNK193P
061032 GET-ONE-REASON.                                                  DBNK193P
061034     MOVE SPACES TO WS-REASON-TEXT (WS-REASON-SUB).               DBNK193P
061036     IF BLQ-REC-REASON (WS-REASON-SUB) IS EQUAL TO SPACES OR      DBNK193P
061038        BLQ-REC-REASON (WS-REASON-SUB) IS EQUAL TO LOW-VALUES     DBNK193P
061040        GO TO GET-ONE-REASON-EXIT                                 DBNK193P
061042     END-IF.                                                      DBNK193P
061044     MOVE BLQ-REC-REASON (WS-REASON-SUB)                          DBNK193P
061046       TO WS-REASON-TEXT (WS-REASON-SUB).                         DBNK193P
061048     MOVE SPACES TO BMC-REC-KEY.                                  DBNK193P
061050     STRING BLQ-REC-TEMPLATE         DELIMITED BY SIZE            DBNK193P
061052            BLQ-REC-REASON (WS-REASON-SUB)                        DBNK193P
061054                                     DELIMITED BY SIZE            DBNK193P
061056       INTO BMC-REC-MSG-KEY.                                      DBNK193P
061058     MOVE WS-LETTER-LANG TO BMC-REC-LANG.                         DBNK193P
061060     READ BNKMSGC-FILE                                            DBNK193P
061062       INVALID KEY                                                DBNK193P
061064         GO TO GET-ONE-REASON-ENGLISH                             DBNK193P
061066     END-READ.                                                    DBNK193P
061068     MOVE BMC-REC-TEXT TO WS-REASON-TEXT (WS-REASON-SUB).         DBNK193P
061070     GO TO GET-ONE-REASON-EXIT.                                   DBNK193P
061072 GET-ONE-REASON-ENGLISH.                                          DBNK193P
061074     IF WS-LETTER-LANG IS EQUAL TO 'E'                            DBNK193P
061076        GO TO GET-ONE-REASON-EXIT                                 DBNK193P
061078     END-IF.                                                      DBNK193P
061080     MOVE 'E' TO BMC-REC-LANG.                                    DBNK193P
061082     READ BNKMSGC-FILE                                            DBNK193P
061084       INVALID KEY                                                DBNK193P
061086         GO TO GET-ONE-REASON-EXIT                                DBNK193P
061088     END-READ.                                                    DBNK193P
061090     MOVE BMC-REC-TEXT TO WS-REASON-TEXT (WS-REASON-SUB).         DBNK193P
061092 GET-ONE-REASON-EXIT.                                             DBNK193P
061094     EXIT.                                                        DBNK193P
061100                                                                  DBNK193P
061200***************************************************************** DBNK193P
061300* Copy the template line a character at a time into the output  * DBNK193P
061400* line, replacing each &x marker with the figure it names. An   * DBNK193P
061500* unknown marker is copied as it stands.                        * DBNK193P
061600***************************************************************** DBNK193P
061700 MERGE-TEMPLATE-LINE.                                             DBNK193P
061710     SET LINE-IS-WANTED TO TRUE.                                  DBNK193P
061800     MOVE SPACES TO WS-OUT-LINE.                                  DBNK193P
061900     MOVE 1 TO WS-IN-POS.                                         DBNK193P
062000     MOVE 1 TO WS-OUT-POS.                                        DBNK193P
062100 MERGE-TEMPLATE-LOOP.                                             DBNK193P
062200     IF WS-IN-POS IS GREATER THAN 75 OR                           DBNK193P
062300        WS-OUT-POS IS GREATER THAN 80                             DBNK193P
062400        GO TO MERGE-TEMPLATE-LINE-EXIT                            DBNK193P
062500     END-IF.                                                      DBNK193P
062600     IF BMC-REC-TEXT (WS-IN-POS:1) IS NOT EQUAL TO '&' OR         DBNK193P
062700        WS-IN-POS IS EQUAL TO 75                                  DBNK193P
062800        GO TO MERGE-TEMPLATE-COPY                                 DBNK193P
062900     END-IF.                                                      DBNK193P
063000     MOVE BMC-REC-TEXT (WS-IN-POS + 1:1) TO WS-MARKER.            DBNK193P
063100     MOVE SPACES TO WS-MERGE-FIELD.                               DBNK193P
063200     EVALUATE WS-MARKER                                           DBNK193P
063300       WHEN 'N'                                                   DBNK193P
063400         MOVE BCS-REC-NAME TO WS-MERGE-FIELD                      DBNK193P
063500       WHEN 'A'                                                   DBNK193P
063600         MOVE BLQ-REC-ACCNO TO WS-MERGE-FIELD                     DBNK193P
063700       WHEN 'M'                                                   DBNK193P
063800         MOVE BLQ-REC-AMOUNT TO WS-EDIT-AMT                       DBNK193P
063900         MOVE WS-EDIT-AMT TO WS-MERGE-FIELD                       DBNK193P
064000       WHEN 'D'                                                   DBNK193P
064100         MOVE BLQ-REC-DATE TO WS-DATE-IN                          DBNK193P
064200         PERFORM EDIT-LETTER-DATE THRU                            DBNK193P
064300                 EDIT-LETTER-DATE-EXIT                            DBNK193P
064400       WHEN 'T'                                                   DBNK193P
064500         MOVE BLQ-REC-TEXT TO WS-MERGE-FIELD                      DBNK193P
064600       WHEN 'R'                                                   DBNK193P
064700         MOVE BLQ-REC-REF TO WS-MERGE-FIELD                       DBNK193P
064710       WHEN '1' THRU '4'                                          DBNK193P
064720         MOVE WS-MARKER TO WS-REASON-SUB                          DBNK193P
064730         MOVE WS-REASON-TEXT (WS-REASON-SUB) TO WS-MERGE-FIELD    DBNK193P
064740         IF WS-MERGE-FIELD IS EQUAL TO SPACES                     DBNK193P
064750            SET LINE-NOT-WANTED TO TRUE                           DBNK193P
064760         END-IF                                                   DBNK193P
064800       WHEN 'S'                                                   DBNK193P
064900         MOVE BUSD-DATE TO WS-DATE-IN                             DBNK193P
065000         PERFORM EDIT-LETTER-DATE THRU                            DBNK193P
065100                 EDIT-LETTER-DATE-EXIT                            DBNK193P
065200       WHEN OTHER                                                 DBNK193P
065300         GO TO MERGE-TEMPLATE-COPY                                DBNK193P
065400     END-EVALUATE.                                                DBNK193P
065500     PERFORM APPEND-MERGE-FIELD THRU                              DBNK193P
065600             APPEND-MERGE-FIELD-EXIT.                             DBNK193P
065700     ADD 2 TO WS-IN-POS.                                          DBNK193P
065800     GO TO MERGE-TEMPLATE-LOOP.                                   DBNK193P
065900 MERGE-TEMPLATE-COPY.                                             DBNK193P
066000     MOVE BMC-REC-TEXT (WS-IN-POS:1)                              DBNK193P
066100       TO WS-OUT-LINE (WS-OUT-POS:1).                             DBNK193P
066200     ADD 1 TO WS-IN-POS.                                          DBNK193P
066300     ADD 1 TO WS-OUT-POS.                                         DBNK193P
066400     GO TO MERGE-TEMPLATE-LOOP.                                   DBNK193P
066500 MERGE-TEMPLATE-LINE-EXIT.                                        DBNK193P
066600     EXIT.                                                        DBNK193P
066700                                                                  DBNK193P
066800***************************************************************** DBNK193P
066900* Append the merge field to the output line without its leading * DBNK193P
067000* and trailing spaces                                           * DBNK193P
067100***************************************************************** DBNK193P
067200 APPEND-MERGE-FIELD.                                              DBNK193P
067300     IF WS-MERGE-FIELD IS EQUAL TO SPACES                         DBNK193P
067400        GO TO APPEND-MERGE-FIELD-EXIT                             DBNK193P
067500     END-IF.                                                      DBNK193P
067600     MOVE 1 TO WS-FLD-START.                                      DBNK193P
067700 APPEND-FIND-START.                                               DBNK193P
067800     IF WS-MERGE-FIELD (WS-FLD-START:1) IS EQUAL TO SPACE         DBNK193P
067900        ADD 1 TO WS-FLD-START                                     DBNK193P
068000        GO TO APPEND-FIND-START                                   DBNK193P
068100     END-IF.                                                      DBNK193P
068200     MOVE 40 TO WS-FLD-END.                                       DBNK193P
068300 APPEND-FIND-END.                                                 DBNK193P
068400     IF WS-MERGE-FIELD (WS-FLD-END:1) IS EQUAL TO SPACE           DBNK193P
068500        SUBTRACT 1 FROM WS-FLD-END                                DBNK193P
068600        GO TO APPEND-FIND-END                                     DBNK193P
068700     END-IF.                                                      DBNK193P
068800 APPEND-COPY-CHAR.                                                DBNK193P
068900     IF WS-FLD-START IS GREATER THAN WS-FLD-END OR                DBNK193P
069000        WS-OUT-POS IS GREATER THAN 80                             DBNK193P
069100        GO TO APPEND-MERGE-FIELD-EXIT                             DBNK193P
069200     END-IF.                                                      DBNK193P
069300     MOVE WS-MERGE-FIELD (WS-FLD-START:1)                         DBNK193P
069400       TO WS-OUT-LINE (WS-OUT-POS:1).                             DBNK193P
069500     ADD 1 TO WS-FLD-START.                                       DBNK193P
069600     ADD 1 TO WS-OUT-POS.                                         DBNK193P
069700     GO TO APPEND-COPY-CHAR.                                      DBNK193P
069800 APPEND-MERGE-FIELD-EXIT.                                         DBNK193P
069900     EXIT.                                                        DBNK193P
070000                                                                  DBNK193P
070100 EDIT-LETTER-DATE.                                                DBNK193P
070200     IF WS-DATE-IN IS EQUAL TO SPACES                             DBNK193P
070300        GO TO EDIT-LETTER-DATE-EXIT                               DBNK193P
070400     END-IF.                                                      DBNK193P
070500     MOVE WS-DATE-IN (1:4) TO WS-EDIT-DATE-YYYY.                  DBNK193P
070600     MOVE WS-DATE-IN (5:2) TO WS-EDIT-DATE-MM.                    DBNK193P
070700     MOVE WS-DATE-IN (7:2) TO WS-EDIT-DATE-DD.                    DBNK193P
070800     MOVE WS-EDIT-DATE TO WS-MERGE-FIELD.                         DBNK193P
070900 EDIT-LETTER-DATE-EXIT.                                           DBNK193P
071000     EXIT.                                                        DBNK193P
071100                                                                  DBNK193P
071200***************************************************************** DBNK193P
071300* Log the letter on the correspondence history. Letters logged  * DBNK193P
071400* within the same clock tick are kept apart by stepping the     * DBNK193P
071500* fraction of the timestamp key.                                * DBNK193P
071600***************************************************************** DBNK193P
071700 LOG-CORRESPONDENCE.                                              DBNK193P
071800 COPY CTSTAMPP.                                                   DBNK193P
071900     MOVE SPACES TO BNKCORR-REC.                                  DBNK193P
072000     MOVE WS-TIMESTAMP TO BCO-REC-TIMESTAMP.                      DBNK193P
072100     MOVE BLQ-REC-PID TO BCO-REC-PID.                             DBNK193P
072200     MOVE BLQ-REC-ACCNO TO BCO-REC-ACCNO.                         DBNK193P
072300     MOVE BLQ-REC-DOC-TYPE TO BCO-REC-DOC-TYPE.                   DBNK193P
072400     EVALUATE TRUE                                                DBNK193P
072500       WHEN DELIVER-BY-POST                                       DBNK193P
072600         SET BCO-REC-BY-MAIL TO TRUE                              DBNK193P
072700         MOVE BCS-REC-ADDR1 TO BCO-REC-ADDRESS-USED               DBNK193P
072800       WHEN DELIVER-BY-EMAIL                                      DBNK193P
072900         SET BCO-REC-BY-EMAIL TO TRUE                             DBNK193P
073000         MOVE BCS-REC-EMAIL TO BCO-REC-ADDRESS-USED               DBNK193P
073100       WHEN OTHER                                                 DBNK193P
073200         SET BCO-REC-SUPPRESSED TO TRUE                           DBNK193P
073300         MOVE BCS-REC-ADDR1 TO BCO-REC-ADDRESS-USED               DBNK193P
073400     END-EVALUATE.                                                DBNK193P
073500     MOVE BUSD-DATE TO BCO-REC-SENT-DATE.                         DBNK193P
073600     MOVE BLQ-REC-REF TO BCO-REC-LINK.                            DBNK193P
073700     MOVE ZERO TO WS-CORR-TRIES.                                  DBNK193P
073800 LOG-CORRESPONDENCE-WRITE.                                        DBNK193P
073900     WRITE BNKCORR-REC                                            DBNK193P
074000       INVALID KEY                                                DBNK193P
074100         GO TO LOG-CORRESPONDENCE-RETRY                           DBNK193P
074200     END-WRITE.                                                   DBNK193P
074300     GO TO LOG-CORRESPONDENCE-EXIT.                               DBNK193P
074400 LOG-CORRESPONDENCE-RETRY.                                        DBNK193P
074500     ADD 1 TO WS-CORR-TRIES.                                      DBNK193P
074600     IF WS-CORR-TRIES IS GREATER THAN 50                          DBNK193P
074700        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK193P
074800        STRING 'Unable to log letter for '                        DBNK193P
074900                                     DELIMITED BY SIZE            DBNK193P
075000               BLQ-REC-PID           DELIMITED BY SIZE            DBNK193P
075100          INTO WS-CONSOLE-MESSAGE                                 DBNK193P
075200        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK193P
075300        GO TO LOG-CORRESPONDENCE-EXIT                             DBNK193P
075400     END-IF.                                                      DBNK193P
075500     ADD 1 TO WS-TS-NNNNNN.                                       DBNK193P
075600     MOVE WS-TS-NNNNNN TO BCO-REC-TIMESTAMP (21:6).               DBNK193P
075700     GO TO LOG-CORRESPONDENCE-WRITE.                              DBNK193P
075800 LOG-CORRESPONDENCE-EXIT.                                         DBNK193P
075900     EXIT.                                                        DBNK193P
076000                                                                  DBNK193P
076100***************************************************************** DBNK193P
076200* Check file open OK                                            * DBNK193P
076300***************************************************************** DBNK193P
076400 CHECK-OPEN.                                                      DBNK193P
076500     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK193P
076600        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK193P
076700        STRING WS-FILE       DELIMITED BY ' '                     DBNK193P
076800               ' opened ok' DELIMITED BY SIZE                     DBNK193P
076900          INTO WS-CONSOLE-MESSAGE                                 DBNK193P
077000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK193P
077100     ELSE                                                         DBNK193P
077200        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK193P
077300        STRING WS-FILE          DELIMITED BY ' '                  DBNK193P
077400               ' did not open' DELIMITED BY SIZE                  DBNK193P
077500          INTO WS-CONSOLE-MESSAGE                                 DBNK193P
077600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK193P
077700        PERFORM DISPLAY-IO-STATUS                                 DBNK193P
077800        ADD 1 TO WS-OPEN-ERROR                                    DBNK193P
077900     END-IF.                                                      DBNK193P
078000 CHECK-OPEN-EXIT.                                                 DBNK193P
078100     EXIT.                                                        DBNK193P
078200                                                                  DBNK193P
078300***************************************************************** DBNK193P
078400* Display the file status bytes. This routine will display as  *  DBNK193P
078500* two digits if the full two byte file status is numeric. If   *  DBNK193P
078600* second byte is non-numeric then it will be treated as a      *  DBNK193P
078700* binary number.                                                * DBNK193P
078800***************************************************************** DBNK193P
078900 DISPLAY-IO-STATUS.                                               DBNK193P
079000     IF WS-IO-STATUS NUMERIC                                      DBNK193P
079100        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK193P
079200        STRING 'File status -' DELIMITED BY SIZE                  DBNK193P
079300               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK193P
079400          INTO WS-CONSOLE-MESSAGE                                 DBNK193P
079500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK193P
079600     ELSE                                                         DBNK193P
079700        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK193P
079800        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK193P
079900        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK193P
080000        STRING 'File status -' DELIMITED BY SIZE                  DBNK193P
080100               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK193P
080200               '/'            DELIMITED BY SIZE                   DBNK193P
080300               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK193P
080400          INTO WS-CONSOLE-MESSAGE                                 DBNK193P
080500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK193P
080600     END-IF.                                                      DBNK193P
080700                                                                  DBNK193P
080800***************************************************************** DBNK193P
080900* Display CONSOLE messages...                                   * DBNK193P
081000***************************************************************** DBNK193P
081100 DISPLAY-CONSOLE-MESSAGE.                                         DBNK193P
081200     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK193P
081300     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK193P
081400                                                                  DBNK193P
081500 COPY CTIMERP.                                                    DBNK193P
081600                                                                  DBNK193P
