000100***************************************************************** DBNK168P
000200*                                                               * DBNK168P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK168P
000400*   This demonstration program is provided for use by users     * DBNK168P
000500*   of Micro Focus products and may be used, modified and       * DBNK168P
000600*   distributed as part of your application provided that       * DBNK168P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK168P
000800*   in this material.                                           * DBNK168P
000900*                                                               * DBNK168P
001000***************************************************************** DBNK168P
001100                                                                  DBNK168P
001200                                                                  DBNK168P
001300***************************************************************** DBNK168P
001400* Program:     DBNK168P.CBL                                     * DBNK168P
001500* Function:    Compromised-card alerts from the card network.   * DBNK168P
001600*              CARDALRT lists the cards exposed in a merchant   * DBNK168P
001700*              breach, one per record with the network's alert  * DBNK168P
001800*              severity. The file is counted and checked        * DBNK168P
001900*              against UFILCTL first so a replayed file is      * DBNK168P
002000*              refused. A confirmed compromise (severity H)     * DBNK168P
002100*              hot-lists the card and replaces it the way       * DBNK168P
002200*              DCASH09P replaces a card: the old card is marked * DBNK168P
002300*              replaced and linked to a new number issued to    * DBNK168P
002400*              the same customer for three years. The new card  * DBNK168P
002500*              goes to the embossing bureau on CARDEMB, which   * DBNK168P
002600*              is registered through UFILCTL. A suspected       * DBNK168P
002700*              compromise (M or L) blocks the card pending      * DBNK168P
002800*              review at the counter. Expired, replaced and     * DBNK168P
002900*              already hot-listed cards are left alone. Each    * DBNK168P
003000*              customer affected is sent a notice on CARDLTR,   * DBNK168P
003100*              filed on BNKCORR, and CARDRPT lists every alert  * DBNK168P
003200*              with the day's totals. New card numbers keep the * DBNK168P
003300*              old card's six-digit BIN, then the next serial   * DBNK168P
003400*              from BNKPARM CARDSER and a Luhn check digit.     * DBNK168P
003500*              VSAM version                                     * DBNK168P
003600***************************************************************** DBNK168P
003700                                                                  DBNK168P
003800 IDENTIFICATION DIVISION.                                         DBNK168P
003900 PROGRAM-ID.                                                      DBNK168P
004000     DBNK168P.                                                    DBNK168P
004100 DATE-WRITTEN.                                                    DBNK168P
004200     October 2007.                                                DBNK168P
004300 DATE-COMPILED.                                                   DBNK168P
004400     Today.                                                       DBNK168P
004500                                                                  DBNK168P
004600 ENVIRONMENT DIVISION.                                            DBNK168P
004700                                                                  DBNK168P
004800 INPUT-OUTPUT   SECTION.                                          DBNK168P
004900   FILE-CONTROL.                                                  DBNK168P
005000     SELECT CARDALRT-FILE                                         DBNK168P
005100            ASSIGN       TO CARDALRT                              DBNK168P
005200            ORGANIZATION IS SEQUENTIAL                            DBNK168P
005300            FILE STATUS  IS WS-CARDALRT-STATUS.                   DBNK168P
005400                                                                  DBNK168P
005500     SELECT CARDEMB-FILE                                          DBNK168P
005600            ASSIGN       TO CARDEMB                               DBNK168P
005700            ORGANIZATION IS SEQUENTIAL                            DBNK168P
005800            FILE STATUS  IS WS-CARDEMB-STATUS.                    DBNK168P
005900                                                                  DBNK168P
006000     SELECT CARDLTR-FILE                                          DBNK168P
006100            ASSIGN       TO CARDLTR                               DBNK168P
006200            ORGANIZATION IS SEQUENTIAL                            DBNK168P
006300            FILE STATUS  IS WS-CARDLTR-STATUS.                    DBNK168P
006400                                                                  DBNK168P
006500     SELECT CARDRPT-FILE                                          DBNK168P
006600            ASSIGN       TO CARDRPT                               DBNK168P
006700            ORGANIZATION IS SEQUENTIAL                            DBNK168P
006800            FILE STATUS  IS WS-CARDRPT-STATUS.                    DBNK168P
006900                                                                  DBNK168P
007000     SELECT BNKCARD-FILE                                          DBNK168P
007100            ASSIGN       TO BNKCARD                               DBNK168P
007200            ORGANIZATION IS INDEXED                               DBNK168P
007300            ACCESS MODE  IS RANDOM                                DBNK168P
007400            RECORD KEY   IS BCD-REC-CARD-NO                       DBNK168P
007500            ALTERNATE KEY IS BCD-REC-PID WITH DUPLICATES          DBNK168P
007600            FILE STATUS  IS WS-BNKCARD-STATUS.                    DBNK168P
007700                                                                  DBNK168P
007800     SELECT BNKCUST-FILE                                          DBNK168P
007900            ASSIGN       TO BNKCUST                               DBNK168P
008000            ORGANIZATION IS INDEXED                               DBNK168P
008100            ACCESS MODE  IS RANDOM                                DBNK168P
008200            RECORD KEY   IS BCS-REC-PID                           DBNK168P
008300            FILE STATUS  IS WS-BNKCUST-STATUS.                    DBNK168P
008400                                                                  DBNK168P
008500     SELECT BNKCORR-FILE                                          DBNK168P
008600            ASSIGN       TO BNKCORR                               DBNK168P
008700            ORGANIZATION IS INDEXED                               DBNK168P
008800            ACCESS MODE  IS RANDOM                                DBNK168P
008900            RECORD KEY   IS BCO-REC-TIMESTAMP                     DBNK168P
009000            ALTERNATE KEY IS BCO-REC-PID WITH DUPLICATES          DBNK168P
009100            FILE STATUS  IS WS-BNKCORR-STATUS.                    DBNK168P
009200                                                                  DBNK168P
009300     SELECT BNKPARM-FILE                                          DBNK168P
009400            ASSIGN       TO BNKPARM                               DBNK168P
009500            ORGANIZATION IS INDEXED                               DBNK168P
009600            ACCESS MODE  IS RANDOM                                DBNK168P
009700            RECORD KEY   IS PRM-REC-KEY                           DBNK168P
009800            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBNK168P
009900                                                                  DBNK168P
010000 DATA DIVISION.                                                   DBNK168P
010100                                                                  DBNK168P
010200 FILE SECTION.                                                    DBNK168P
010300 FD  CARDALRT-FILE.                                               DBNK168P
010400 01  ALR-REC.                                                     DBNK168P
010500   05  ALR-REC-CARD-NO                  PIC X(16).                DBNK168P
010600   05  ALR-REC-SEVERITY                 PIC X(1).                 DBNK168P
010700     88  ALR-REC-CONFIRMED              VALUE 'H'.                DBNK168P
010800     88  ALR-REC-SUSPECTED              VALUES 'M', 'L'.          DBNK168P
010900   05  ALR-REC-ALERT-ID                 PIC X(12).                DBNK168P
011000   05  ALR-REC-MERCHANT                 PIC X(30).                DBNK168P
011100   05  ALR-REC-EXPOSED-DATE             PIC X(8).                 DBNK168P
011200   05  FILLER                           PIC X(13).                DBNK168P
011300                                                                  DBNK168P
011400 FD  CARDEMB-FILE.                                                DBNK168P
011500 01  EMB-REC.                                                     DBNK168P
011600   05  EMB-REC-CARD-NO                  PIC X(16).                DBNK168P
011700   05  EMB-REC-EXPIRY-DATE              PIC X(8).                 DBNK168P
011800   05  EMB-REC-PID                      PIC X(5).                 DBNK168P
011900   05  EMB-REC-NAME                     PIC X(30).                DBNK168P
012000   05  EMB-REC-ADDR1                    PIC X(30).                DBNK168P
012100   05  EMB-REC-ADDR2                    PIC X(30).                DBNK168P
012200   05  EMB-REC-STATE                    PIC X(2).                 DBNK168P
012300   05  EMB-REC-CNTRY                    PIC X(15).                DBNK168P
012400   05  EMB-REC-POST-CODE                PIC X(10).                DBNK168P
012500   05  EMB-REC-REPLACES                 PIC X(16).                DBNK168P
012600   05  EMB-REC-REASON                   PIC X(4).                 DBNK168P
012700   05  FILLER                           PIC X(14).                DBNK168P
012800                                                                  DBNK168P
012900 FD  CARDLTR-FILE.                                                DBNK168P
013000 01  CARDLTR-REC                        PIC X(80).                DBNK168P
013100                                                                  DBNK168P
013200 FD  CARDRPT-FILE.                                                DBNK168P
013300 01  CARDRPT-REC                        PIC X(132).               DBNK168P
013400                                                                  DBNK168P
013500 FD  BNKCARD-FILE.                                                DBNK168P
013600 01  BNKCARD-REC.                                                 DBNK168P
013700 COPY CBANKVCD.                                                   DBNK168P
013800                                                                  DBNK168P
013900 FD  BNKCUST-FILE.                                                DBNK168P
014000 01  BNKCUST-REC.                                                 DBNK168P
014100 COPY CBANKVCS.                                                   DBNK168P
014200                                                                  DBNK168P
014300 FD  BNKCORR-FILE.                                                DBNK168P
014400 01  BNKCORR-REC.                                                 DBNK168P
014500 COPY CBANKVCO.                                                   DBNK168P
014600                                                                  DBNK168P
014700 FD  BNKPARM-FILE.                                                DBNK168P
014800 01  BNKPARM-REC.                                                 DBNK168P
014900 COPY CBANKVPM.                                                   DBNK168P
015000                                                                  DBNK168P
015100 WORKING-STORAGE SECTION.                                         DBNK168P
015200 COPY CTIMERD.                                                    DBNK168P
015300 COPY CTSTAMPD.                                                   DBNK168P
015400                                                                  DBNK168P
015500 01  WS-MISC-STORAGE.                                             DBNK168P
015600   05  WS-PROGRAM-ID                         PIC X(8)             DBNK168P
015700       VALUE 'DBNK168P'.                                          DBNK168P
015800                                                                  DBNK168P
015900   05  WS-CARDALRT-STATUS.                                        DBNK168P
016000     10  WS-CARDALRT-STAT1                    PIC X(1).           DBNK168P
016100     10  WS-CARDALRT-STAT2                    PIC X(1).           DBNK168P
016200   05  WS-CARDEMB-STATUS.                                         DBNK168P
016300     10  WS-CARDEMB-STAT1                     PIC X(1).           DBNK168P
016400     10  WS-CARDEMB-STAT2                     PIC X(1).           DBNK168P
016500   05  WS-CARDLTR-STATUS.                                         DBNK168P
016600     10  WS-CARDLTR-STAT1                     PIC X(1).           DBNK168P
016700     10  WS-CARDLTR-STAT2                     PIC X(1).           DBNK168P
016800   05  WS-CARDRPT-STATUS.                                         DBNK168P
016900     10  WS-CARDRPT-STAT1                     PIC X(1).           DBNK168P
017000     10  WS-CARDRPT-STAT2                     PIC X(1).           DBNK168P
017100   05  WS-BNKCARD-STATUS.                                         DBNK168P
017200     10  WS-BNKCARD-STAT1                     PIC X(1).           DBNK168P
017300     10  WS-BNKCARD-STAT2                     PIC X(1).           DBNK168P
017400   05  WS-BNKCUST-STATUS.                                         DBNK168P
017500     10  WS-BNKCUST-STAT1                     PIC X(1).           DBNK168P
017600     10  WS-BNKCUST-STAT2                     PIC X(1).           DBNK168P
017700   05  WS-BNKCORR-STATUS.                                         DBNK168P
017800     10  WS-BNKCORR-STAT1                     PIC X(1).           DBNK168P
017900     10  WS-BNKCORR-STAT2                     PIC X(1).           DBNK168P
018000   05  WS-BNKPARM-STATUS.                                         DBNK168P
018100     10  WS-BNKPARM-STAT1                     PIC X(1).           DBNK168P
018200     10  WS-BNKPARM-STAT2                     PIC X(1).           DBNK168P
018300                                                                  DBNK168P
018400   05  WS-IO-STATUS.                                              DBNK168P
018500     10  WS-IO-STAT1                          PIC X(1).           DBNK168P
018600     10  WS-IO-STAT2                          PIC X(1).           DBNK168P
018700                                                                  DBNK168P
018800   05  WS-TWO-BYTES.                                              DBNK168P
018900     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK168P
019000     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK168P
019100   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK168P
019200                                              PIC 9(1) COMP.      DBNK168P
019300                                                                  DBNK168P
019400   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK168P
019500     88  OPEN-OK                              VALUE 0.            DBNK168P
019600                                                                  DBNK168P
019700   05  WS-FILE                               PIC X(16).           DBNK168P
019800                                                                  DBNK168P
019900   05  WS-RUN-DATE                           PIC X(8).            DBNK168P
020000   05  WS-EXPIRY-YEAR                        PIC 9(4).            DBNK168P
020100                                                                  DBNK168P
020200   05  WS-PRESCAN-COUNT                      PIC S9(7)            DBNK168P
020300                                             COMP-3 VALUE ZERO.   DBNK168P
020400   05  WS-PRESCAN-HASH                       PIC S9(13)V99        DBNK168P
020500                                             COMP-3 VALUE ZERO.   DBNK168P
020600   05  WS-EMB-HASH                           PIC S9(13)V99        DBNK168P
020700                                             COMP-3 VALUE ZERO.   DBNK168P
020800   05  WS-HASH-PART                          PIC 9(10).           DBNK168P
020900                                                                  DBNK168P
021000   05  WS-SERIAL-N                           PIC 9(9).            DBNK168P
021100   05  WS-SERIAL-X REDEFINES WS-SERIAL-N     PIC X(9).            DBNK168P
021200   05  WS-SERIAL-FLAG                        PIC X(1).            DBNK168P
021300     88  WS-SERIAL-SEEDED                    VALUE 'S'.           DBNK168P
021400     88  WS-SERIAL-ON-FILE                   VALUE 'F'.           DBNK168P
021500   05  WS-TRIES                              PIC S9(4) COMP.      DBNK168P
021600                                                                  DBNK168P
021700   05  WS-NEW-CARD-NO                        PIC X(16).           DBNK168P
021800   05  WS-NEW-CARD-DIGITS REDEFINES WS-NEW-CARD-NO.               DBNK168P
021900     10  WS-NEW-CARD-DIGIT                   PIC 9(1)             DBNK168P
022000                                             OCCURS 16 TIMES.     DBNK168P
022100   05  WS-LUHN-SUM                           PIC S9(4) COMP.      DBNK168P
022200   05  WS-LUHN-DIGIT                         PIC S9(4) COMP.      DBNK168P
022300   05  WS-LUHN-HALF                          PIC S9(4) COMP.      DBNK168P
022400   05  WS-LUHN-ODD                           PIC S9(4) COMP.      DBNK168P
022500   05  WS-SUB1                               PIC S9(4) COMP.      DBNK168P
022600                                                                  DBNK168P
022700   05  WS-OLD-CARD-REC                       PIC X(64).           DBNK168P
022800   05  WS-OLD-MASKED                         PIC X(19).           DBNK168P
022900   05  WS-NEW-MASKED                         PIC X(19).           DBNK168P
023000   05  WS-ACTION                             PIC X(24).           DBNK168P
023100   05  WS-NOTICE-FLAG                        PIC X(1).            DBNK168P
023200     88  WS-NOTICE-REISSUED                  VALUE 'R'.           DBNK168P
023300     88  WS-NOTICE-HOT-LISTED                VALUE 'H'.           DBNK168P
023400     88  WS-NOTICE-BLOCKED                   VALUE 'B'.           DBNK168P
023500                                                                  DBNK168P
023600   05  WS-ALERTS-READ                        PIC 9(7)             DBNK168P
023700       VALUE ZERO.                                                DBNK168P
023800   05  WS-CARDS-REISSUED                     PIC 9(5)             DBNK168P
023900       VALUE ZERO.                                                DBNK168P
024000   05  WS-CARDS-HOT-ONLY                     PIC 9(5)             DBNK168P
024100       VALUE ZERO.                                                DBNK168P
024200   05  WS-CARDS-BLOCKED                      PIC 9(5)             DBNK168P
024300       VALUE ZERO.                                                DBNK168P
024400   05  WS-CARDS-EXPIRED                      PIC 9(5)             DBNK168P
024500       VALUE ZERO.                                                DBNK168P
024600   05  WS-CARDS-ALREADY                      PIC 9(5)             DBNK168P
024700       VALUE ZERO.                                                DBNK168P
024800   05  WS-CARDS-UNKNOWN                      PIC 9(5)             DBNK168P
024900       VALUE ZERO.                                                DBNK168P
025000   05  WS-EDIT-CNT                           PIC ZZ,ZZ9.          DBNK168P
025100                                                                  DBNK168P
025200 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK168P
025300                                                                  DBNK168P
025400 01  WS-BCTL-DATA.                                                DBNK168P
025500 COPY CBCTLD.                                                     DBNK168P
025600                                                                  DBNK168P
025700 01  WS-BUSD-DATA.                                                DBNK168P
025800 COPY CBUSDD.                                                     DBNK168P
025900                                                                  DBNK168P
026000 01  WS-FCTL-DATA.                                                DBNK168P
026100 COPY CFCTLD.                                                     DBNK168P
026200                                                                  DBNK168P
026300 01  WS-MASK-DATA.                                                DBNK168P
026400 COPY CMASKD.                                                     DBNK168P
026500                                                                  DBNK168P
026600 PROCEDURE DIVISION.                                              DBNK168P
026700     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK168P
026800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK168P
026900     PERFORM RUN-TIME.                                            DBNK168P
027000                                                                  DBNK168P
027100***************************************************************** DBNK168P
027200* Register this run in the batch control file                   * DBNK168P
027300***************************************************************** DBNK168P
027400     MOVE 'DBNK168P' TO BCTL-JOB-NAME.                            DBNK168P
027500     MOVE SPACES TO BCTL-BUS-DATE.                                DBNK168P
027600     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK168P
027700     SET BCTL-FUNC-START TO TRUE.                                 DBNK168P
027800     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK168P
027900     IF NOT BCTL-OK                                               DBNK168P
028000        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK168P
028100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK168P
028200        MOVE 8 TO RETURN-CODE                                     DBNK168P
028300        GO TO QUICK-EXIT                                          DBNK168P
028400     END-IF.                                                      DBNK168P
028500     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK168P
028600     MOVE BUSD-DATE TO WS-RUN-DATE.                               DBNK168P
028700                                                                  DBNK168P
028800     SET OPEN-OK TO TRUE.                                         DBNK168P
028900                                                                  DBNK168P
029000     OPEN INPUT CARDALRT-FILE.                                    DBNK168P
029100     MOVE WS-CARDALRT-STATUS TO WS-IO-STATUS.                     DBNK168P
029200     MOVE 'CARDALRT-FILE' TO WS-FILE.                             DBNK168P
029300     PERFORM CHECK-OPEN THRU                                      DBNK168P
029400             CHECK-OPEN-EXIT.                                     DBNK168P
029500                                                                  DBNK168P
029600     OPEN OUTPUT CARDEMB-FILE.                                    DBNK168P
029700     MOVE WS-CARDEMB-STATUS TO WS-IO-STATUS.                      DBNK168P
029800     MOVE 'CARDEMB-FILE' TO WS-FILE.                              DBNK168P
029900     PERFORM CHECK-OPEN THRU                                      DBNK168P
030000             CHECK-OPEN-EXIT.                                     DBNK168P
030100                                                                  DBNK168P
030200     OPEN OUTPUT CARDLTR-FILE.                                    DBNK168P
030300     MOVE WS-CARDLTR-STATUS TO WS-IO-STATUS.                      DBNK168P
030400     MOVE 'CARDLTR-FILE' TO WS-FILE.                              DBNK168P
030500     PERFORM CHECK-OPEN THRU                                      DBNK168P
030600             CHECK-OPEN-EXIT.                                     DBNK168P
030700                                                                  DBNK168P
030800     OPEN OUTPUT CARDRPT-FILE.                                    DBNK168P
030900     MOVE WS-CARDRPT-STATUS TO WS-IO-STATUS.                      DBNK168P
031000     MOVE 'CARDRPT-FILE' TO WS-FILE.                              DBNK168P
031100     PERFORM CHECK-OPEN THRU                                      DBNK168P
031200             CHECK-OPEN-EXIT.                                     DBNK168P
031300                                                                  DBNK168P
031400     OPEN I-O BNKCARD-FILE.                                       DBNK168P
031500     MOVE WS-BNKCARD-STATUS TO WS-IO-STATUS.                      DBNK168P
031600     MOVE 'BNKCARD-FILE' TO WS-FILE.                              DBNK168P
031700     PERFORM CHECK-OPEN THRU                                      DBNK168P
031800             CHECK-OPEN-EXIT.                                     DBNK168P
031900                                                                  DBNK168P
032000     OPEN INPUT BNKCUST-FILE.                                     DBNK168P
032100     MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.                      DBNK168P
032200     MOVE 'BNKCUST-FILE' TO WS-FILE.                              DBNK168P
032300     PERFORM CHECK-OPEN THRU                                      DBNK168P
032400             CHECK-OPEN-EXIT.                                     DBNK168P
032500                                                                  DBNK168P
032600     OPEN I-O BNKCORR-FILE.                                       DBNK168P
032700     MOVE WS-BNKCORR-STATUS TO WS-IO-STATUS.                      DBNK168P
032800     MOVE 'BNKCORR-FILE' TO WS-FILE.                              DBNK168P
032900     PERFORM CHECK-OPEN THRU                                      DBNK168P
033000             CHECK-OPEN-EXIT.                                     DBNK168P
033100                                                                  DBNK168P
033200     OPEN I-O BNKPARM-FILE.                                       DBNK168P
033300     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBNK168P
033400     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBNK168P
033500     PERFORM CHECK-OPEN THRU                                      DBNK168P
033600             CHECK-OPEN-EXIT.                                     DBNK168P
033700                                                                  DBNK168P
033800     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK168P
033900        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK168P
034000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK168P
034100        MOVE 16 TO RETURN-CODE                                    DBNK168P
034200        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK168P
034300        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK168P
034400        GO TO QUICK-EXIT                                          DBNK168P
034500     END-IF.                                                      DBNK168P
034600                                                                  DBNK168P
034700***************************************************************** DBNK168P
034800* Count and total the file before any card is touched - a file  * DBNK168P
034900* whose count and total match one already applied for this      * DBNK168P
035000* stream is a duplicate transmission and the run is refused     * DBNK168P
035100***************************************************************** DBNK168P
035200 PRESCAN-LOOP.                                                    DBNK168P
035300     READ CARDALRT-FILE                                           DBNK168P
035400       AT END                                                     DBNK168P
035500         GO TO PRESCAN-ENDED                                      DBNK168P
035600     END-READ.                                                    DBNK168P
035700     ADD 1 TO WS-PRESCAN-COUNT.                                   DBNK168P
035800     IF ALR-REC-CARD-NO (7:10) IS NUMERIC                         DBNK168P
035900        MOVE ALR-REC-CARD-NO (7:10) TO WS-HASH-PART               DBNK168P
036000        ADD WS-HASH-PART TO WS-PRESCAN-HASH                       DBNK168P
036100     END-IF.                                                      DBNK168P
036200     GO TO PRESCAN-LOOP.                                          DBNK168P
036300 PRESCAN-ENDED.                                                   DBNK168P
036400     CLOSE CARDALRT-FILE.                                         DBNK168P
036500     MOVE 'CARDALRT' TO FCTL-STREAM.                              DBNK168P
036600     MOVE SPACES TO FCTL-BUS-DATE.                                DBNK168P
036700     MOVE 'DBNK168P' TO FCTL-JOB-NAME.                            DBNK168P
036800     MOVE WS-PRESCAN-COUNT TO FCTL-ITEM-COUNT.                    DBNK168P
036900     MOVE WS-PRESCAN-HASH TO FCTL-HASH-TOTAL.                     DBNK168P
037000     SET FCTL-FUNC-CHECK TO TRUE.                                 DBNK168P
037100     CALL 'UFILCTL' USING WS-FCTL-DATA.                           DBNK168P
037200     IF FCTL-DUPLICATE                                            DBNK168P
037300        MOVE FCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK168P
037400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK168P
037500        MOVE 12 TO RETURN-CODE                                    DBNK168P
037600        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK168P
037700        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK168P
037800        GO TO QUICK-EXIT                                          DBNK168P
037900     END-IF.                                                      DBNK168P
038000     OPEN INPUT CARDALRT-FILE.                                    DBNK168P
038100                                                                  DBNK168P
038200***************************************************************** DBNK168P
038300* The card serial counter - seeded on first use                 * DBNK168P
038400***************************************************************** DBNK168P
038500     SET WS-SERIAL-ON-FILE TO TRUE.                               DBNK168P
038600     MOVE 'CARDSER ' TO PRM-REC-KEY.                              DBNK168P
038700     READ BNKPARM-FILE                                            DBNK168P
038800       INVALID KEY                                                DBNK168P
038900         SET WS-SERIAL-SEEDED TO TRUE                             DBNK168P
039000     END-READ.                                                    DBNK168P
039100     IF WS-SERIAL-ON-FILE AND                                     DBNK168P
039200        PRM-REC-TEXT (1:9) IS NUMERIC                             DBNK168P
039300        MOVE PRM-REC-TEXT (1:9) TO WS-SERIAL-N                    DBNK168P
039400     ELSE                                                         DBNK168P
039500        MOVE 1 TO WS-SERIAL-N                                     DBNK168P
039600     END-IF.                                                      DBNK168P
039700                                                                  DBNK168P
039800     MOVE SPACES TO CARDRPT-REC.                                  DBNK168P
039900     STRING '  COMPROMISED CARD ALERTS APPLIED '                  DBNK168P
040000                                           DELIMITED BY SIZE      DBNK168P
040100            WS-RUN-DATE                    DELIMITED BY SIZE      DBNK168P
040200       INTO CARDRPT-REC.                                          DBNK168P
040300     WRITE CARDRPT-REC.                                           DBNK168P
040400     MOVE SPACES TO CARDRPT-REC.                                  DBNK168P
040500     WRITE CARDRPT-REC.                                           DBNK168P
040600                                                                  DBNK168P
040700 CARDALRT-LOOP.                                                   DBNK168P
040800     READ CARDALRT-FILE                                           DBNK168P
040900       AT END                                                     DBNK168P
041000         GO TO CARDALRT-ENDED                                     DBNK168P
041100     END-READ.                                                    DBNK168P
041200     ADD 1 TO WS-ALERTS-READ.                                     DBNK168P
041300     PERFORM APPLY-ONE-ALERT THRU                                 DBNK168P
041400             APPLY-ONE-ALERT-EXIT.                                DBNK168P
041500     GO TO CARDALRT-LOOP.                                         DBNK168P
041600 CARDALRT-ENDED.                                                  DBNK168P
041700                                                                  DBNK168P
041800*    the next serial goes back for the next run                   DBNK168P
041900     MOVE SPACES TO BNKPARM-REC.                                  DBNK168P
042000     MOVE 'CARDSER ' TO PRM-REC-KEY.                              DBNK168P
042100     MOVE ZERO TO PRM-REC-AMOUNT.                                 DBNK168P
042200     MOVE WS-SERIAL-X TO PRM-REC-TEXT (1:9).                      DBNK168P
042300     MOVE 'Next card number serial' TO PRM-REC-DESC.              DBNK168P
042400     IF WS-SERIAL-SEEDED                                          DBNK168P
042500        WRITE BNKPARM-REC                                         DBNK168P
042600          INVALID KEY                                             DBNK168P
042700            MOVE 'Unable to seed card serial'                     DBNK168P
042800              TO WS-CONSOLE-MESSAGE                               DBNK168P
042900            PERFORM DISPLAY-CONSOLE-MESSAGE                       DBNK168P
043000            MOVE 4 TO RETURN-CODE                                 DBNK168P
043100        END-WRITE                                                 DBNK168P
043200     ELSE                                                         DBNK168P
043300        REWRITE BNKPARM-REC                                       DBNK168P
043400          INVALID KEY                                             DBNK168P
043500            MOVE 'Unable to save card serial'                     DBNK168P
043600              TO WS-CONSOLE-MESSAGE                               DBNK168P
043700            PERFORM DISPLAY-CONSOLE-MESSAGE                       DBNK168P
043800            MOVE 4 TO RETURN-CODE                                 DBNK168P
043900        END-REWRITE                                               DBNK168P
044000     END-IF.                                                      DBNK168P
044100                                                                  DBNK168P
044200     MOVE SPACES TO CARDRPT-REC.                                  DBNK168P
044300     WRITE CARDRPT-REC.                                           DBNK168P
044400     MOVE WS-ALERTS-READ TO WS-EDIT-CNT.                          DBNK168P
044500     MOVE SPACES TO CARDRPT-REC.                                  DBNK168P
044600     STRING '  ALERTS READ                 ' DELIMITED BY SIZE    DBNK168P
044700            WS-EDIT-CNT                      DELIMITED BY SIZE    DBNK168P
044800       INTO CARDRPT-REC.                                          DBNK168P
044900     WRITE CARDRPT-REC.                                           DBNK168P
045000     MOVE WS-CARDS-REISSUED TO WS-EDIT-CNT.                       DBNK168P
045100     MOVE SPACES TO CARDRPT-REC.                                  DBNK168P
045200     STRING '  HOT-LISTED AND REISSUED     ' DELIMITED BY SIZE    DBNK168P
045300            WS-EDIT-CNT                      DELIMITED BY SIZE    DBNK168P
045400       INTO CARDRPT-REC.                                          DBNK168P
045500     WRITE CARDRPT-REC.                                           DBNK168P
045600     MOVE WS-CARDS-HOT-ONLY TO WS-EDIT-CNT.                       DBNK168P
045700     MOVE SPACES TO CARDRPT-REC.                                  DBNK168P
045800     STRING '  HOT-LISTED, NOT REISSUED    ' DELIMITED BY SIZE    DBNK168P
045900            WS-EDIT-CNT                      DELIMITED BY SIZE    DBNK168P
046000       INTO CARDRPT-REC.                                          DBNK168P
046100     WRITE CARDRPT-REC.                                           DBNK168P
046200     MOVE WS-CARDS-BLOCKED TO WS-EDIT-CNT.                        DBNK168P
046300     MOVE SPACES TO CARDRPT-REC.                                  DBNK168P
046400     STRING '  BLOCKED PENDING REVIEW      ' DELIMITED BY SIZE    DBNK168P
046500            WS-EDIT-CNT                      DELIMITED BY SIZE    DBNK168P
046600       INTO CARDRPT-REC.                                          DBNK168P
046700     WRITE CARDRPT-REC.                                           DBNK168P
046800     MOVE WS-CARDS-EXPIRED TO WS-EDIT-CNT.                        DBNK168P
046900     MOVE SPACES TO CARDRPT-REC.                                  DBNK168P
047000     STRING '  ALREADY EXPIRED             ' DELIMITED BY SIZE    DBNK168P
047100            WS-EDIT-CNT                      DELIMITED BY SIZE    DBNK168P
047200       INTO CARDRPT-REC.                                          DBNK168P
047300     WRITE CARDRPT-REC.                                           DBNK168P
047400     MOVE WS-CARDS-ALREADY TO WS-EDIT-CNT.                        DBNK168P
047500     MOVE SPACES TO CARDRPT-REC.                                  DBNK168P
047600     STRING '  ALREADY STOPPED OR REPLACED ' DELIMITED BY SIZE    DBNK168P
047700            WS-EDIT-CNT                      DELIMITED BY SIZE    DBNK168P
047800       INTO CARDRPT-REC.                                          DBNK168P
047900     WRITE CARDRPT-REC.                                           DBNK168P
048000     MOVE WS-CARDS-UNKNOWN TO WS-EDIT-CNT.                        DBNK168P
048100     MOVE SPACES TO CARDRPT-REC.                                  DBNK168P
048200     STRING '  NOT OUR CARD OR BAD ALERT   ' DELIMITED BY SIZE    DBNK168P
048300            WS-EDIT-CNT                      DELIMITED BY SIZE    DBNK168P
048400       INTO CARDRPT-REC.                                          DBNK168P
048500     WRITE CARDRPT-REC.                                           DBNK168P
048600                                                                  DBNK168P
048700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK168P
048800     STRING WS-ALERTS-READ DELIMITED BY SIZE                      DBNK168P
048900            ' alerts read' DELIMITED BY SIZE                      DBNK168P
049000       INTO WS-CONSOLE-MESSAGE.                                   DBNK168P
049100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK168P
049200     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK168P
049300     STRING WS-CARDS-REISSUED DELIMITED BY SIZE                   DBNK168P
049400            ' cards reissued' DELIMITED BY SIZE                   DBNK168P
049500       INTO WS-CONSOLE-MESSAGE.                                   DBNK168P
049600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK168P
049700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK168P
049800     STRING WS-CARDS-BLOCKED DELIMITED BY SIZE                    DBNK168P
049900            ' cards blocked' DELIMITED BY SIZE                    DBNK168P
050000       INTO WS-CONSOLE-MESSAGE.                                   DBNK168P
050100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK168P
050200                                                                  DBNK168P
050300     CLOSE CARDALRT-FILE.                                         DBNK168P
050400     CLOSE CARDEMB-FILE.                                          DBNK168P
050500     CLOSE CARDLTR-FILE.                                          DBNK168P
050600     CLOSE CARDRPT-FILE.                                          DBNK168P
050700     CLOSE BNKCARD-FILE.                                          DBNK168P
050800     CLOSE BNKCUST-FILE.                                          DBNK168P
050900     CLOSE BNKCORR-FILE.                                          DBNK168P
051000     CLOSE BNKPARM-FILE.                                          DBNK168P
051100                                                                  DBNK168P
051200*    file applied - register it so a replayed copy is refused     DBNK168P
051300     SET FCTL-FUNC-REGISTER-IN TO TRUE.                           DBNK168P
051400     CALL 'UFILCTL' USING WS-FCTL-DATA.                           DBNK168P
051500                                                                  DBNK168P
051600*    the embossing file goes out for the bureau to acknowledge    DBNK168P
051700     IF WS-CARDS-REISSUED IS GREATER THAN ZERO                    DBNK168P
051800        MOVE 'CARDEMB ' TO FCTL-STREAM                            DBNK168P
051900        MOVE SPACES TO FCTL-BUS-DATE                              DBNK168P
052000        MOVE 'DBNK168P' TO FCTL-JOB-NAME                          DBNK168P
052100        MOVE WS-CARDS-REISSUED TO FCTL-ITEM-COUNT                 DBNK168P
052200        MOVE WS-EMB-HASH TO FCTL-HASH-TOTAL                       DBNK168P
052300        SET FCTL-FUNC-REGISTER-OUT TO TRUE                        DBNK168P
052400        CALL 'UFILCTL' USING WS-FCTL-DATA                         DBNK168P
052500     END-IF.                                                      DBNK168P
052600                                                                  DBNK168P
052700     SET BCTL-FUNC-END TO TRUE.                                   DBNK168P
052800     MOVE WS-ALERTS-READ TO BCTL-RECORD-COUNT.                    DBNK168P
052900     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK168P
053000     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK168P
053100                                                                  DBNK168P
053200     PERFORM RUN-TIME.                                            DBNK168P
053300                                                                  DBNK168P
053400     IF RETURN-CODE IS NOT EQUAL TO 4                             DBNK168P
053500        MOVE 0 TO RETURN-CODE                                     DBNK168P
053600     END-IF.                                                      DBNK168P
053700 QUICK-EXIT.                                                      DBNK168P
053800     GOBACK.                                                      DBNK168P
053900                                                                  DBNK168P
054000***************************************************************** DBNK168P
054100* Act on one alert. Only a card still in use is touched: an     * DBNK168P
054200* unknown card, an expired one, or one already hot-listed or    * DBNK168P
054300* replaced is only reported. A blocked card is hot-listed and   * DBNK168P
054400* replaced if the compromise is confirmed.                      * DBNK168P
054500***************************************************************** DBNK168P
054600 APPLY-ONE-ALERT.                                                 DBNK168P
054700     MOVE SPACES TO WS-NEW-MASKED.                                DBNK168P
054800     MOVE SPACES TO WS-NEW-CARD-NO.                               DBNK168P
054900     MOVE SPACES TO MASK-INPUT.                                   DBNK168P
055000     MOVE ALR-REC-CARD-NO TO MASK-INPUT.                          DBNK168P
055100     CALL 'UCRDMASK' USING WS-MASK-DATA.                          DBNK168P
055200     MOVE MASK-OUTPUT TO WS-OLD-MASKED.                           DBNK168P
055300     IF NOT ALR-REC-CONFIRMED AND                                 DBNK168P
055400        NOT ALR-REC-SUSPECTED                                     DBNK168P
055500        MOVE SPACES TO BNKCARD-REC                                DBNK168P
055600        MOVE 'REJECTED - SEVERITY' TO WS-ACTION                   DBNK168P
055700        ADD 1 TO WS-CARDS-UNKNOWN                                 DBNK168P
055800        GO TO APPLY-ONE-ALERT-REPORT                              DBNK168P
055900     END-IF.                                                      DBNK168P
056000     MOVE ALR-REC-CARD-NO TO BCD-REC-CARD-NO.                     DBNK168P
056100     READ BNKCARD-FILE                                            DBNK168P
056200       INVALID KEY                                                DBNK168P
056300         MOVE SPACES TO BNKCARD-REC                               DBNK168P
056400         MOVE 'NOT ON FILE' TO WS-ACTION                          DBNK168P
056500         ADD 1 TO WS-CARDS-UNKNOWN                                DBNK168P
056600         GO TO APPLY-ONE-ALERT-REPORT                             DBNK168P
056700     END-READ.                                                    DBNK168P
056800     IF BCD-REC-REPLACED OR                                       DBNK168P
056900        BCD-REC-HOT-LISTED                                        DBNK168P
057000        MOVE 'ALREADY STOPPED' TO WS-ACTION                       DBNK168P
057100        ADD 1 TO WS-CARDS-ALREADY                                 DBNK168P
057200        GO TO APPLY-ONE-ALERT-REPORT                              DBNK168P
057300     END-IF.                                                      DBNK168P
057400     IF BCD-REC-EXPIRY-DATE IS LESS THAN WS-RUN-DATE              DBNK168P
057500        MOVE 'ALREADY EXPIRED' TO WS-ACTION                       DBNK168P
057600        ADD 1 TO WS-CARDS-EXPIRED                                 DBNK168P
057700        GO TO APPLY-ONE-ALERT-REPORT                              DBNK168P
057800     END-IF.                                                      DBNK168P
057900     IF ALR-REC-SUSPECTED                                         DBNK168P
058000        IF BCD-REC-BLOCKED                                        DBNK168P
058100           MOVE 'ALREADY BLOCKED' TO WS-ACTION                    DBNK168P
058200           ADD 1 TO WS-CARDS-ALREADY                              DBNK168P
058300           GO TO APPLY-ONE-ALERT-REPORT                           DBNK168P
058400        END-IF                                                    DBNK168P
058500        SET BCD-REC-BLOCKED TO TRUE                               DBNK168P
058600        REWRITE BNKCARD-REC                                       DBNK168P
058700          INVALID KEY                                             DBNK168P
058800            MOVE 'UPDATE FAILED' TO WS-ACTION                     DBNK168P
058900            GO TO APPLY-ONE-ALERT-REPORT                          DBNK168P
059000        END-REWRITE                                               DBNK168P
059100        MOVE 'BLOCKED FOR REVIEW' TO WS-ACTION                    DBNK168P
059200        ADD 1 TO WS-CARDS-BLOCKED                                 DBNK168P
059300        SET WS-NOTICE-BLOCKED TO TRUE                             DBNK168P
059400        PERFORM WRITE-NOTICE THRU                                 DBNK168P
059500                WRITE-NOTICE-EXIT                                 DBNK168P
059600        GO TO APPLY-ONE-ALERT-REPORT                              DBNK168P
059700     END-IF.                                                      DBNK168P
059800                                                                  DBNK168P
059900*    confirmed - stop the card at once, then replace it           DBNK168P
060000     SET BCD-REC-HOT-LISTED TO TRUE.                              DBNK168P
060100     REWRITE BNKCARD-REC                                          DBNK168P
060200       INVALID KEY                                                DBNK168P
060300         MOVE 'UPDATE FAILED' TO WS-ACTION                        DBNK168P
060400         GO TO APPLY-ONE-ALERT-REPORT                             DBNK168P
060500     END-REWRITE.                                                 DBNK168P
060600     PERFORM REISSUE-CARD THRU                                    DBNK168P
060700             REISSUE-CARD-EXIT.                                   DBNK168P
060800     PERFORM WRITE-NOTICE THRU                                    DBNK168P
060900             WRITE-NOTICE-EXIT.                                   DBNK168P
061000 APPLY-ONE-ALERT-REPORT.                                          DBNK168P
061100     MOVE SPACES TO CARDRPT-REC.                                  DBNK168P
061200     STRING '  '                     DELIMITED BY SIZE            DBNK168P
061300            WS-OLD-MASKED            DELIMITED BY SIZE            DBNK168P
061400            ' '                      DELIMITED BY SIZE            DBNK168P
061500            BCD-REC-PID              DELIMITED BY SIZE            DBNK168P
061600            '  '                     DELIMITED BY SIZE            DBNK168P
061700            ALR-REC-SEVERITY         DELIMITED BY SIZE            DBNK168P
061800            ' '                      DELIMITED BY SIZE            DBNK168P
061900            ALR-REC-ALERT-ID         DELIMITED BY SIZE            DBNK168P
062000            '  '                     DELIMITED BY SIZE            DBNK168P
062100            WS-ACTION                DELIMITED BY SIZE            DBNK168P
062200            ' '                      DELIMITED BY SIZE            DBNK168P
062300            WS-NEW-MASKED            DELIMITED BY SIZE            DBNK168P
062400            ' '                      DELIMITED BY SIZE            DBNK168P
062500            ALR-REC-MERCHANT         DELIMITED BY SIZE            DBNK168P
062600       INTO CARDRPT-REC.                                          DBNK168P
062700     WRITE CARDRPT-REC.                                           DBNK168P
062800 APPLY-ONE-ALERT-EXIT.                                            DBNK168P
062900     EXIT.                                                        DBNK168P
063000                                                                  DBNK168P
063100***************************************************************** DBNK168P
063200* Replace the hot-listed card as DCASH09P does: a new card for  * DBNK168P
063300* the same customer, running three years, with the old card     * DBNK168P
063400* marked replaced and pointing at it. A minor or a deceased     * DBNK168P
063500* customer is not reissued - the card stays hot-listed.         * DBNK168P
063600***************************************************************** DBNK168P
063700 REISSUE-CARD.                                                    DBNK168P
063800     MOVE BCD-REC-PID TO BCS-REC-PID.                             DBNK168P
063900     READ BNKCUST-FILE                                            DBNK168P
064000       INVALID KEY                                                DBNK168P
064100         MOVE 'HOT-LISTED, NO CUSTOMER' TO WS-ACTION              DBNK168P
064200         ADD 1 TO WS-CARDS-HOT-ONLY                               DBNK168P
064300         SET WS-NOTICE-HOT-LISTED TO TRUE                         DBNK168P
064400         GO TO REISSUE-CARD-EXIT                                  DBNK168P
064500     END-READ.                                                    DBNK168P
064600     IF BCS-REC-IS-MINOR OR                                       DBNK168P
064700        BCS-REC-IS-DECEASED                                       DBNK168P
064800        MOVE 'HOT-LISTED, NOT REISSUED' TO WS-ACTION              DBNK168P
064900        ADD 1 TO WS-CARDS-HOT-ONLY                                DBNK168P
065000        SET WS-NOTICE-HOT-LISTED TO TRUE                          DBNK168P
065100        GO TO REISSUE-CARD-EXIT                                   DBNK168P
065200     END-IF.                                                      DBNK168P
065300     MOVE BNKCARD-REC TO WS-OLD-CARD-REC.                         DBNK168P
065400     MOVE 0 TO WS-TRIES.                                          DBNK168P
065500 REISSUE-CARD-NUMBER.                                             DBNK168P
065600     ADD 1 TO WS-TRIES.                                           DBNK168P
065700     IF WS-TRIES IS GREATER THAN 50                               DBNK168P
065800        MOVE WS-OLD-CARD-REC TO BNKCARD-REC                       DBNK168P
065900        MOVE 'HOT-LISTED, NO NUMBER' TO WS-ACTION                 DBNK168P
066000        ADD 1 TO WS-CARDS-HOT-ONLY                                DBNK168P
066100        SET WS-NOTICE-HOT-LISTED TO TRUE                          DBNK168P
066200        GO TO REISSUE-CARD-EXIT                                   DBNK168P
066300     END-IF.                                                      DBNK168P
066400     PERFORM NEXT-CARD-NUMBER THRU                                DBNK168P
066500             NEXT-CARD-NUMBER-EXIT.                               DBNK168P
066600     MOVE SPACES TO BNKCARD-REC.                                  DBNK168P
066700     MOVE WS-NEW-CARD-NO TO BCD-REC-CARD-NO.                      DBNK168P
066800     MOVE BCS-REC-PID TO BCD-REC-PID.                             DBNK168P
066900     MOVE WS-RUN-DATE TO BCD-REC-ISSUE-DATE.                      DBNK168P
067000     MOVE WS-RUN-DATE TO BCD-REC-EXPIRY-DATE.                     DBNK168P
067100     MOVE WS-RUN-DATE (1:4) TO WS-EXPIRY-YEAR.                    DBNK168P
067200     ADD 3 TO WS-EXPIRY-YEAR.                                     DBNK168P
067300     MOVE WS-EXPIRY-YEAR TO BCD-REC-EXPIRY-DATE (1:4).            DBNK168P
067400     IF BCD-REC-EXPIRY-DATE (5:4) IS EQUAL TO '0229'              DBNK168P
067500        MOVE '0228' TO BCD-REC-EXPIRY-DATE (5:4)                  DBNK168P
067600     END-IF.                                                      DBNK168P
067700     SET BCD-REC-ACTIVE TO TRUE.                                  DBNK168P
067800     MOVE SPACES TO BCD-REC-REPLACED-BY.                          DBNK168P
067900     WRITE BNKCARD-REC                                            DBNK168P
068000       INVALID KEY                                                DBNK168P
068100         GO TO REISSUE-CARD-NUMBER                                DBNK168P
068200     END-WRITE.                                                   DBNK168P
068300                                                                  DBNK168P
068400     MOVE SPACES TO EMB-REC.                                      DBNK168P
068500     MOVE BCD-REC-CARD-NO TO EMB-REC-CARD-NO.                     DBNK168P
068600     MOVE BCD-REC-EXPIRY-DATE TO EMB-REC-EXPIRY-DATE.             DBNK168P
068700     MOVE BCS-REC-PID TO EMB-REC-PID.                             DBNK168P
068800     MOVE BCS-REC-NAME TO EMB-REC-NAME.                           DBNK168P
068900     MOVE BCS-REC-ADDR1 TO EMB-REC-ADDR1.                         DBNK168P
069000     MOVE BCS-REC-ADDR2 TO EMB-REC-ADDR2.                         DBNK168P
069100     MOVE BCS-REC-STATE TO EMB-REC-STATE.                         DBNK168P
069200     MOVE BCS-REC-CNTRY TO EMB-REC-CNTRY.                         DBNK168P
069300     MOVE BCS-REC-POST-CODE TO EMB-REC-POST-CODE.                 DBNK168P
069400     MOVE ALR-REC-CARD-NO TO EMB-REC-REPLACES.                    DBNK168P
069500     MOVE 'COMP' TO EMB-REC-REASON.                               DBNK168P
069600     WRITE EMB-REC.                                               DBNK168P
069700     MOVE WS-NEW-CARD-NO (7:10) TO WS-HASH-PART.                  DBNK168P
069800     ADD WS-HASH-PART TO WS-EMB-HASH.                             DBNK168P
069900                                                                  DBNK168P
070000     MOVE WS-OLD-CARD-REC TO BNKCARD-REC.                         DBNK168P
070100     SET BCD-REC-REPLACED TO TRUE.                                DBNK168P
070200     MOVE WS-NEW-CARD-NO TO BCD-REC-REPLACED-BY.                  DBNK168P
070300     REWRITE BNKCARD-REC                                          DBNK168P
070400       INVALID KEY                                                DBNK168P
070500         MOVE 'Unable to link replaced card'                      DBNK168P
070600           TO WS-CONSOLE-MESSAGE                                  DBNK168P
070700         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK168P
070800     END-REWRITE.                                                 DBNK168P
070900     MOVE SPACES TO MASK-INPUT.                                   DBNK168P
071000     MOVE WS-NEW-CARD-NO TO MASK-INPUT.                           DBNK168P
071100     CALL 'UCRDMASK' USING WS-MASK-DATA.                          DBNK168P
071200     MOVE MASK-OUTPUT TO WS-NEW-MASKED.                           DBNK168P
071300     MOVE 'HOT-LISTED AND REISSUED' TO WS-ACTION.                 DBNK168P
071400     ADD 1 TO WS-CARDS-REISSUED.                                  DBNK168P
071500     SET WS-NOTICE-REISSUED TO TRUE.                              DBNK168P
071600 REISSUE-CARD-EXIT.                                               DBNK168P
071700     EXIT.                                                        DBNK168P
071800                                                                  DBNK168P
071900***************************************************************** DBNK168P
072000* The next card number: the old card's BIN, the next serial and * DBNK168P
072100* a Luhn check digit over the fifteen digits before it          * DBNK168P
072200***************************************************************** DBNK168P
072300 NEXT-CARD-NUMBER.                                                DBNK168P
072400     MOVE ALR-REC-CARD-NO (1:6) TO WS-NEW-CARD-NO (1:6).          DBNK168P
072500     MOVE WS-SERIAL-X TO WS-NEW-CARD-NO (7:9).                    DBNK168P
072600     MOVE '0' TO WS-NEW-CARD-NO (16:1).                           DBNK168P
072700     ADD 1 TO WS-SERIAL-N.                                        DBNK168P
072800     MOVE 0 TO WS-LUHN-SUM.                                       DBNK168P
072900     PERFORM LUHN-ONE-DIGIT THRU                                  DBNK168P
073000             LUHN-ONE-DIGIT-EXIT                                  DBNK168P
073100       VARYING WS-SUB1 FROM 1 BY 1                                DBNK168P
073200         UNTIL WS-SUB1 IS GREATER THAN 15.                        DBNK168P
073300     DIVIDE WS-LUHN-SUM BY 10 GIVING WS-LUHN-DIGIT                DBNK168P
073400       REMAINDER WS-LUHN-DIGIT.                                   DBNK168P
073500     IF WS-LUHN-DIGIT IS GREATER THAN 0                           DBNK168P
073600        SUBTRACT WS-LUHN-DIGIT FROM 10 GIVING WS-LUHN-DIGIT       DBNK168P
073700     END-IF.                                                      DBNK168P
073800     MOVE WS-LUHN-DIGIT TO WS-NEW-CARD-DIGIT (16).                DBNK168P
073900 NEXT-CARD-NUMBER-EXIT.                                           DBNK168P
074000     EXIT.                                                        DBNK168P
074100                                                                  DBNK168P
074200*    counting from the check digit, every second digit is doubled DBNK168P
074300 LUHN-ONE-DIGIT.                                                  DBNK168P
074400     MOVE WS-NEW-CARD-DIGIT (WS-SUB1) TO WS-LUHN-DIGIT.           DBNK168P
074500     DIVIDE WS-SUB1 BY 2 GIVING WS-LUHN-HALF                      DBNK168P
074600       REMAINDER WS-LUHN-ODD.                                     DBNK168P
074700     IF WS-LUHN-ODD IS EQUAL TO 1                                 DBNK168P
074800        MULTIPLY 2 BY WS-LUHN-DIGIT                               DBNK168P
074900        IF WS-LUHN-DIGIT IS GREATER THAN 9                        DBNK168P
075000           SUBTRACT 9 FROM WS-LUHN-DIGIT                          DBNK168P
075100        END-IF                                                    DBNK168P
075200     END-IF.                                                      DBNK168P
075300     ADD WS-LUHN-DIGIT TO WS-LUHN-SUM.                            DBNK168P
075400 LUHN-ONE-DIGIT-EXIT.                                             DBNK168P
075500     EXIT.                                                        DBNK168P
075600                                                                  DBNK168P
075700***************************************************************** DBNK168P
075800* Tell the card holder what has happened to the card, and file  * DBNK168P
075900* the notice in the customer's correspondence history           * DBNK168P
076000***************************************************************** DBNK168P
076100 WRITE-NOTICE.                                                    DBNK168P
076200     MOVE BCD-REC-PID TO BCS-REC-PID.                             DBNK168P
076300     READ BNKCUST-FILE                                            DBNK168P
076400       INVALID KEY                                                DBNK168P
076500         GO TO WRITE-NOTICE-EXIT                                  DBNK168P
076600     END-READ.                                                    DBNK168P
076700     IF BCS-REC-IS-DECEASED                                       DBNK168P
076800        GO TO WRITE-NOTICE-EXIT                                   DBNK168P
076900     END-IF.                                                      DBNK168P
077000     MOVE SPACES TO CARDLTR-REC.                                  DBNK168P
077100     WRITE CARDLTR-REC.                                           DBNK168P
077200     MOVE SPACES TO CARDLTR-REC.                                  DBNK168P
077300     STRING '  ' DELIMITED BY SIZE                                DBNK168P
077400            BCS-REC-NAME DELIMITED BY SIZE                        DBNK168P
077500       INTO CARDLTR-REC.                                          DBNK168P
077600     WRITE CARDLTR-REC.                                           DBNK168P
077700     MOVE SPACES TO CARDLTR-REC.                                  DBNK168P
077800     STRING '  ' DELIMITED BY SIZE                                DBNK168P
077900            BCS-REC-ADDR1 DELIMITED BY SIZE                       DBNK168P
078000       INTO CARDLTR-REC.                                          DBNK168P
078100     WRITE CARDLTR-REC.                                           DBNK168P
078200     MOVE SPACES TO CARDLTR-REC.                                  DBNK168P
078300     STRING '  ' DELIMITED BY SIZE                                DBNK168P
078400            BCS-REC-ADDR2 DELIMITED BY SIZE                       DBNK168P
078500       INTO CARDLTR-REC.                                          DBNK168P
078600     WRITE CARDLTR-REC.                                           DBNK168P
078700     MOVE SPACES TO CARDLTR-REC.                                  DBNK168P
078800     STRING '  Your debit card '   DELIMITED BY SIZE              DBNK168P
078900            WS-OLD-MASKED          DELIMITED BY SPACE             DBNK168P
079000            ' may have been exposed in a security'                DBNK168P
079100                                   DELIMITED BY SIZE              DBNK168P
079200       INTO CARDLTR-REC.                                          DBNK168P
079300     WRITE CARDLTR-REC.                                           DBNK168P
079400     MOVE '  breach at a merchant where it was used.'             DBNK168P
079500       TO CARDLTR-REC.                                            DBNK168P
079600     WRITE CARDLTR-REC.                                           DBNK168P
079700     MOVE SPACES TO CARDLTR-REC.                                  DBNK168P
079800     EVALUATE TRUE                                                DBNK168P
079900       WHEN WS-NOTICE-REISSUED                                    DBNK168P
080000         MOVE '  To protect you it has been cancelled and a new'  DBNK168P
080100           TO CARDLTR-REC                                         DBNK168P
080200         WRITE CARDLTR-REC                                        DBNK168P
080300         MOVE SPACES TO CARDLTR-REC                               DBNK168P
080400         STRING '  '               DELIMITED BY SIZE              DBNK168P
080500                WS-NEW-MASKED      DELIMITED BY SPACE             DBNK168P
080600                ' card is on its way to you.'                     DBNK168P
080700                                   DELIMITED BY SIZE              DBNK168P
080800           INTO CARDLTR-REC                                       DBNK168P
080900       WHEN WS-NOTICE-HOT-LISTED                                  DBNK168P
081000         MOVE '  To protect you it has been cancelled. Please'    DBNK168P
081100           TO CARDLTR-REC                                         DBNK168P
081200         WRITE CARDLTR-REC                                        DBNK168P
081300         MOVE '  call at your branch to arrange a replacement.'   DBNK168P
081400           TO CARDLTR-REC                                         DBNK168P
081500       WHEN OTHER                                                 DBNK168P
081600         MOVE '  As a precaution it has been blocked. Please'     DBNK168P
081700           TO CARDLTR-REC                                         DBNK168P
081800         WRITE CARDLTR-REC                                        DBNK168P
081900         MOVE '  call at your branch to review it with us.'       DBNK168P
082000           TO CARDLTR-REC                                         DBNK168P
082100     END-EVALUATE.                                                DBNK168P
082200     WRITE CARDLTR-REC.                                           DBNK168P
082300 COPY CTSTAMPP.                                                   DBNK168P
082400     MOVE SPACES TO BNKCORR-REC.                                  DBNK168P
082500     MOVE WS-TIMESTAMP TO BCO-REC-TIMESTAMP.                      DBNK168P
082600     MOVE BCS-REC-PID TO BCO-REC-PID.                             DBNK168P
082700     MOVE 'CARDCOMP' TO BCO-REC-DOC-TYPE.                         DBNK168P
082800     SET BCO-REC-BY-MAIL TO TRUE.                                 DBNK168P
082900     MOVE WS-RUN-DATE TO BCO-REC-SENT-DATE.                       DBNK168P
083000     MOVE BCS-REC-ADDR1 TO BCO-REC-ADDRESS-USED.                  DBNK168P
083100     MOVE ALR-REC-ALERT-ID TO BCO-REC-LINK.                       DBNK168P
083200     WRITE BNKCORR-REC                                            DBNK168P
083300       INVALID KEY                                                DBNK168P
083400         CONTINUE                                                 DBNK168P
083500     END-WRITE.                                                   DBNK168P
083600 WRITE-NOTICE-EXIT.                                               DBNK168P
083700     EXIT.                                                        DBNK168P
083800                                                                  DBNK168P
083900***************************************************************** DBNK168P
084000* Check file open OK                                            * DBNK168P
084100***************************************************************** DBNK168P
084200 CHECK-OPEN.                                                      DBNK168P
084300     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK168P
084400        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK168P
084500        STRING WS-FILE       DELIMITED BY ' '                     DBNK168P
084600               ' opened ok' DELIMITED BY SIZE                     DBNK168P
084700          INTO WS-CONSOLE-MESSAGE                                 DBNK168P
084800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK168P
084900     ELSE                                                         DBNK168P
085000        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK168P
085100        STRING WS-FILE          DELIMITED BY ' '                  DBNK168P
085200               ' did not open' DELIMITED BY SIZE                  DBNK168P
085300          INTO WS-CONSOLE-MESSAGE                                 DBNK168P
085400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK168P
085500        PERFORM DISPLAY-IO-STATUS                                 DBNK168P
085600        ADD 1 TO WS-OPEN-ERROR                                    DBNK168P
085700     END-IF.                                                      DBNK168P
085800 CHECK-OPEN-EXIT.                                                 DBNK168P
085900     EXIT.                                                        DBNK168P
086000                                                                  DBNK168P
086100***************************************************************** DBNK168P
086200* Display the file status bytes. This routine will display as  *  DBNK168P
086300* two digits if the full two byte file status is numeric. If   *  DBNK168P
086400* second byte is non-numeric then it will be treated as a      *  DBNK168P
086500* binary number.                                                * DBNK168P
086600***************************************************************** DBNK168P
086700 DISPLAY-IO-STATUS.                                               DBNK168P
086800     IF WS-IO-STATUS NUMERIC                                      DBNK168P
086900        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK168P
087000        STRING 'File status -' DELIMITED BY SIZE                  DBNK168P
087100               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK168P
087200          INTO WS-CONSOLE-MESSAGE                                 DBNK168P
087300        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK168P
087400     ELSE                                                         DBNK168P
087500        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK168P
087600        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK168P
087700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK168P
087800        STRING 'File status -' DELIMITED BY SIZE                  DBNK168P
087900               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK168P
088000               '/'            DELIMITED BY SIZE                   DBNK168P
088100               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK168P
088200          INTO WS-CONSOLE-MESSAGE                                 DBNK168P
088300        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK168P
088400     END-IF.                                                      DBNK168P
088500                                                                  DBNK168P
088600***************************************************************** DBNK168P
088700* Display CONSOLE messages...                                   * DBNK168P
088800***************************************************************** DBNK168P
088900 DISPLAY-CONSOLE-MESSAGE.                                         DBNK168P
089000     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK168P
089100     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK168P
089200                                                                  DBNK168P
089300 COPY CTIMERP.                                                    DBNK168P
089400                                                                  DBNK168P
