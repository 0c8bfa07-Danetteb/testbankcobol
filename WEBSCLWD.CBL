000100***************************************************************** WEBSCLWD
000200*                                                               * WEBSCLWD
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * WEBSCLWD
000400*   This demonstration program is provided for use by users     * WEBSCLWD
000500*   of Micro Focus products and may be used, modified and       * WEBSCLWD
000600*   distributed as part of your application provided that       * WEBSCLWD
000700*   you properly acknowledge the copyright of Micro Focus       * WEBSCLWD
000800*   in this material.                                           * WEBSCLWD
000900*                                                               * WEBSCLWD
001000***************************************************************** WEBSCLWD
001100                                                                  WEBSCLWD
001200                                                                  WEBSCLWD
001300***************************************************************** WEBSCLWD
001400* Program:     WEBSCLWD.CBL                                     * WEBSCLWD
001500* Function:    Web-callable cardless ATM withdrawal service,    * WEBSCLWD
001600*              following the WEBSCALC pattern: a flat linkage   * WEBSCLWD
001700*              in, a flat linkage back. The caller presents a   * WEBSCLWD
001800*              WEBSLOGN session token and may stage a cash      * WEBSCLWD
001900*              withdrawal from one of their own ATM-enabled     * WEBSCLWD
002000*              accounts, cancel a staged withdrawal, or list    * WEBSCLWD
002100*              the ones still waiting. Staging applies the      * WEBSCLWD
002200*              account's ATM daily limit and the BNKDUSE daily  * WEBSCLWD
002300*              customer exposure limit, counting what is        * WEBSCLWD
002400*              already staged and not yet drawn, files the      * WEBSCLWD
002500*              withdrawal on BNKCLWD under a one-time code and  * WEBSCLWD
002600*              returns the code with its expiry time - BNKPARM  * WEBSCLWD
002700*              key CLWDMINS gives the life in minutes, and no   * WEBSCLWD
002800*              code outlives the day it was staged. At the ATM  * WEBSCLWD
002900*              the code and the customer's PIN take the place   * WEBSCLWD
003000*              of a card (SCASH90P). Staging and cancelling are * WEBSCLWD
003100*              journalled on BNKSECJ as CLWDSTAG and CLWDCANC,  * WEBSCLWD
003200*              naming the code by its last four digits only.    * WEBSCLWD
003300*              Files open on first use and stay open for the    * WEBSCLWD
003400*              life of the server process.                      * WEBSCLWD
003500***************************************************************** WEBSCLWD
003600                                                                  WEBSCLWD
003700 IDENTIFICATION DIVISION.                                         WEBSCLWD
003800 PROGRAM-ID.                                                      WEBSCLWD
003900     WEBSCLWD.                                                    WEBSCLWD
004000 DATE-WRITTEN.                                                    WEBSCLWD
004100     October 2008.                                                WEBSCLWD
004200 DATE-COMPILED.                                                   WEBSCLWD
004300     Today.                                                       WEBSCLWD
004400                                                                  WEBSCLWD
004500 ENVIRONMENT DIVISION.                                            WEBSCLWD
004600                                                                  WEBSCLWD
004700 INPUT-OUTPUT   SECTION.                                          WEBSCLWD
004800   FILE-CONTROL.                                                  WEBSCLWD
004900     SELECT BNKWTOK-FILE                                          WEBSCLWD
005000            ASSIGN       TO BNKWTOK                               WEBSCLWD
005100            ORGANIZATION IS INDEXED                               WEBSCLWD
005200            ACCESS MODE  IS RANDOM                                WEBSCLWD
005300            RECORD KEY   IS WTK-REC-TOKEN                         WEBSCLWD
005400            FILE STATUS  IS WS-BNKWTOK-STATUS.                    WEBSCLWD
005500                                                                  WEBSCLWD
005600     SELECT BNKACC-FILE                                           WEBSCLWD
005700            ASSIGN       TO BNKACC                                WEBSCLWD
005800            ORGANIZATION IS INDEXED                               WEBSCLWD
005900            ACCESS MODE  IS RANDOM                                WEBSCLWD
006000            RECORD KEY   IS BAC-REC-ACCNO                         WEBSCLWD
006100            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          WEBSCLWD
006200            FILE STATUS  IS WS-BNKACC-STATUS.                     WEBSCLWD
006300                                                                  WEBSCLWD
006400     SELECT BNKDUSE-FILE                                          WEBSCLWD
006500            ASSIGN       TO BNKDUSE                               WEBSCLWD
006600            ORGANIZATION IS INDEXED                               WEBSCLWD
006700            ACCESS MODE  IS RANDOM                                WEBSCLWD
006800            RECORD KEY   IS BDU-REC-KEY                           WEBSCLWD
006900            FILE STATUS  IS WS-BNKDUSE-STATUS.                    WEBSCLWD
007000                                                                  WEBSCLWD
007100     SELECT BNKPARM-FILE                                          WEBSCLWD
007200            ASSIGN       TO BNKPARM                               WEBSCLWD
007300            ORGANIZATION IS INDEXED                               WEBSCLWD
007400            ACCESS MODE  IS RANDOM                                WEBSCLWD
007500            RECORD KEY   IS PRM-REC-KEY                           WEBSCLWD
007600            FILE STATUS  IS WS-BNKPARM-STATUS.                    WEBSCLWD
007700                                                                  WEBSCLWD
007800     SELECT BNKCLWD-FILE                                          WEBSCLWD
007900            ASSIGN       TO BNKCLWD                               WEBSCLWD
008000            ORGANIZATION IS INDEXED                               WEBSCLWD
008100            ACCESS MODE  IS DYNAMIC                               WEBSCLWD
008200            RECORD KEY   IS CLW-REC-CODE                          WEBSCLWD
008300            ALTERNATE KEY IS CLW-REC-PID WITH DUPLICATES          WEBSCLWD
008400            FILE STATUS  IS WS-BNKCLWD-STATUS.                    WEBSCLWD
008500                                                                  WEBSCLWD
008600     SELECT BNKSECJ-FILE                                          WEBSCLWD
008700            ASSIGN       TO BNKSECJ                               WEBSCLWD
008800            ORGANIZATION IS INDEXED                               WEBSCLWD
008900            ACCESS MODE  IS RANDOM                                WEBSCLWD
009000            RECORD KEY   IS BSE-REC-TIMESTAMP                     WEBSCLWD
009100            FILE STATUS  IS WS-BNKSECJ-STATUS.                    WEBSCLWD
009200                                                                  WEBSCLWD
009300 DATA DIVISION.                                                   WEBSCLWD
009400                                                                  WEBSCLWD
009500 FILE SECTION.                                                    WEBSCLWD
009600 FD  BNKWTOK-FILE.                                                WEBSCLWD
009700 01  BNKWTOK-REC.                                                 WEBSCLWD
009800 COPY CBANKVWT.                                                   WEBSCLWD
009900                                                                  WEBSCLWD
010000 FD  BNKACC-FILE.                                                 WEBSCLWD
010100 01  BNKACC-REC.                                                  WEBSCLWD
010200 COPY CBANKVAC.                                                   WEBSCLWD
010300                                                                  WEBSCLWD
010400 FD  BNKDUSE-FILE.                                                WEBSCLWD
010500 01  BNKDUSE-REC.                                                 WEBSCLWD
010600 COPY CBANKVDU.                                                   WEBSCLWD
010700                                                                  WEBSCLWD
010800 FD  BNKPARM-FILE.                                                WEBSCLWD
010900 01  BNKPARM-REC.                                                 WEBSCLWD
011000 COPY CBANKVPM.                                                   WEBSCLWD
011100                                                                  WEBSCLWD
011200 FD  BNKCLWD-FILE.                                                WEBSCLWD
011300 01  BNKCLWD-REC.                                                 WEBSCLWD
011400 COPY CBANKVCW.                                                   WEBSCLWD
011500                                                                  WEBSCLWD
011600 FD  BNKSECJ-FILE.                                                WEBSCLWD
011700 01  BNKSECJ-REC.                                                 WEBSCLWD
011800 COPY CBANKVSE.                                                   WEBSCLWD
011900                                                                  WEBSCLWD
012000 WORKING-STORAGE SECTION.                                         WEBSCLWD
012100 01  WS-TIMESTAMP-DATA.                                           WEBSCLWD
012200 COPY CTSTAMPD.                                                   WEBSCLWD
012300                                                                  WEBSCLWD
012400 01  WS-MISC-STORAGE.                                             WEBSCLWD
012500   05  WS-PROGRAM-ID                         PIC X(8)             WEBSCLWD
012600       VALUE 'WEBSCLWD'.                                          WEBSCLWD
012700                                                                  WEBSCLWD
012800   05  WS-BNKWTOK-STATUS.                                         WEBSCLWD
012900     10  WS-BNKWTOK-STAT1                    PIC X(1).            WEBSCLWD
013000     10  WS-BNKWTOK-STAT2                    PIC X(1).            WEBSCLWD
013100   05  WS-BNKACC-STATUS.                                          WEBSCLWD
013200     10  WS-BNKACC-STAT1                     PIC X(1).            WEBSCLWD
013300     10  WS-BNKACC-STAT2                     PIC X(1).            WEBSCLWD
013400   05  WS-BNKDUSE-STATUS.                                         WEBSCLWD
013500     10  WS-BNKDUSE-STAT1                    PIC X(1).            WEBSCLWD
013600     10  WS-BNKDUSE-STAT2                    PIC X(1).            WEBSCLWD
013700   05  WS-BNKPARM-STATUS.                                         WEBSCLWD
013800     10  WS-BNKPARM-STAT1                    PIC X(1).            WEBSCLWD
013900     10  WS-BNKPARM-STAT2                    PIC X(1).            WEBSCLWD
014000   05  WS-BNKCLWD-STATUS.                                         WEBSCLWD
014100     10  WS-BNKCLWD-STAT1                    PIC X(1).            WEBSCLWD
014200     10  WS-BNKCLWD-STAT2                    PIC X(1).            WEBSCLWD
014300   05  WS-BNKSECJ-STATUS.                                         WEBSCLWD
014400     10  WS-BNKSECJ-STAT1                    PIC X(1).            WEBSCLWD
014500     10  WS-BNKSECJ-STAT2                    PIC X(1).            WEBSCLWD
014600                                                                  WEBSCLWD
014700   05  WS-FILES-OPEN-FLAG                    PIC X(1)             WEBSCLWD
014800       VALUE 'N'.                                                 WEBSCLWD
014900     88  WS-FILES-ARE-OPEN                   VALUE 'Y'.           WEBSCLWD
015000     88  WS-FILES-NOT-OPEN                   VALUE 'N'.           WEBSCLWD
015100                                                                  WEBSCLWD
015200*  token life mirrors the issuing service's view of a session     WEBSCLWD
015300   05  WS-TOKEN-LIFE-MINUTES                 PIC S9(3)            WEBSCLWD
015400                                             COMP-3 VALUE 30.     WEBSCLWD
015500   05  WS-THEN-HH                            PIC 9(2).            WEBSCLWD
015600   05  WS-THEN-MI                            PIC 9(2).            WEBSCLWD
015700   05  WS-IDLE-GONE                          PIC S9(5)            WEBSCLWD
015800                                             COMP-3.              WEBSCLWD
015900                                                                  WEBSCLWD
016000*  the business date the limits run on, and the clock             WEBSCLWD
016100   05  WS-TODAY-DATE                         PIC X(8).            WEBSCLWD
016200   05  WS-NOW-STAMP.                                              WEBSCLWD
016300     10  WS-NOW-DATE                         PIC X(8).            WEBSCLWD
016400     10  WS-NOW-TIME                         PIC X(4).            WEBSCLWD
016500   05  WS-EXPIRY-STAMP.                                           WEBSCLWD
016600     10  WS-EXPIRY-DATE                      PIC X(8).            WEBSCLWD
016700     10  WS-EXPIRY-TIME                      PIC X(4).            WEBSCLWD
016800                                                                  WEBSCLWD
016900   05  WS-LIFE-MINUTES                       PIC S9(5) COMP-3.    WEBSCLWD
017000   05  WS-EXPIRY-MINUTES                     PIC S9(5) COMP-3.    WEBSCLWD
017100   05  WS-EXPIRY-HH                          PIC 9(2).            WEBSCLWD
017200   05  WS-EXPIRY-MI                          PIC 9(2).            WEBSCLWD
017300                                                                  WEBSCLWD
017400   05  WS-WHOLE-AMOUNT                       PIC S9(7) COMP-3.    WEBSCLWD
017500   05  WS-ATM-USED                           PIC S9(7)V99 COMP-3. WEBSCLWD
017600   05  WS-DAY-LIMIT                          PIC S9(9)V99 COMP-3. WEBSCLWD
017700   05  WS-DAY-USED                           PIC S9(9)V99 COMP-3. WEBSCLWD
017800   05  WS-LIVE-PID-AMT                       PIC S9(9)V99 COMP-3. WEBSCLWD
017900   05  WS-LIVE-ACC-AMT                       PIC S9(9)V99 COMP-3. WEBSCLWD
018000   05  WS-LIVE-COUNT                         PIC S9(4) COMP.      WEBSCLWD
018100   05  WS-MAX-LIVE-CODES                     PIC S9(4) COMP       WEBSCLWD
018200                                             VALUE 5.             WEBSCLWD
018300                                                                  WEBSCLWD
018400*  the code is drawn from the clock and a running count of the    WEBSCLWD
018500*  codes this server has issued; a clash with one on file just    WEBSCLWD
018600*  moves on to the next candidate                                 WEBSCLWD
018700   05  WS-CODE-CALLS                         PIC S9(9) COMP-3     WEBSCLWD
018800                                             VALUE 0.             WEBSCLWD
018900   05  WS-CODE-SEED                          PIC S9(15) COMP-3.   WEBSCLWD
019000   05  WS-CODE-QUOT                          PIC S9(15) COMP-3.   WEBSCLWD
019100   05  WS-CODE-NUM                           PIC 9(8).            WEBSCLWD
019200   05  WS-CODE-X REDEFINES WS-CODE-NUM       PIC X(8).            WEBSCLWD
019300   05  WS-CODE-TRIES                         PIC S9(4) COMP.      WEBSCLWD
019400                                                                  WEBSCLWD
019500   05  WS-SUB1                               PIC S9(4) COMP.      WEBSCLWD
019600   05  WS-SECJ-TAG                           PIC 9(1).            WEBSCLWD
019700   05  WS-SECJ-EVENT                         PIC X(8).            WEBSCLWD
019800   05  WS-EDIT-AMOUNT                        PIC Z,ZZZ,ZZ9.99.    WEBSCLWD
019900   05  WS-LEAD                               PIC S9(4) COMP.      WEBSCLWD
020000                                                                  WEBSCLWD
020100 LINKAGE SECTION.                                                 WEBSCLWD
020200 01  L-LINKAGE.                                                   WEBSCLWD
020300   05  L-INPUT.                                                   WEBSCLWD
020400     10  L-PID                               PIC X(5).            WEBSCLWD
020500     10  L-TOKEN                             PIC X(16).           WEBSCLWD
020600     10  L-FUNC                              PIC X(1).            WEBSCLWD
020700       88  L-FUNC-STAGE                      VALUE 'S'.           WEBSCLWD
020800       88  L-FUNC-CANCEL                     VALUE 'C'.           WEBSCLWD
020900       88  L-FUNC-LIST                       VALUE 'L'.           WEBSCLWD
021000*      for a stage - the account and the whole-dollar amount      WEBSCLWD
021100     10  L-ACCNO                             PIC X(9).            WEBSCLWD
021200     10  L-AMOUNT                            PIC S9(7)V99.        WEBSCLWD
021300*      for a cancel - the code being withdrawn                    WEBSCLWD
021400     10  L-CODE                              PIC X(8).            WEBSCLWD
021500   05  L-OUTPUT.                                                  WEBSCLWD
021600     10  L-STATUS                            PIC X(1).            WEBSCLWD
021700       88  L-STATUS-OK                       VALUE '0'.           WEBSCLWD
021800       88  L-STATUS-BAD-TOKEN                VALUE '1'.           WEBSCLWD
021900       88  L-STATUS-NO-FILES                 VALUE '2'.           WEBSCLWD
022000       88  L-STATUS-REFUSED                  VALUE '3'.           WEBSCLWD
022100     10  L-MSG                               PIC X(40).           WEBSCLWD
022200     10  L-NEW-CODE                          PIC X(8).            WEBSCLWD
022300     10  L-EXPIRY-DATE                       PIC X(8).            WEBSCLWD
022400     10  L-EXPIRY-TIME                       PIC X(4).            WEBSCLWD
022500     10  L-COUNT                             PIC 9(1).            WEBSCLWD
022600     10  L-ENTRY OCCURS 5 TIMES.                                  WEBSCLWD
022700       15  L-E-CODE                          PIC X(8).            WEBSCLWD
022800       15  L-E-ACCNO                         PIC X(9).            WEBSCLWD
022900       15  L-E-AMOUNT                        PIC S9(7)V99.        WEBSCLWD
023000       15  L-E-EXPIRY-DATE                   PIC X(8).            WEBSCLWD
023100       15  L-E-EXPIRY-TIME                   PIC X(4).            WEBSCLWD
023200                                                                  WEBSCLWD
023300 PROCEDURE DIVISION USING L-LINKAGE.                              WEBSCLWD
023400 0000-MAINLINE.                                                   WEBSCLWD
023500     SET L-STATUS-BAD-TOKEN TO TRUE.                              WEBSCLWD
023600     MOVE SPACES TO L-MSG.                                        WEBSCLWD
023700     MOVE SPACES TO L-NEW-CODE.                                   WEBSCLWD
023800     MOVE SPACES TO L-EXPIRY-DATE.                                WEBSCLWD
023900     MOVE SPACES TO L-EXPIRY-TIME.                                WEBSCLWD
024000     MOVE 0 TO L-COUNT.                                           WEBSCLWD
024100     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.                      WEBSCLWD
024200     IF WS-FILES-NOT-OPEN                                         WEBSCLWD
024300        SET L-STATUS-NO-FILES TO TRUE                             WEBSCLWD
024400        GOBACK                                                    WEBSCLWD
024500     END-IF.                                                      WEBSCLWD
024600 COPY CTSTAMPP.                                                   WEBSCLWD
024700     MOVE WS-TIMESTAMP(1:4) TO WS-NOW-DATE(1:4).                  WEBSCLWD
024800     MOVE WS-TIMESTAMP(6:2) TO WS-NOW-DATE(5:2).                  WEBSCLWD
024900     MOVE WS-TIMESTAMP(9:2) TO WS-NOW-DATE(7:2).                  WEBSCLWD
025000     MOVE WS-TIMESTAMP(12:2) TO WS-NOW-TIME(1:2).                 WEBSCLWD
025100     MOVE WS-TIMESTAMP(15:2) TO WS-NOW-TIME(3:2).                 WEBSCLWD
025200*    the ATM accumulator and the daily exposure key on the        WEBSCLWD
025300*    bank-wide business date, as DCASH06P reads them when the     WEBSCLWD
025400*    cash is drawn                                                WEBSCLWD
025500     MOVE WS-NOW-DATE TO WS-TODAY-DATE.                           WEBSCLWD
025600     MOVE 'BUSDATE ' TO PRM-REC-KEY.                              WEBSCLWD
025700     READ BNKPARM-FILE                                            WEBSCLWD
025800       INVALID KEY                                                WEBSCLWD
025900         CONTINUE                                                 WEBSCLWD
026000     END-READ.                                                    WEBSCLWD
026100     IF WS-BNKPARM-STATUS IS EQUAL TO '00' AND                    WEBSCLWD
026200        PRM-REC-TEXT (1:8) IS NUMERIC                             WEBSCLWD
026300        MOVE PRM-REC-TEXT (1:8) TO WS-TODAY-DATE                  WEBSCLWD
026400     END-IF.                                                      WEBSCLWD
026500     PERFORM 2000-CHECK-TOKEN THRU 2000-EXIT.                     WEBSCLWD
026600     IF NOT L-STATUS-OK                                           WEBSCLWD
026700        MOVE 'Session token not accepted' TO L-MSG                WEBSCLWD
026800        GOBACK                                                    WEBSCLWD
026900     END-IF.                                                      WEBSCLWD
027000     IF L-FUNC-LIST                                               WEBSCLWD
027100        PERFORM 5000-LIST-CODES THRU 5000-EXIT                    WEBSCLWD
027200        GOBACK                                                    WEBSCLWD
027300     END-IF.                                                      WEBSCLWD
027400     SET L-STATUS-REFUSED TO TRUE.                                WEBSCLWD
027500     IF L-FUNC-STAGE                                              WEBSCLWD
027600        PERFORM 3000-STAGE-WITHDRAWAL THRU 3000-EXIT              WEBSCLWD
027700        GOBACK                                                    WEBSCLWD
027800     END-IF.                                                      WEBSCLWD
027900     IF L-FUNC-CANCEL                                             WEBSCLWD
028000        PERFORM 4000-CANCEL-CODE THRU 4000-EXIT                   WEBSCLWD
028100        IF L-STATUS-OK                                            WEBSCLWD
028200           PERFORM 5000-LIST-CODES THRU 5000-EXIT                 WEBSCLWD
028300        END-IF                                                    WEBSCLWD
028400        GOBACK                                                    WEBSCLWD
028500     END-IF.                                                      WEBSCLWD
028600     MOVE 'Unknown cardless withdrawal function' TO L-MSG.        WEBSCLWD
028700     GOBACK.                                                      WEBSCLWD
028800                                                                  WEBSCLWD
028900***************************************************************** WEBSCLWD
029000* Open the files on first use                                   * WEBSCLWD
029100***************************************************************** WEBSCLWD
029200 1000-OPEN-FILES.                                                 WEBSCLWD
029300     IF WS-FILES-ARE-OPEN                                         WEBSCLWD
029400        GO TO 1000-EXIT                                           WEBSCLWD
029500     END-IF.                                                      WEBSCLWD
029600     OPEN I-O BNKWTOK-FILE.                                       WEBSCLWD
029700     IF WS-BNKWTOK-STATUS IS NOT EQUAL TO '00'                    WEBSCLWD
029800        GO TO 1000-EXIT                                           WEBSCLWD
029900     END-IF.                                                      WEBSCLWD
030000     OPEN INPUT BNKACC-FILE.                                      WEBSCLWD
030100     OPEN INPUT BNKDUSE-FILE.                                     WEBSCLWD
030200     OPEN INPUT BNKPARM-FILE.                                     WEBSCLWD
030300     OPEN I-O BNKCLWD-FILE.                                       WEBSCLWD
030400     OPEN I-O BNKSECJ-FILE.                                       WEBSCLWD
030500     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00' OR                  WEBSCLWD
030600        WS-BNKDUSE-STATUS IS NOT EQUAL TO '00' OR                 WEBSCLWD
030700        WS-BNKPARM-STATUS IS NOT EQUAL TO '00' OR                 WEBSCLWD
030800        WS-BNKCLWD-STATUS IS NOT EQUAL TO '00' OR                 WEBSCLWD
030900        WS-BNKSECJ-STATUS IS NOT EQUAL TO '00'                    WEBSCLWD
031000        GO TO 1000-EXIT                                           WEBSCLWD
031100     END-IF.                                                      WEBSCLWD
031200     SET WS-FILES-ARE-OPEN TO TRUE.                               WEBSCLWD
031300 1000-EXIT.                                                       WEBSCLWD
031400     EXIT.                                                        WEBSCLWD
031500                                                                  WEBSCLWD
031600***************************************************************** WEBSCLWD
031700* The session token must be live, the caller's, and within      * WEBSCLWD
031800* its life - exactly the WEBSBALS test                          * WEBSCLWD
031900***************************************************************** WEBSCLWD
032000 2000-CHECK-TOKEN.                                                WEBSCLWD
032100     MOVE L-TOKEN TO WTK-REC-TOKEN.                               WEBSCLWD
032200     READ BNKWTOK-FILE                                            WEBSCLWD
032300       INVALID KEY                                                WEBSCLWD
032400         GO TO 2000-EXIT                                          WEBSCLWD
032500     END-READ.                                                    WEBSCLWD
032600     IF NOT WTK-REC-IS-ACTIVE                                     WEBSCLWD
032700        GO TO 2000-EXIT                                           WEBSCLWD
032800     END-IF.                                                      WEBSCLWD
032900     IF WTK-REC-PID IS NOT EQUAL TO L-PID                         WEBSCLWD
033000        GO TO 2000-EXIT                                           WEBSCLWD
033100     END-IF.                                                      WEBSCLWD
033200     IF WTK-REC-LAST-USED-TS (1:10) IS NOT EQUAL TO               WEBSCLWD
033300        WS-TIMESTAMP (1:10)                                       WEBSCLWD
033400        GO TO 2100-TOKEN-DEAD                                     WEBSCLWD
033500     END-IF.                                                      WEBSCLWD
033600     MOVE WTK-REC-LAST-USED-TS (12:2) TO WS-THEN-HH.              WEBSCLWD
033700     MOVE WTK-REC-LAST-USED-TS (15:2) TO WS-THEN-MI.              WEBSCLWD
033800     COMPUTE WS-IDLE-GONE =                                       WEBSCLWD
033900         ((WS-TS-CT-HH * 60) + WS-TS-CT-MI) -                     WEBSCLWD
034000         ((WS-THEN-HH * 60) + WS-THEN-MI).                        WEBSCLWD
034100     IF WS-IDLE-GONE IS GREATER THAN WS-TOKEN-LIFE-MINUTES        WEBSCLWD
034200        GO TO 2100-TOKEN-DEAD                                     WEBSCLWD
034300     END-IF.                                                      WEBSCLWD
034400     MOVE WS-TIMESTAMP TO WTK-REC-LAST-USED-TS.                   WEBSCLWD
034500     REWRITE BNKWTOK-REC                                          WEBSCLWD
034600       INVALID KEY                                                WEBSCLWD
034700         CONTINUE                                                 WEBSCLWD
034800     END-REWRITE.                                                 WEBSCLWD
034900     SET L-STATUS-OK TO TRUE.                                     WEBSCLWD
035000     GO TO 2000-EXIT.                                             WEBSCLWD
035100 2100-TOKEN-DEAD.                                                 WEBSCLWD
035200     SET WTK-REC-IS-ENDED TO TRUE.                                WEBSCLWD
035300     REWRITE BNKWTOK-REC                                          WEBSCLWD
035400       INVALID KEY                                                WEBSCLWD
035500         CONTINUE                                                 WEBSCLWD
035600     END-REWRITE.                                                 WEBSCLWD
035700 2000-EXIT.                                                       WEBSCLWD
035800     EXIT.                                                        WEBSCLWD
035900                                                                  WEBSCLWD
036000***************************************************************** WEBSCLWD
036100* Stage a withdrawal. The account must be the caller's, open    * WEBSCLWD
036200* and enabled for ATM use, and the amount - with whatever is    * WEBSCLWD
036300* already drawn at ATMs today and already staged - must sit     * WEBSCLWD
036400* within both the account's ATM daily limit and the customer's  * WEBSCLWD
036500* daily exposure limit. DCASH06P applies both again when the    * WEBSCLWD
036600* cash is drawn.                                                * WEBSCLWD
036700***************************************************************** WEBSCLWD
036800 3000-STAGE-WITHDRAWAL.                                           WEBSCLWD
036900     IF L-AMOUNT IS NOT NUMERIC OR                                WEBSCLWD
037000        L-AMOUNT IS NOT GREATER THAN ZERO                         WEBSCLWD
037100        MOVE 'Amount must be greater than zero' TO L-MSG          WEBSCLWD
037200        GO TO 3000-EXIT                                           WEBSCLWD
037300     END-IF.                                                      WEBSCLWD
037400     MOVE L-AMOUNT TO WS-WHOLE-AMOUNT.                            WEBSCLWD
037500     IF WS-WHOLE-AMOUNT IS NOT EQUAL TO L-AMOUNT                  WEBSCLWD
037600        MOVE 'Amount must be in whole dollars' TO L-MSG           WEBSCLWD
037700        GO TO 3000-EXIT                                           WEBSCLWD
037800     END-IF.                                                      WEBSCLWD
037900     MOVE L-ACCNO TO BAC-REC-ACCNO.                               WEBSCLWD
038000     READ BNKACC-FILE                                             WEBSCLWD
038100       INVALID KEY                                                WEBSCLWD
038200         MOVE 'Account not found' TO L-MSG                        WEBSCLWD
038300         GO TO 3000-EXIT                                          WEBSCLWD
038400     END-READ.                                                    WEBSCLWD
038500     IF BAC-REC-PID IS NOT EQUAL TO L-PID AND                     WEBSCLWD
038600        BAC-REC-JOINT-PID IS NOT EQUAL TO L-PID                   WEBSCLWD
038700        MOVE 'Account not found' TO L-MSG                         WEBSCLWD
038800        GO TO 3000-EXIT                                           WEBSCLWD
038900     END-IF.                                                      WEBSCLWD
039000     IF BAC-REC-ACC-IS-CLOSED                                     WEBSCLWD
039100        MOVE 'Account is closed' TO L-MSG                         WEBSCLWD
039200        GO TO 3000-EXIT                                           WEBSCLWD
039300     END-IF.                                                      WEBSCLWD
039400     IF BAC-REC-ATM-IS-DISABLED                                   WEBSCLWD
039500        MOVE 'Account is not enabled for ATM use' TO L-MSG        WEBSCLWD
039600        GO TO 3000-EXIT                                           WEBSCLWD
039700     END-IF.                                                      WEBSCLWD
039800     PERFORM 3100-SUM-LIVE-CODES THRU 3100-EXIT.                  WEBSCLWD
039900     IF WS-LIVE-COUNT IS NOT LESS THAN WS-MAX-LIVE-CODES          WEBSCLWD
040000        MOVE 'Too many withdrawals already staged' TO L-MSG       WEBSCLWD
040100        GO TO 3000-EXIT                                           WEBSCLWD
040200     END-IF.                                                      WEBSCLWD
040300     MOVE ZERO TO WS-ATM-USED.                                    WEBSCLWD
040400     IF BAC-REC-ATM-DAY-DTE IS EQUAL TO WS-TODAY-DATE             WEBSCLWD
040500        MOVE BAC-REC-ATM-DAY-AMT TO WS-ATM-USED                   WEBSCLWD
040600     END-IF.                                                      WEBSCLWD
040700     IF (WS-ATM-USED + WS-LIVE-ACC-AMT + L-AMOUNT) IS             WEBSCLWD
040800        GREATER THAN BAC-REC-ATM-DAY-LIMIT                        WEBSCLWD
040900        MOVE 'ATM daily withdrawal limit exceeded' TO L-MSG       WEBSCLWD
041000        GO TO 3000-EXIT                                           WEBSCLWD
041100     END-IF.                                                      WEBSCLWD
041200     PERFORM 3200-CHECK-DAY-LIMIT THRU 3200-EXIT.                 WEBSCLWD
041300     IF L-MSG IS NOT EQUAL TO SPACES                              WEBSCLWD
041400        GO TO 3000-EXIT                                           WEBSCLWD
041500     END-IF.                                                      WEBSCLWD
041600     PERFORM 3300-SET-EXPIRY THRU 3300-EXIT.                      WEBSCLWD
041700     PERFORM 3400-FILE-CODE THRU 3400-EXIT.                       WEBSCLWD
041800     IF L-MSG IS NOT EQUAL TO SPACES                              WEBSCLWD
041900        GO TO 3000-EXIT                                           WEBSCLWD
042000     END-IF.                                                      WEBSCLWD
042100     MOVE 'CLWDSTAG' TO WS-SECJ-EVENT.                            WEBSCLWD
042200     PERFORM 8000-JOURNAL-EVENT THRU 8000-EXIT.                   WEBSCLWD
042300     IF WS-BNKSECJ-STATUS IS NOT EQUAL TO '00'                    WEBSCLWD
042400        DELETE BNKCLWD-FILE RECORD                                WEBSCLWD
042500          INVALID KEY                                             WEBSCLWD
042600            CONTINUE                                              WEBSCLWD
042700        END-DELETE                                                WEBSCLWD
042800        MOVE 'Unable to record the withdrawal' TO L-MSG           WEBSCLWD
042900        GO TO 3000-EXIT                                           WEBSCLWD
043000     END-IF.                                                      WEBSCLWD
043100     SET L-STATUS-OK TO TRUE.                                     WEBSCLWD
043200     MOVE CLW-REC-CODE TO L-NEW-CODE.                             WEBSCLWD
043300     MOVE CLW-REC-EXPIRY-DATE TO L-EXPIRY-DATE.                   WEBSCLWD
043400     MOVE CLW-REC-EXPIRY-TIME TO L-EXPIRY-TIME.                   WEBSCLWD
043500     STRING 'Withdrawal staged - code valid to '                  WEBSCLWD
043600                                     DELIMITED BY SIZE            WEBSCLWD
043700            CLW-REC-EXPIRY-TIME (1:2) DELIMITED BY SIZE           WEBSCLWD
043800            ':'                      DELIMITED BY SIZE            WEBSCLWD
043900            CLW-REC-EXPIRY-TIME (3:2) DELIMITED BY SIZE           WEBSCLWD
044000       INTO L-MSG.                                                WEBSCLWD
044100 3000-EXIT.                                                       WEBSCLWD
044200     EXIT.                                                        WEBSCLWD
044300                                                                  WEBSCLWD
044400***************************************************************** WEBSCLWD
044500* Total the caller's codes still waiting to be drawn - staged   * WEBSCLWD
044600* and short of their expiry - for the account and overall       * WEBSCLWD
044700***************************************************************** WEBSCLWD
044800 3100-SUM-LIVE-CODES.                                             WEBSCLWD
044900     MOVE ZERO TO WS-LIVE-PID-AMT.                                WEBSCLWD
045000     MOVE ZERO TO WS-LIVE-ACC-AMT.                                WEBSCLWD
045100     MOVE 0 TO WS-LIVE-COUNT.                                     WEBSCLWD
045200     MOVE L-PID TO CLW-REC-PID.                                   WEBSCLWD
045300     START BNKCLWD-FILE KEY IS NOT LESS THAN CLW-REC-PID          WEBSCLWD
045400       INVALID KEY                                                WEBSCLWD
045500         GO TO 3100-EXIT                                          WEBSCLWD
045600     END-START.                                                   WEBSCLWD
045700 3110-SUM-LOOP.                                                   WEBSCLWD
045800     READ BNKCLWD-FILE NEXT                                       WEBSCLWD
045900       AT END                                                     WEBSCLWD
046000         GO TO 3100-EXIT                                          WEBSCLWD
046100     END-READ.                                                    WEBSCLWD
046200     IF CLW-REC-PID IS NOT EQUAL TO L-PID                         WEBSCLWD
046300        GO TO 3100-EXIT                                           WEBSCLWD
046400     END-IF.                                                      WEBSCLWD
046500     IF NOT CLW-REC-STAGED AND                                    WEBSCLWD
046600        NOT CLW-REC-CLAIMED                                       WEBSCLWD
046700        GO TO 3110-SUM-LOOP                                       WEBSCLWD
046800     END-IF.                                                      WEBSCLWD
046900     MOVE CLW-REC-EXPIRY-DATE TO WS-EXPIRY-DATE.                  WEBSCLWD
047000     MOVE CLW-REC-EXPIRY-TIME TO WS-EXPIRY-TIME.                  WEBSCLWD
047100     IF WS-NOW-STAMP IS NOT LESS THAN WS-EXPIRY-STAMP             WEBSCLWD
047200        GO TO 3110-SUM-LOOP                                       WEBSCLWD
047300     END-IF.                                                      WEBSCLWD
047400     ADD 1 TO WS-LIVE-COUNT.                                      WEBSCLWD
047500     ADD CLW-REC-AMOUNT TO WS-LIVE-PID-AMT.                       WEBSCLWD
047600     IF CLW-REC-ACCNO IS EQUAL TO L-ACCNO                         WEBSCLWD
047700        ADD CLW-REC-AMOUNT TO WS-LIVE-ACC-AMT                     WEBSCLWD
047800     END-IF.                                                      WEBSCLWD
047900     GO TO 3110-SUM-LOOP.                                         WEBSCLWD
048000 3100-EXIT.                                                       WEBSCLWD
048100     EXIT.                                                        WEBSCLWD
048200                                                                  WEBSCLWD
048300***************************************************************** WEBSCLWD
048400* The bank-wide daily customer limit (BNKPARM key DAYLIMIT,     * WEBSCLWD
048500* 25,000.00 when no parameter is on file) against BNKDUSE       * WEBSCLWD
048600***************************************************************** WEBSCLWD
048700 3200-CHECK-DAY-LIMIT.                                            WEBSCLWD
048800     MOVE 25000.00 TO WS-DAY-LIMIT.                               WEBSCLWD
048900     MOVE 'DAYLIMIT' TO PRM-REC-KEY.                              WEBSCLWD
049000     READ BNKPARM-FILE                                            WEBSCLWD
049100       INVALID KEY                                                WEBSCLWD
049200         CONTINUE                                                 WEBSCLWD
049300     END-READ.                                                    WEBSCLWD
049400     IF WS-BNKPARM-STATUS IS EQUAL TO '00'                        WEBSCLWD
049500        MOVE PRM-REC-AMOUNT TO WS-DAY-LIMIT                       WEBSCLWD
049600     END-IF.                                                      WEBSCLWD
049700     MOVE ZERO TO WS-DAY-USED.                                    WEBSCLWD
049800     MOVE L-PID TO BDU-REC-PID.                                   WEBSCLWD
049900     MOVE WS-TODAY-DATE TO BDU-REC-DATE.                          WEBSCLWD
050000     READ BNKDUSE-FILE                                            WEBSCLWD
050100       INVALID KEY                                                WEBSCLWD
050200         CONTINUE                                                 WEBSCLWD
050300     END-READ.                                                    WEBSCLWD
050400     IF WS-BNKDUSE-STATUS IS EQUAL TO '00'                        WEBSCLWD
050500        MOVE BDU-REC-AMOUNT TO WS-DAY-USED                        WEBSCLWD
050600     END-IF.                                                      WEBSCLWD
050700     IF (WS-DAY-USED + WS-LIVE-PID-AMT + L-AMOUNT) IS             WEBSCLWD
050800        GREATER THAN WS-DAY-LIMIT                                 WEBSCLWD
050900        MOVE 'Daily customer limit reached' TO L-MSG              WEBSCLWD
051000     END-IF.                                                      WEBSCLWD
051100 3200-EXIT.                                                       WEBSCLWD
051200     EXIT.                                                        WEBSCLWD
051300                                                                  WEBSCLWD
051400***************************************************************** WEBSCLWD
051500* A code lives BNKPARM CLWDMINS minutes (30 when no parameter   * WEBSCLWD
051600* is on file) but never past 23:59 - it was checked against     * WEBSCLWD
051700* today's limits and goes no further than today                 * WEBSCLWD
051800***************************************************************** WEBSCLWD
051900 3300-SET-EXPIRY.                                                 WEBSCLWD
052000     MOVE 30 TO WS-LIFE-MINUTES.                                  WEBSCLWD
052100     MOVE 'CLWDMINS' TO PRM-REC-KEY.                              WEBSCLWD
052200     READ BNKPARM-FILE                                            WEBSCLWD
052300       INVALID KEY                                                WEBSCLWD
052400         CONTINUE                                                 WEBSCLWD
052500     END-READ.                                                    WEBSCLWD
052600     IF WS-BNKPARM-STATUS IS EQUAL TO '00'                        WEBSCLWD
052700        IF PRM-REC-AMOUNT IS GREATER THAN ZERO AND                WEBSCLWD
052800           PRM-REC-AMOUNT IS LESS THAN 1440                       WEBSCLWD
052900           MOVE PRM-REC-AMOUNT TO WS-LIFE-MINUTES                 WEBSCLWD
053000        END-IF                                                    WEBSCLWD
053100     END-IF.                                                      WEBSCLWD
053200     COMPUTE WS-EXPIRY-MINUTES =                                  WEBSCLWD
053300         (WS-TS-CT-HH * 60) + WS-TS-CT-MI + WS-LIFE-MINUTES.      WEBSCLWD
053400     IF WS-EXPIRY-MINUTES IS GREATER THAN 1439                    WEBSCLWD
053500        MOVE 1439 TO WS-EXPIRY-MINUTES                            WEBSCLWD
053600     END-IF.                                                      WEBSCLWD
053700     DIVIDE WS-EXPIRY-MINUTES BY 60                               WEBSCLWD
053800       GIVING WS-EXPIRY-HH                                        WEBSCLWD
053900       REMAINDER WS-EXPIRY-MI.                                    WEBSCLWD
054000     MOVE WS-NOW-DATE TO WS-EXPIRY-DATE.                          WEBSCLWD
054100     MOVE WS-EXPIRY-HH TO WS-EXPIRY-TIME (1:2).                   WEBSCLWD
054200     MOVE WS-EXPIRY-MI TO WS-EXPIRY-TIME (3:2).                   WEBSCLWD
054300 3300-EXIT.                                                       WEBSCLWD
054400     EXIT.                                                        WEBSCLWD
054500                                                                  WEBSCLWD
054600***************************************************************** WEBSCLWD
054700* Draw a code and file the withdrawal under it. A code already  * WEBSCLWD
054800* on file - live or long spent - is never handed out again.     * WEBSCLWD
054900***************************************************************** WEBSCLWD
055000 3400-FILE-CODE.                                                  WEBSCLWD
055100     ADD 1 TO WS-CODE-CALLS.                                      WEBSCLWD
055200     COMPUTE WS-CODE-SEED =                                       WEBSCLWD
055300         (WS-TS-CURRENT-TIME * 7919) +                            WEBSCLWD
055400         (WS-CODE-CALLS * 104729) +                               WEBSCLWD
055500         (WS-TS-CD-DD * 3571).                                    WEBSCLWD
055600     MOVE 0 TO WS-CODE-TRIES.                                     WEBSCLWD
055700 3410-CODE-TRY.                                                   WEBSCLWD
055800     DIVIDE WS-CODE-SEED BY 100000000                             WEBSCLWD
055900       GIVING WS-CODE-QUOT                                        WEBSCLWD
056000       REMAINDER WS-CODE-NUM.                                     WEBSCLWD
056100     MOVE SPACES TO BNKCLWD-REC.                                  WEBSCLWD
056200     MOVE WS-CODE-X TO CLW-REC-CODE.                              WEBSCLWD
056300     MOVE L-PID TO CLW-REC-PID.                                   WEBSCLWD
056400     MOVE L-ACCNO TO CLW-REC-ACCNO.                               WEBSCLWD
056500     MOVE L-AMOUNT TO CLW-REC-AMOUNT.                             WEBSCLWD
056600     SET CLW-REC-STAGED TO TRUE.                                  WEBSCLWD
056700     MOVE WS-TODAY-DATE TO CLW-REC-STAGED-DATE.                   WEBSCLWD
056800     MOVE WS-TIMESTAMP TO CLW-REC-STAGED-TS.                      WEBSCLWD
056900     MOVE WS-EXPIRY-DATE TO CLW-REC-EXPIRY-DATE.                  WEBSCLWD
057000     MOVE WS-EXPIRY-TIME TO CLW-REC-EXPIRY-TIME.                  WEBSCLWD
057100     MOVE 0 TO CLW-REC-PIN-FAILS.                                 WEBSCLWD
057200     WRITE BNKCLWD-REC                                            WEBSCLWD
057300       INVALID KEY                                                WEBSCLWD
057400         CONTINUE                                                 WEBSCLWD
057500     END-WRITE.                                                   WEBSCLWD
057600     IF WS-BNKCLWD-STATUS IS EQUAL TO '00'                        WEBSCLWD
057700        GO TO 3400-EXIT                                           WEBSCLWD
057800     END-IF.                                                      WEBSCLWD
057900     IF WS-BNKCLWD-STATUS IS EQUAL TO '22' AND                    WEBSCLWD
058000        WS-CODE-TRIES IS LESS THAN 20                             WEBSCLWD
058100        ADD 1 TO WS-CODE-TRIES                                    WEBSCLWD
058200        ADD 7777777 TO WS-CODE-SEED                               WEBSCLWD
058300        GO TO 3410-CODE-TRY                                       WEBSCLWD
058400     END-IF.                                                      WEBSCLWD
058500     MOVE 'Unable to stage the withdrawal' TO L-MSG.              WEBSCLWD
058600 3400-EXIT.                                                       WEBSCLWD
058700     EXIT.                                                        WEBSCLWD
058800                                                                  WEBSCLWD
058900***************************************************************** WEBSCLWD
059000* Cancel a staged withdrawal of the caller's own. A code        * WEBSCLWD
059100* already drawn, expired or voided stays as it is.              * WEBSCLWD
059200***************************************************************** WEBSCLWD
059300 4000-CANCEL-CODE.                                                WEBSCLWD
059400     MOVE L-CODE TO CLW-REC-CODE.                                 WEBSCLWD
059500     READ BNKCLWD-FILE                                            WEBSCLWD
059600       KEY IS CLW-REC-CODE                                        WEBSCLWD
059700       INVALID KEY                                                WEBSCLWD
059800         MOVE 'Code not found' TO L-MSG                           WEBSCLWD
059900         GO TO 4000-EXIT                                          WEBSCLWD
060000     END-READ.                                                    WEBSCLWD
060100     IF CLW-REC-PID IS NOT EQUAL TO L-PID                         WEBSCLWD
060200        MOVE 'Code not found' TO L-MSG                            WEBSCLWD
060300        GO TO 4000-EXIT                                           WEBSCLWD
060400     END-IF.                                                      WEBSCLWD
060500     IF NOT CLW-REC-STAGED                                        WEBSCLWD
060600        MOVE 'Code can no longer be cancelled' TO L-MSG           WEBSCLWD
060700        GO TO 4000-EXIT                                           WEBSCLWD
060800     END-IF.                                                      WEBSCLWD
060900     SET CLW-REC-CANCELLED TO TRUE.                               WEBSCLWD
061000     REWRITE BNKCLWD-REC                                          WEBSCLWD
061100       INVALID KEY                                                WEBSCLWD
061200         MOVE 'Unable to cancel the code' TO L-MSG                WEBSCLWD
061300         GO TO 4000-EXIT                                          WEBSCLWD
061400     END-REWRITE.                                                 WEBSCLWD
061500     MOVE 'CLWDCANC' TO WS-SECJ-EVENT.                            WEBSCLWD
061600     PERFORM 8000-JOURNAL-EVENT THRU 8000-EXIT.                   WEBSCLWD
061700     IF WS-BNKSECJ-STATUS IS NOT EQUAL TO '00'                    WEBSCLWD
061800        SET CLW-REC-STAGED TO TRUE                                WEBSCLWD
061900        REWRITE BNKCLWD-REC                                       WEBSCLWD
062000          INVALID KEY                                             WEBSCLWD
062100            CONTINUE                                              WEBSCLWD
062200        END-REWRITE                                               WEBSCLWD
062300        MOVE 'Unable to record the cancellation' TO L-MSG         WEBSCLWD
062400        GO TO 4000-EXIT                                           WEBSCLWD
062500     END-IF.                                                      WEBSCLWD
062600     SET L-STATUS-OK TO TRUE.                                     WEBSCLWD
062700     MOVE 'Staged withdrawal cancelled' TO L-MSG.                 WEBSCLWD
062800 4000-EXIT.                                                       WEBSCLWD
062900     EXIT.                                                        WEBSCLWD
063000                                                                  WEBSCLWD
063100***************************************************************** WEBSCLWD
063200* The caller's withdrawals still waiting to be drawn            * WEBSCLWD
063300***************************************************************** WEBSCLWD
063400 5000-LIST-CODES.                                                 WEBSCLWD
063500     MOVE 0 TO L-COUNT.                                           WEBSCLWD
063600     MOVE L-PID TO CLW-REC-PID.                                   WEBSCLWD
063700     START BNKCLWD-FILE KEY IS NOT LESS THAN CLW-REC-PID          WEBSCLWD
063800       INVALID KEY                                                WEBSCLWD
063900         GO TO 5000-EXIT                                          WEBSCLWD
064000     END-START.                                                   WEBSCLWD
064100 5100-LIST-LOOP.                                                  WEBSCLWD
064200     READ BNKCLWD-FILE NEXT                                       WEBSCLWD
064300       AT END                                                     WEBSCLWD
064400         GO TO 5000-EXIT                                          WEBSCLWD
064500     END-READ.                                                    WEBSCLWD
064600     IF CLW-REC-PID IS NOT EQUAL TO L-PID                         WEBSCLWD
064700        GO TO 5000-EXIT                                           WEBSCLWD
064800     END-IF.                                                      WEBSCLWD
064900     IF NOT CLW-REC-STAGED                                        WEBSCLWD
065000        GO TO 5100-LIST-LOOP                                      WEBSCLWD
065100     END-IF.                                                      WEBSCLWD
065200     MOVE CLW-REC-EXPIRY-DATE TO WS-EXPIRY-DATE.                  WEBSCLWD
065300     MOVE CLW-REC-EXPIRY-TIME TO WS-EXPIRY-TIME.                  WEBSCLWD
065400     IF WS-NOW-STAMP IS NOT LESS THAN WS-EXPIRY-STAMP             WEBSCLWD
065500        GO TO 5100-LIST-LOOP                                      WEBSCLWD
065600     END-IF.                                                      WEBSCLWD
065700     IF L-COUNT IS EQUAL TO 5                                     WEBSCLWD
065800        GO TO 5000-EXIT                                           WEBSCLWD
065900     END-IF.                                                      WEBSCLWD
066000     ADD 1 TO L-COUNT.                                            WEBSCLWD
066100     MOVE L-COUNT TO WS-SUB1.                                     WEBSCLWD
066200     MOVE CLW-REC-CODE TO L-E-CODE (WS-SUB1).                     WEBSCLWD
066300     MOVE CLW-REC-ACCNO TO L-E-ACCNO (WS-SUB1).                   WEBSCLWD
066400     MOVE CLW-REC-AMOUNT TO L-E-AMOUNT (WS-SUB1).                 WEBSCLWD
066500     MOVE CLW-REC-EXPIRY-DATE TO L-E-EXPIRY-DATE (WS-SUB1).       WEBSCLWD
066600     MOVE CLW-REC-EXPIRY-TIME TO L-E-EXPIRY-TIME (WS-SUB1).       WEBSCLWD
066700     GO TO 5100-LIST-LOOP.                                        WEBSCLWD
066800 5000-EXIT.                                                       WEBSCLWD
066900     EXIT.                                                        WEBSCLWD
067000                                                                  WEBSCLWD
067100***************************************************************** WEBSCLWD
067200* Journal a stage or cancel on BNKSECJ under the customer,      * WEBSCLWD
067300* naming the code by its last four digits only. The last digit  * WEBSCLWD
067400* of the timestamp is stepped if another event holds the key.   * WEBSCLWD
067500***************************************************************** WEBSCLWD
067600 8000-JOURNAL-EVENT.                                              WEBSCLWD
067700 COPY CTSTAMPP.                                                   WEBSCLWD
067800     MOVE CLW-REC-AMOUNT TO WS-EDIT-AMOUNT.                       WEBSCLWD
067900     MOVE 0 TO WS-LEAD.                                           WEBSCLWD
068000     INSPECT WS-EDIT-AMOUNT TALLYING WS-LEAD FOR LEADING SPACES.  WEBSCLWD
068100     MOVE SPACES TO BNKSECJ-REC.                                  WEBSCLWD
068200     MOVE WS-SECJ-EVENT TO BSE-REC-EVENT-TYPE.                    WEBSCLWD
068300     MOVE L-PID TO BSE-REC-USERID.                                WEBSCLWD
068400     SET BSE-REC-CHANNEL-BANK TO TRUE.                            WEBSCLWD
068500     MOVE 'WEB ' TO BSE-REC-TERMINAL-ID.                          WEBSCLWD
068600     STRING 'Code ending '           DELIMITED BY SIZE            WEBSCLWD
068700            CLW-REC-CODE (5:4)       DELIMITED BY SIZE            WEBSCLWD
068800            ' '                      DELIMITED BY SIZE            WEBSCLWD
068900            CLW-REC-ACCNO            DELIMITED BY SIZE            WEBSCLWD
069000            ' '                      DELIMITED BY SIZE            WEBSCLWD
069100            WS-EDIT-AMOUNT (WS-LEAD + 1:)                         WEBSCLWD
069200                                     DELIMITED BY SIZE            WEBSCLWD
069300       INTO BSE-REC-DETAIL.                                       WEBSCLWD
069400     MOVE 0 TO WS-SECJ-TAG.                                       WEBSCLWD
069500 8100-JOURNAL-TRY.                                                WEBSCLWD
069600     MOVE WS-SECJ-TAG TO WS-TIMESTAMP (26:1).                     WEBSCLWD
069700     MOVE WS-TIMESTAMP TO BSE-REC-TIMESTAMP.                      WEBSCLWD
069800     WRITE BNKSECJ-REC                                            WEBSCLWD
069900       INVALID KEY                                                WEBSCLWD
070000         CONTINUE                                                 WEBSCLWD
070100     END-WRITE.                                                   WEBSCLWD
070200     IF WS-BNKSECJ-STATUS IS EQUAL TO '22' AND                    WEBSCLWD
070300        WS-SECJ-TAG IS LESS THAN 9                                WEBSCLWD
070400        ADD 1 TO WS-SECJ-TAG                                      WEBSCLWD
070500        GO TO 8100-JOURNAL-TRY                                    WEBSCLWD
070600     END-IF.                                                      WEBSCLWD
070700 8000-EXIT.                                                       WEBSCLWD
070800     EXIT.                                                        WEBSCLWD
