000100***************************************************************** WEBSCARD
000200*                                                               * WEBSCARD
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * WEBSCARD
000400*   This demonstration program is provided for use by users     * WEBSCARD
000500*   of Micro Focus products and may be used, modified and       * WEBSCARD
000600*   distributed as part of your application provided that       * WEBSCARD
000700*   you properly acknowledge the copyright of Micro Focus       * WEBSCARD
000800*   in this material.                                           * WEBSCARD
000900*                                                               * WEBSCARD
001000***************************************************************** WEBSCARD
001100                                                                  WEBSCARD
001200                                                                  WEBSCARD
001300***************************************************************** WEBSCARD
001400* Program:     WEBSCARD.CBL                                     * WEBSCARD
001500* Function:    Web-callable card controls service, following    * WEBSCARD
001600*              the WEBSCALC pattern: a flat linkage in, a flat  * WEBSCARD
001700*              linkage back. The caller presents a WEBSLOGN     * WEBSCARD
001800*              session token and may list their own cards on    * WEBSCARD
001900*              BNKCARD and, on an active card, freeze or thaw   * WEBSCARD
002000*              it, switch ATM or POS use off or on, or set a    * WEBSCARD
002100*              daily POS limit of their own below the bank's    * WEBSCARD
002200*              BNKPARM POSDAYLM limit. Cards are picked by      * WEBSCARD
002300*              their place in the list, so a card number never  * WEBSCARD
002400*              travels on the wire, and are listed masked.      * WEBSCARD
002500*              Anything that loosens a control - a thaw, use    * WEBSCARD
002600*              switched back on, a higher limit - needs the     * WEBSCARD
002700*              customer's password again, checked by the        * WEBSCARD
002800*              WEBSLOGN STEPUP function. DCASH06P, DCASH07P,    * WEBSCARD
002900*              DBNK166P and DBANK97P honour the controls. Every * WEBSCARD
003000*              change is journalled on BNKSECJ as CARDCTL, and  * WEBSCARD
003100*              a change that cannot be journalled is undone.    * WEBSCARD
003200*              Files open on first use and stay open for the    * WEBSCARD
003300*              life of the server process.                      * WEBSCARD
003400***************************************************************** WEBSCARD
003500                                                                  WEBSCARD
003600 IDENTIFICATION DIVISION.                                         WEBSCARD
003700 PROGRAM-ID.                                                      WEBSCARD
003800     WEBSCARD.                                                    WEBSCARD
003900 DATE-WRITTEN.                                                    WEBSCARD
004000     October 2008.                                                WEBSCARD
004100 DATE-COMPILED.                                                   WEBSCARD
004200     Today.                                                       WEBSCARD
004300                                                                  WEBSCARD
004400 ENVIRONMENT DIVISION.                                            WEBSCARD
004500                                                                  WEBSCARD
004600 INPUT-OUTPUT   SECTION.                                          WEBSCARD
004700   FILE-CONTROL.                                                  WEBSCARD
004800     SELECT BNKWTOK-FILE                                          WEBSCARD
004900            ASSIGN       TO BNKWTOK                               WEBSCARD
005000            ORGANIZATION IS INDEXED                               WEBSCARD
005100            ACCESS MODE  IS RANDOM                                WEBSCARD
005200            RECORD KEY   IS WTK-REC-TOKEN                         WEBSCARD
005300            FILE STATUS  IS WS-BNKWTOK-STATUS.                    WEBSCARD
005400                                                                  WEBSCARD
005500     SELECT BNKCARD-FILE                                          WEBSCARD
005600            ASSIGN       TO BNKCARD                               WEBSCARD
005700            ORGANIZATION IS INDEXED                               WEBSCARD
005800            ACCESS MODE  IS DYNAMIC                               WEBSCARD
005900            RECORD KEY   IS BCD-REC-CARD-NO                       WEBSCARD
006000            ALTERNATE KEY IS BCD-REC-PID WITH DUPLICATES          WEBSCARD
006100            FILE STATUS  IS WS-BNKCARD-STATUS.                    WEBSCARD
006200                                                                  WEBSCARD
006300     SELECT BNKPARM-FILE                                          WEBSCARD
006400            ASSIGN       TO BNKPARM                               WEBSCARD
006500            ORGANIZATION IS INDEXED                               WEBSCARD
006600            ACCESS MODE  IS RANDOM                                WEBSCARD
006700            RECORD KEY   IS PRM-REC-KEY                           WEBSCARD
006800            FILE STATUS  IS WS-BNKPARM-STATUS.                    WEBSCARD
006900                                                                  WEBSCARD
007000     SELECT BNKSECJ-FILE                                          WEBSCARD
007100            ASSIGN       TO BNKSECJ                               WEBSCARD
007200            ORGANIZATION IS INDEXED                               WEBSCARD
007300            ACCESS MODE  IS RANDOM                                WEBSCARD
007400            RECORD KEY   IS BSE-REC-TIMESTAMP                     WEBSCARD
007500            FILE STATUS  IS WS-BNKSECJ-STATUS.                    WEBSCARD
007600                                                                  WEBSCARD
007700 DATA DIVISION.                                                   WEBSCARD
007800                                                                  WEBSCARD
007900 FILE SECTION.                                                    WEBSCARD
008000 FD  BNKWTOK-FILE.                                                WEBSCARD
008100 01  BNKWTOK-REC.                                                 WEBSCARD
008200 COPY CBANKVWT.                                                   WEBSCARD
008300                                                                  WEBSCARD
008400 FD  BNKCARD-FILE.                                                WEBSCARD
008500 01  BNKCARD-REC.                                                 WEBSCARD
008600 COPY CBANKVCD.                                                   WEBSCARD
008700                                                                  WEBSCARD
008800 FD  BNKPARM-FILE.                                                WEBSCARD
008900 01  BNKPARM-REC.                                                 WEBSCARD
009000 COPY CBANKVPM.                                                   WEBSCARD
009100                                                                  WEBSCARD
009200 FD  BNKSECJ-FILE.                                                WEBSCARD
009300 01  BNKSECJ-REC.                                                 WEBSCARD
009400 COPY CBANKVSE.                                                   WEBSCARD
009500                                                                  WEBSCARD
009600 WORKING-STORAGE SECTION.                                         WEBSCARD
009700 01  WS-TIMESTAMP-DATA.                                           WEBSCARD
009800 COPY CTSTAMPD.                                                   WEBSCARD
009900                                                                  WEBSCARD
010000 01  WS-MISC-STORAGE.                                             WEBSCARD
010100   05  WS-PROGRAM-ID                         PIC X(8)             WEBSCARD
010200       VALUE 'WEBSCARD'.                                          WEBSCARD
010300                                                                  WEBSCARD
010400   05  WS-BNKWTOK-STATUS.                                         WEBSCARD
010500     10  WS-BNKWTOK-STAT1                    PIC X(1).            WEBSCARD
010600     10  WS-BNKWTOK-STAT2                    PIC X(1).            WEBSCARD
010700   05  WS-BNKCARD-STATUS.                                         WEBSCARD
010800     10  WS-BNKCARD-STAT1                    PIC X(1).            WEBSCARD
010900     10  WS-BNKCARD-STAT2                    PIC X(1).            WEBSCARD
011000   05  WS-BNKPARM-STATUS.                                         WEBSCARD
011100     10  WS-BNKPARM-STAT1                    PIC X(1).            WEBSCARD
011200     10  WS-BNKPARM-STAT2                    PIC X(1).            WEBSCARD
011300   05  WS-BNKSECJ-STATUS.                                         WEBSCARD
011400     10  WS-BNKSECJ-STAT1                    PIC X(1).            WEBSCARD
011500     10  WS-BNKSECJ-STAT2                    PIC X(1).            WEBSCARD
011600                                                                  WEBSCARD
011700   05  WS-FILES-OPEN-FLAG                    PIC X(1)             WEBSCARD
011800       VALUE 'N'.                                                 WEBSCARD
011900     88  WS-FILES-ARE-OPEN                   VALUE 'Y'.           WEBSCARD
012000     88  WS-FILES-NOT-OPEN                   VALUE 'N'.           WEBSCARD
012100                                                                  WEBSCARD
012200*  token life mirrors the issuing service's view of a session     WEBSCARD
012300   05  WS-TOKEN-LIFE-MINUTES                 PIC S9(3)            WEBSCARD
012400                                             COMP-3 VALUE 30.     WEBSCARD
012500   05  WS-THEN-HH                            PIC 9(2).            WEBSCARD
012600   05  WS-THEN-MI                            PIC 9(2).            WEBSCARD
012700   05  WS-IDLE-GONE                          PIC S9(5)            WEBSCARD
012800                                             COMP-3.              WEBSCARD
012900                                                                  WEBSCARD
013000   05  WS-SUB1                               PIC S9(4) COMP.      WEBSCARD
013100   05  WS-CARD-SEQ                           PIC S9(4) COMP.      WEBSCARD
013200   05  WS-SECJ-TAG                           PIC 9(1).            WEBSCARD
013300   05  WS-BANK-LIMIT                         PIC S9(7)V99         WEBSCARD
013400                                             COMP-3.              WEBSCARD
013500   05  WS-OLD-LIMIT                          PIC S9(7)V99         WEBSCARD
013600                                             COMP-3.              WEBSCARD
013700   05  WS-NEW-LIMIT                          PIC S9(7)V99         WEBSCARD
013800                                             COMP-3.              WEBSCARD
013900   05  WS-EDIT-LIMIT                         PIC Z,ZZZ,ZZ9.99.    WEBSCARD
014000   05  WS-LEAD                               PIC S9(4) COMP.      WEBSCARD
014100   05  WS-CHANGE-TEXT                        PIC X(24).           WEBSCARD
014200   05  WS-STEP-UP-FLAG                       PIC X(1).            WEBSCARD
014300     88  WS-STEP-UP-NEEDED                   VALUE 'Y'.           WEBSCARD
014400     88  WS-STEP-UP-NOT-NEEDED               VALUE 'N'.           WEBSCARD
014500                                                                  WEBSCARD
014600 01  WS-OLD-CARD-REC                         PIC X(72).           WEBSCARD
014700                                                                  WEBSCARD
014800 01  WS-MASK-DATA.                                                WEBSCARD
014900 COPY CMASKD.                                                     WEBSCARD
015000                                                                  WEBSCARD
015100*  the WEBSLOGN linkage, for the step-up password check           WEBSCARD
015200 01  WS-LOGN-LINKAGE.                                             WEBSCARD
015300   05  WS-LOGN-INPUT.                                             WEBSCARD
015400     10  WS-LOGN-FUNCTION                    PIC X(1).            WEBSCARD
015500       88  WS-LOGN-FUNC-STEPUP               VALUE 'V'.           WEBSCARD
015600     10  WS-LOGN-PID                         PIC X(5).            WEBSCARD
015700     10  WS-LOGN-PSWD                        PIC X(5).            WEBSCARD
015800     10  WS-LOGN-KILL-TOKEN                  PIC X(16).           WEBSCARD
015900   05  WS-LOGN-OUTPUT.                                            WEBSCARD
016000     10  WS-LOGN-STATUS                      PIC X(1).            WEBSCARD
016100       88  WS-LOGN-OK                        VALUE '0'.           WEBSCARD
016200       88  WS-LOGN-LOCKED                    VALUE '3'.           WEBSCARD
016300     10  WS-LOGN-TOKEN                       PIC X(16).           WEBSCARD
016400                                                                  WEBSCARD
016500 LINKAGE SECTION.                                                 WEBSCARD
016600 01  L-LINKAGE.                                                   WEBSCARD
016700   05  L-INPUT.                                                   WEBSCARD
016800     10  L-PID                               PIC X(5).            WEBSCARD
016900     10  L-TOKEN                             PIC X(16).           WEBSCARD
017000     10  L-FUNC                              PIC X(1).            WEBSCARD
017100       88  L-FUNC-LIST                       VALUE 'L'.           WEBSCARD
017200       88  L-FUNC-FREEZE                     VALUE 'F'.           WEBSCARD
017300       88  L-FUNC-THAW                       VALUE 'T'.           WEBSCARD
017400       88  L-FUNC-ATM                        VALUE 'A'.           WEBSCARD
017500       88  L-FUNC-POS                        VALUE 'P'.           WEBSCARD
017600       88  L-FUNC-POS-LIMIT                  VALUE 'M'.           WEBSCARD
017700*      the card's place in the list, 1 to 8                       WEBSCARD
017800     10  L-CARD-SEL                          PIC 9(1).            WEBSCARD
017900*      for ATM and POS - Y switches the use on, N off             WEBSCARD
018000     10  L-SETTING                           PIC X(1).            WEBSCARD
018100       88  L-SETTING-ON                      VALUE 'Y'.           WEBSCARD
018200       88  L-SETTING-OFF                     VALUE 'N'.           WEBSCARD
018300*      for the POS limit - zero goes back to the bank's limit     WEBSCARD
018400     10  L-LIMIT                             PIC S9(7)V99.        WEBSCARD
018500     10  L-PSWD                              PIC X(5).            WEBSCARD
018600   05  L-OUTPUT.                                                  WEBSCARD
018700     10  L-STATUS                            PIC X(1).            WEBSCARD
018800       88  L-STATUS-OK                       VALUE '0'.           WEBSCARD
018900       88  L-STATUS-BAD-TOKEN                VALUE '1'.           WEBSCARD
019000       88  L-STATUS-NO-FILES                 VALUE '2'.           WEBSCARD
019100       88  L-STATUS-REFUSED                  VALUE '3'.           WEBSCARD
019200       88  L-STATUS-STEP-UP                  VALUE '4'.           WEBSCARD
019300     10  L-MSG                               PIC X(40).           WEBSCARD
019400     10  L-BANK-LIMIT                        PIC S9(7)V99.        WEBSCARD
019500     10  L-COUNT                             PIC 9(1).            WEBSCARD
019600     10  L-ENTRY OCCURS 8 TIMES.                                  WEBSCARD
019700       15  L-E-CARD-NO                       PIC X(19).           WEBSCARD
019800       15  L-E-EXPIRY-DATE                   PIC X(8).            WEBSCARD
019900       15  L-E-STATUS                        PIC X(1).            WEBSCARD
020000       15  L-E-FROZEN                        PIC X(1).            WEBSCARD
020100       15  L-E-ATM-USE                       PIC X(1).            WEBSCARD
020200       15  L-E-POS-USE                       PIC X(1).            WEBSCARD
020300       15  L-E-POS-LIMIT                     PIC S9(7)V99.        WEBSCARD
020400                                                                  WEBSCARD
020500 PROCEDURE DIVISION USING L-LINKAGE.                              WEBSCARD
020600 0000-MAINLINE.                                                   WEBSCARD
020700     SET L-STATUS-BAD-TOKEN TO TRUE.                              WEBSCARD
020800     MOVE SPACES TO L-MSG.                                        WEBSCARD
020900     MOVE 0 TO L-BANK-LIMIT.                                      WEBSCARD
021000     MOVE 0 TO L-COUNT.                                           WEBSCARD
021100     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.                      WEBSCARD
021200     IF WS-FILES-NOT-OPEN                                         WEBSCARD
021300        SET L-STATUS-NO-FILES TO TRUE                             WEBSCARD
021400        GOBACK                                                    WEBSCARD
021500     END-IF.                                                      WEBSCARD
021600 COPY CTSTAMPP.                                                   WEBSCARD
021700     PERFORM 2000-CHECK-TOKEN THRU 2000-EXIT.                     WEBSCARD
021800     IF NOT L-STATUS-OK                                           WEBSCARD
021900        MOVE 'Session token not accepted' TO L-MSG                WEBSCARD
022000        GOBACK                                                    WEBSCARD
022100     END-IF.                                                      WEBSCARD
022200*    the bank's own daily POS limit caps whatever the customer    WEBSCARD
022300*    sets, as DBNK166P and DBANK97P apply it                      WEBSCARD
022400     MOVE 2500.00 TO WS-BANK-LIMIT.                               WEBSCARD
022500     MOVE 'POSDAYLM' TO PRM-REC-KEY.                              WEBSCARD
022600     READ BNKPARM-FILE                                            WEBSCARD
022700       INVALID KEY                                                WEBSCARD
022800         CONTINUE                                                 WEBSCARD
022900     END-READ.                                                    WEBSCARD
023000     IF WS-BNKPARM-STATUS IS EQUAL TO '00'                        WEBSCARD
023100        MOVE PRM-REC-AMOUNT TO WS-BANK-LIMIT                      WEBSCARD
023200     END-IF.                                                      WEBSCARD
023300     MOVE WS-BANK-LIMIT TO L-BANK-LIMIT.                          WEBSCARD
023400     IF L-FUNC-LIST                                               WEBSCARD
023500        PERFORM 5000-LIST-CARDS THRU 5000-EXIT                    WEBSCARD
023600        GOBACK                                                    WEBSCARD
023700     END-IF.                                                      WEBSCARD
023800     SET L-STATUS-REFUSED TO TRUE.                                WEBSCARD
023900     IF NOT L-FUNC-FREEZE AND                                     WEBSCARD
024000        NOT L-FUNC-THAW AND                                       WEBSCARD
024100        NOT L-FUNC-ATM AND                                        WEBSCARD
024200        NOT L-FUNC-POS AND                                        WEBSCARD
024300        NOT L-FUNC-POS-LIMIT                                      WEBSCARD
024400        MOVE 'Unknown card function' TO L-MSG                     WEBSCARD
024500        GOBACK                                                    WEBSCARD
024600     END-IF.                                                      WEBSCARD
024700     PERFORM 3000-CHANGE-CARD THRU 3000-EXIT.                     WEBSCARD
024800     IF L-STATUS-OK                                               WEBSCARD
024900        PERFORM 5000-LIST-CARDS THRU 5000-EXIT                    WEBSCARD
025000     END-IF.                                                      WEBSCARD
025100     GOBACK.                                                      WEBSCARD
025200                                                                  WEBSCARD
025300***************************************************************** WEBSCARD
025400* Open the files on first use                                   * WEBSCARD
025500***************************************************************** WEBSCARD
025600 1000-OPEN-FILES.                                                 WEBSCARD
025700     IF WS-FILES-ARE-OPEN                                         WEBSCARD
025800        GO TO 1000-EXIT                                           WEBSCARD
025900     END-IF.                                                      WEBSCARD
026000     OPEN I-O BNKWTOK-FILE.                                       WEBSCARD
026100     IF WS-BNKWTOK-STATUS IS NOT EQUAL TO '00'                    WEBSCARD
026200        GO TO 1000-EXIT                                           WEBSCARD
026300     END-IF.                                                      WEBSCARD
026400     OPEN I-O BNKCARD-FILE.                                       WEBSCARD
026500     OPEN INPUT BNKPARM-FILE.                                     WEBSCARD
026600     OPEN I-O BNKSECJ-FILE.                                       WEBSCARD
026700     IF WS-BNKCARD-STATUS IS NOT EQUAL TO '00' OR                 WEBSCARD
026800        WS-BNKPARM-STATUS IS NOT EQUAL TO '00' OR                 WEBSCARD
026900        WS-BNKSECJ-STATUS IS NOT EQUAL TO '00'                    WEBSCARD
027000        GO TO 1000-EXIT                                           WEBSCARD
027100     END-IF.                                                      WEBSCARD
027200     SET WS-FILES-ARE-OPEN TO TRUE.                               WEBSCARD
027300 1000-EXIT.                                                       WEBSCARD
027400     EXIT.                                                        WEBSCARD
027500                                                                  WEBSCARD
027600***************************************************************** WEBSCARD
027700* The session token must be live, the caller's, and within      * WEBSCARD
027800* its life - exactly the WEBSBALS test                          * WEBSCARD
027900***************************************************************** WEBSCARD
028000 2000-CHECK-TOKEN.                                                WEBSCARD
028100     MOVE L-TOKEN TO WTK-REC-TOKEN.                               WEBSCARD
028200     READ BNKWTOK-FILE                                            WEBSCARD
028300       INVALID KEY                                                WEBSCARD
028400         GO TO 2000-EXIT                                          WEBSCARD
028500     END-READ.                                                    WEBSCARD
028600     IF NOT WTK-REC-IS-ACTIVE                                     WEBSCARD
028700        GO TO 2000-EXIT                                           WEBSCARD
028800     END-IF.                                                      WEBSCARD
028900     IF WTK-REC-PID IS NOT EQUAL TO L-PID                         WEBSCARD
029000        GO TO 2000-EXIT                                           WEBSCARD
029100     END-IF.                                                      WEBSCARD
029200     IF WTK-REC-LAST-USED-TS (1:10) IS NOT EQUAL TO               WEBSCARD
029300        WS-TIMESTAMP (1:10)                                       WEBSCARD
029400        GO TO 2100-TOKEN-DEAD                                     WEBSCARD
029500     END-IF.                                                      WEBSCARD
029600     MOVE WTK-REC-LAST-USED-TS (12:2) TO WS-THEN-HH.              WEBSCARD
029700     MOVE WTK-REC-LAST-USED-TS (15:2) TO WS-THEN-MI.              WEBSCARD
029800     COMPUTE WS-IDLE-GONE =                                       WEBSCARD
029900         ((WS-TS-CT-HH * 60) + WS-TS-CT-MI) -                     WEBSCARD
030000         ((WS-THEN-HH * 60) + WS-THEN-MI).                        WEBSCARD
030100     IF WS-IDLE-GONE IS GREATER THAN WS-TOKEN-LIFE-MINUTES        WEBSCARD
030200        GO TO 2100-TOKEN-DEAD                                     WEBSCARD
030300     END-IF.                                                      WEBSCARD
030400     MOVE WS-TIMESTAMP TO WTK-REC-LAST-USED-TS.                   WEBSCARD
030500     REWRITE BNKWTOK-REC                                          WEBSCARD
030600       INVALID KEY                                                WEBSCARD
030700         CONTINUE                                                 WEBSCARD
030800     END-REWRITE.                                                 WEBSCARD
030900     SET L-STATUS-OK TO TRUE.                                     WEBSCARD
031000     GO TO 2000-EXIT.                                             WEBSCARD
031100 2100-TOKEN-DEAD.                                                 WEBSCARD
031200     SET WTK-REC-IS-ENDED TO TRUE.                                WEBSCARD
031300     REWRITE BNKWTOK-REC                                          WEBSCARD
031400       INVALID KEY                                                WEBSCARD
031500         CONTINUE                                                 WEBSCARD
031600     END-REWRITE.                                                 WEBSCARD
031700 2000-EXIT.                                                       WEBSCARD
031800     EXIT.                                                        WEBSCARD
031900                                                                  WEBSCARD
032000***************************************************************** WEBSCARD
032100* Apply one control to the chosen card. Only an active card can * WEBSCARD
032200* be changed here - a card staff have blocked or hot-listed     * WEBSCARD
032300* stays with the branch. A change that loosens a control needs  * WEBSCARD
032400* the step-up password check first.                             * WEBSCARD
032500***************************************************************** WEBSCARD
032600 3000-CHANGE-CARD.                                                WEBSCARD
032700     PERFORM 3100-FIND-CARD THRU 3100-EXIT.                       WEBSCARD
032800     IF L-MSG IS NOT EQUAL TO SPACES                              WEBSCARD
032900        GO TO 3000-EXIT                                           WEBSCARD
033000     END-IF.                                                      WEBSCARD
033100     IF NOT BCD-REC-ACTIVE                                        WEBSCARD
033200        MOVE 'Card is blocked - please contact us' TO L-MSG       WEBSCARD
033300        GO TO 3000-EXIT                                           WEBSCARD
033400     END-IF.                                                      WEBSCARD
033500     MOVE BNKCARD-REC TO WS-OLD-CARD-REC.                         WEBSCARD
033600     SET WS-STEP-UP-NOT-NEEDED TO TRUE.                           WEBSCARD
033700     IF L-FUNC-FREEZE                                             WEBSCARD
033800        IF BCD-REC-IS-FROZEN                                      WEBSCARD
033900           MOVE 'Card is already frozen' TO L-MSG                 WEBSCARD
034000           GO TO 3000-EXIT                                        WEBSCARD
034100        END-IF                                                    WEBSCARD
034200        SET BCD-REC-IS-FROZEN TO TRUE                             WEBSCARD
034300        MOVE 'frozen' TO WS-CHANGE-TEXT                           WEBSCARD
034400     END-IF.                                                      WEBSCARD
034500     IF L-FUNC-THAW                                               WEBSCARD
034600        IF NOT BCD-REC-IS-FROZEN                                  WEBSCARD
034700           MOVE 'Card is not frozen' TO L-MSG                     WEBSCARD
034800           GO TO 3000-EXIT                                        WEBSCARD
034900        END-IF                                                    WEBSCARD
035000        MOVE 'N' TO BCD-REC-FROZEN                                WEBSCARD
035100        MOVE 'thawed' TO WS-CHANGE-TEXT                           WEBSCARD
035200        SET WS-STEP-UP-NEEDED TO TRUE                             WEBSCARD
035300     END-IF.                                                      WEBSCARD
035400     IF L-FUNC-ATM OR                                             WEBSCARD
035500        L-FUNC-POS                                                WEBSCARD
035600        IF NOT L-SETTING-ON AND                                   WEBSCARD
035700           NOT L-SETTING-OFF                                      WEBSCARD
035800           MOVE 'Setting must be Y or N' TO L-MSG                 WEBSCARD
035900           GO TO 3000-EXIT                                        WEBSCARD
036000        END-IF                                                    WEBSCARD
036100     END-IF.                                                      WEBSCARD
036200     IF L-FUNC-ATM                                                WEBSCARD
036300        IF L-SETTING-ON                                           WEBSCARD
036400           IF BCD-REC-ATM-OFF                                     WEBSCARD
036500              SET WS-STEP-UP-NEEDED TO TRUE                       WEBSCARD
036600           END-IF                                                 WEBSCARD
036700           MOVE 'Y' TO BCD-REC-ATM-USE                            WEBSCARD
036800           MOVE 'ATM use on' TO WS-CHANGE-TEXT                    WEBSCARD
036900        ELSE                                                      WEBSCARD
037000           SET BCD-REC-ATM-OFF TO TRUE                            WEBSCARD
037100           MOVE 'ATM use off' TO WS-CHANGE-TEXT                   WEBSCARD
037200        END-IF                                                    WEBSCARD
037300     END-IF.                                                      WEBSCARD
037400     IF L-FUNC-POS                                                WEBSCARD
037500        IF L-SETTING-ON                                           WEBSCARD
037600           IF BCD-REC-POS-OFF                                     WEBSCARD
037700              SET WS-STEP-UP-NEEDED TO TRUE                       WEBSCARD
037800           END-IF                                                 WEBSCARD
037900           MOVE 'Y' TO BCD-REC-POS-USE                            WEBSCARD
038000           MOVE 'POS use on' TO WS-CHANGE-TEXT                    WEBSCARD
038100        ELSE                                                      WEBSCARD
038200           SET BCD-REC-POS-OFF TO TRUE                            WEBSCARD
038300           MOVE 'POS use off' TO WS-CHANGE-TEXT                   WEBSCARD
038400        END-IF                                                    WEBSCARD
038500     END-IF.                                                      WEBSCARD
038600     IF L-FUNC-POS-LIMIT                                          WEBSCARD
038700        PERFORM 3200-SET-POS-LIMIT THRU 3200-EXIT                 WEBSCARD
038800        IF L-MSG IS NOT EQUAL TO SPACES                           WEBSCARD
038900           GO TO 3000-EXIT                                        WEBSCARD
039000        END-IF                                                    WEBSCARD
039100     END-IF.                                                      WEBSCARD
039200     IF WS-STEP-UP-NEEDED                                         WEBSCARD
039300        PERFORM 7000-STEP-UP THRU 7000-EXIT                       WEBSCARD
039400        IF L-MSG IS NOT EQUAL TO SPACES                           WEBSCARD
039500           GO TO 3000-EXIT                                        WEBSCARD
039600        END-IF                                                    WEBSCARD
039700     END-IF.                                                      WEBSCARD
039800     REWRITE BNKCARD-REC                                          WEBSCARD
039900       INVALID KEY                                                WEBSCARD
040000         MOVE 'Unable to update the card' TO L-MSG                WEBSCARD
040100         GO TO 3000-EXIT                                          WEBSCARD
040200     END-REWRITE.                                                 WEBSCARD
040300     IF WS-BNKCARD-STATUS IS NOT EQUAL TO '00'                    WEBSCARD
040400        MOVE 'Unable to update the card' TO L-MSG                 WEBSCARD
040500        GO TO 3000-EXIT                                           WEBSCARD
040600     END-IF.                                                      WEBSCARD
040700     PERFORM 8000-JOURNAL-CHANGE THRU 8000-EXIT.                  WEBSCARD
040800     IF WS-BNKSECJ-STATUS IS NOT EQUAL TO '00'                    WEBSCARD
040900        MOVE WS-OLD-CARD-REC TO BNKCARD-REC                       WEBSCARD
041000        REWRITE BNKCARD-REC                                       WEBSCARD
041100          INVALID KEY                                             WEBSCARD
041200            CONTINUE                                              WEBSCARD
041300        END-REWRITE                                               WEBSCARD
041400        MOVE 'Unable to record the change' TO L-MSG               WEBSCARD
041500        GO TO 3000-EXIT                                           WEBSCARD
041600     END-IF.                                                      WEBSCARD
041700     SET L-STATUS-OK TO TRUE.                                     WEBSCARD
041800     STRING 'Card '                  DELIMITED BY SIZE            WEBSCARD
041900            WS-CHANGE-TEXT           DELIMITED BY '  '            WEBSCARD
042000       INTO L-MSG.                                                WEBSCARD
042100 3000-EXIT.                                                       WEBSCARD
042200     EXIT.                                                        WEBSCARD
042300                                                                  WEBSCARD
042400***************************************************************** WEBSCARD
042500* Find the card at the caller's place in the list, counting     * WEBSCARD
042600* the cards the list shows                                      * WEBSCARD
042700***************************************************************** WEBSCARD
042800 3100-FIND-CARD.                                                  WEBSCARD
042900     IF L-CARD-SEL IS NOT NUMERIC OR                              WEBSCARD
043000        L-CARD-SEL IS EQUAL TO 0                                  WEBSCARD
043100        MOVE 'Select a card from the list' TO L-MSG               WEBSCARD
043200        GO TO 3100-EXIT                                           WEBSCARD
043300     END-IF.                                                      WEBSCARD
043400     MOVE 0 TO WS-CARD-SEQ.                                       WEBSCARD
043500     MOVE L-PID TO BCD-REC-PID.                                   WEBSCARD
043600     START BNKCARD-FILE KEY IS NOT LESS THAN BCD-REC-PID          WEBSCARD
043700       INVALID KEY                                                WEBSCARD
043800         MOVE 'No cards found' TO L-MSG                           WEBSCARD
043900         GO TO 3100-EXIT                                          WEBSCARD
044000     END-START.                                                   WEBSCARD
044100 3110-FIND-CARD-LOOP.                                             WEBSCARD
044200     READ BNKCARD-FILE NEXT                                       WEBSCARD
044300       AT END                                                     WEBSCARD
044400         MOVE 'Card not found' TO L-MSG                           WEBSCARD
044500         GO TO 3100-EXIT                                          WEBSCARD
044600     END-READ.                                                    WEBSCARD
044700     IF BCD-REC-PID IS NOT EQUAL TO L-PID                         WEBSCARD
044800        MOVE 'Card not found' TO L-MSG                            WEBSCARD
044900        GO TO 3100-EXIT                                           WEBSCARD
045000     END-IF.                                                      WEBSCARD
045100     IF BCD-REC-REPLACED                                          WEBSCARD
045200        GO TO 3110-FIND-CARD-LOOP                                 WEBSCARD
045300     END-IF.                                                      WEBSCARD
045400     ADD 1 TO WS-CARD-SEQ.                                        WEBSCARD
045500     IF WS-CARD-SEQ IS LESS THAN L-CARD-SEL                       WEBSCARD
045600        GO TO 3110-FIND-CARD-LOOP                                 WEBSCARD
045700     END-IF.                                                      WEBSCARD
045800 3100-EXIT.                                                       WEBSCARD
045900     EXIT.                                                        WEBSCARD
046000                                                                  WEBSCARD
046100***************************************************************** WEBSCARD
046200* The customer's own limit may only sit below the bank's limit; * WEBSCARD
046300* zero, or the bank's limit itself, clears it. Raising the      * WEBSCARD
046400* limit the card actually runs at needs the step-up check.      * WEBSCARD
046500***************************************************************** WEBSCARD
046600 3200-SET-POS-LIMIT.                                              WEBSCARD
046700     IF L-LIMIT IS NOT NUMERIC OR                                 WEBSCARD
046800        L-LIMIT IS LESS THAN ZERO                                 WEBSCARD
046900        MOVE 'Limit must be zero or more' TO L-MSG                WEBSCARD
047000        GO TO 3200-EXIT                                           WEBSCARD
047100     END-IF.                                                      WEBSCARD
047200     IF L-LIMIT IS GREATER THAN WS-BANK-LIMIT                     WEBSCARD
047300        MOVE 'Limit cannot exceed the bank limit' TO L-MSG        WEBSCARD
047400        GO TO 3200-EXIT                                           WEBSCARD
047500     END-IF.                                                      WEBSCARD
047600     MOVE WS-BANK-LIMIT TO WS-OLD-LIMIT.                          WEBSCARD
047700     IF BCD-REC-POS-DAY-LIMIT IS NUMERIC                          WEBSCARD
047800        IF BCD-REC-POS-DAY-LIMIT IS GREATER THAN ZERO AND         WEBSCARD
047900           BCD-REC-POS-DAY-LIMIT IS LESS THAN WS-BANK-LIMIT       WEBSCARD
048000           MOVE BCD-REC-POS-DAY-LIMIT TO WS-OLD-LIMIT             WEBSCARD
048100        END-IF                                                    WEBSCARD
048200     END-IF.                                                      WEBSCARD
048300     IF L-LIMIT IS EQUAL TO ZERO OR                               WEBSCARD
048400        L-LIMIT IS EQUAL TO WS-BANK-LIMIT                         WEBSCARD
048500        MOVE ZERO TO BCD-REC-POS-DAY-LIMIT                        WEBSCARD
048600        MOVE WS-BANK-LIMIT TO WS-NEW-LIMIT                        WEBSCARD
048700     ELSE                                                         WEBSCARD
048800        MOVE L-LIMIT TO BCD-REC-POS-DAY-LIMIT                     WEBSCARD
048900        MOVE L-LIMIT TO WS-NEW-LIMIT                              WEBSCARD
049000     END-IF.                                                      WEBSCARD
049100     IF WS-NEW-LIMIT IS GREATER THAN WS-OLD-LIMIT                 WEBSCARD
049200        SET WS-STEP-UP-NEEDED TO TRUE                             WEBSCARD
049300     END-IF.                                                      WEBSCARD
049400     MOVE WS-NEW-LIMIT TO WS-EDIT-LIMIT.                          WEBSCARD
049500     MOVE 0 TO WS-LEAD.                                           WEBSCARD
049600     INSPECT WS-EDIT-LIMIT TALLYING WS-LEAD FOR LEADING SPACES.   WEBSCARD
049700     MOVE SPACES TO WS-CHANGE-TEXT.                               WEBSCARD
049800     STRING 'POS limit '             DELIMITED BY SIZE            WEBSCARD
049900            WS-EDIT-LIMIT (WS-LEAD + 1:)                          WEBSCARD
050000                                     DELIMITED BY SIZE            WEBSCARD
050100       INTO WS-CHANGE-TEXT.                                       WEBSCARD
050200 3200-EXIT.                                                       WEBSCARD
050300     EXIT.                                                        WEBSCARD
050400                                                                  WEBSCARD
050500***************************************************************** WEBSCARD
050600* The customer's cards, bar those already replaced, masked,     * WEBSCARD
050700* with the controls in force and the POS limit each one runs at * WEBSCARD
050800***************************************************************** WEBSCARD
050900 5000-LIST-CARDS.                                                 WEBSCARD
051000     MOVE 0 TO L-COUNT.                                           WEBSCARD
051100     MOVE L-PID TO BCD-REC-PID.                                   WEBSCARD
051200     START BNKCARD-FILE KEY IS NOT LESS THAN BCD-REC-PID          WEBSCARD
051300       INVALID KEY                                                WEBSCARD
051400         GO TO 5000-EXIT                                          WEBSCARD
051500     END-START.                                                   WEBSCARD
051600 5100-LIST-LOOP.                                                  WEBSCARD
051700     READ BNKCARD-FILE NEXT                                       WEBSCARD
051800       AT END                                                     WEBSCARD
051900         GO TO 5000-EXIT                                          WEBSCARD
052000     END-READ.                                                    WEBSCARD
052100     IF BCD-REC-PID IS NOT EQUAL TO L-PID                         WEBSCARD
052200        GO TO 5000-EXIT                                           WEBSCARD
052300     END-IF.                                                      WEBSCARD
052400     IF BCD-REC-REPLACED                                          WEBSCARD
052500        GO TO 5100-LIST-LOOP                                      WEBSCARD
052600     END-IF.                                                      WEBSCARD
052700     IF L-COUNT IS EQUAL TO 8                                     WEBSCARD
052800        GO TO 5000-EXIT                                           WEBSCARD
052900     END-IF.                                                      WEBSCARD
053000     ADD 1 TO L-COUNT.                                            WEBSCARD
053100     MOVE L-COUNT TO WS-SUB1.                                     WEBSCARD
053200     MOVE SPACES TO MASK-INPUT.                                   WEBSCARD
053300     MOVE BCD-REC-CARD-NO TO MASK-INPUT.                          WEBSCARD
053400     CALL 'UCRDMASK' USING WS-MASK-DATA.                          WEBSCARD
053500     MOVE MASK-OUTPUT TO L-E-CARD-NO (WS-SUB1).                   WEBSCARD
053600     MOVE BCD-REC-EXPIRY-DATE TO L-E-EXPIRY-DATE (WS-SUB1).       WEBSCARD
053700     MOVE BCD-REC-STATUS TO L-E-STATUS (WS-SUB1).                 WEBSCARD
053800     MOVE 'N' TO L-E-FROZEN (WS-SUB1).                            WEBSCARD
053900     IF BCD-REC-IS-FROZEN                                         WEBSCARD
054000        MOVE 'Y' TO L-E-FROZEN (WS-SUB1)                          WEBSCARD
054100     END-IF.                                                      WEBSCARD
054200     MOVE 'Y' TO L-E-ATM-USE (WS-SUB1).                           WEBSCARD
054300     IF BCD-REC-ATM-OFF                                           WEBSCARD
054400        MOVE 'N' TO L-E-ATM-USE (WS-SUB1)                         WEBSCARD
054500     END-IF.                                                      WEBSCARD
054600     MOVE 'Y' TO L-E-POS-USE (WS-SUB1).                           WEBSCARD
054700     IF BCD-REC-POS-OFF                                           WEBSCARD
054800        MOVE 'N' TO L-E-POS-USE (WS-SUB1)                         WEBSCARD
054900     END-IF.                                                      WEBSCARD
055000     MOVE WS-BANK-LIMIT TO L-E-POS-LIMIT (WS-SUB1).               WEBSCARD
055100     IF BCD-REC-POS-DAY-LIMIT IS NUMERIC                          WEBSCARD
055200        IF BCD-REC-POS-DAY-LIMIT IS GREATER THAN ZERO AND         WEBSCARD
055300           BCD-REC-POS-DAY-LIMIT IS LESS THAN WS-BANK-LIMIT       WEBSCARD
055400           MOVE BCD-REC-POS-DAY-LIMIT TO L-E-POS-LIMIT (WS-SUB1)  WEBSCARD
055500        END-IF                                                    WEBSCARD
055600     END-IF.                                                      WEBSCARD
055700     GO TO 5100-LIST-LOOP.                                        WEBSCARD
055800 5000-EXIT.                                                       WEBSCARD
055900     EXIT.                                                        WEBSCARD
056000                                                                  WEBSCARD
056100***************************************************************** WEBSCARD
056200* Step-up: the customer's password again, checked by WEBSLOGN   * WEBSCARD
056300* against the same lockout counters and journalled there as     * WEBSCARD
056400* STEPUP or STEPFAIL                                            * WEBSCARD
056500***************************************************************** WEBSCARD
056600 7000-STEP-UP.                                                    WEBSCARD
056700     IF L-PSWD IS EQUAL TO SPACES OR                              WEBSCARD
056800        L-PSWD IS EQUAL TO LOW-VALUES                             WEBSCARD
056900        SET L-STATUS-STEP-UP TO TRUE                              WEBSCARD
057000        MOVE 'Enter your password to confirm change'              WEBSCARD
057100          TO L-MSG                                                WEBSCARD
057200        GO TO 7000-EXIT                                           WEBSCARD
057300     END-IF.                                                      WEBSCARD
057400     MOVE SPACES TO WS-LOGN-LINKAGE.                              WEBSCARD
057500     SET WS-LOGN-FUNC-STEPUP TO TRUE.                             WEBSCARD
057600     MOVE L-PID TO WS-LOGN-PID.                                   WEBSCARD
057700     MOVE L-PSWD TO WS-LOGN-PSWD.                                 WEBSCARD
057800     CALL 'WEBSLOGN' USING WS-LOGN-LINKAGE.                       WEBSCARD
057900     IF WS-LOGN-OK                                                WEBSCARD
058000        GO TO 7000-EXIT                                           WEBSCARD
058100     END-IF.                                                      WEBSCARD
058200     SET L-STATUS-STEP-UP TO TRUE.                                WEBSCARD
058300     IF WS-LOGN-LOCKED                                            WEBSCARD
058400        MOVE 'Sign-on is locked - please contact us' TO L-MSG     WEBSCARD
058500     ELSE                                                         WEBSCARD
058600        MOVE 'Password verification failed' TO L-MSG              WEBSCARD
058700     END-IF.                                                      WEBSCARD
058800 7000-EXIT.                                                       WEBSCARD
058900     EXIT.                                                        WEBSCARD
059000                                                                  WEBSCARD
059100***************************************************************** WEBSCARD
059200* Journal the change on BNKSECJ under the customer, naming the  * WEBSCARD
059300* card by its last four digits only. The last digit of the      * WEBSCARD
059400* timestamp is stepped if another event already holds the key.  * WEBSCARD
059500***************************************************************** WEBSCARD
059600 8000-JOURNAL-CHANGE.                                             WEBSCARD
059700 COPY CTSTAMPP.                                                   WEBSCARD
059800     MOVE SPACES TO BNKSECJ-REC.                                  WEBSCARD
059900     MOVE 'CARDCTL ' TO BSE-REC-EVENT-TYPE.                       WEBSCARD
060000     MOVE L-PID TO BSE-REC-USERID.                                WEBSCARD
060100     SET BSE-REC-CHANNEL-BANK TO TRUE.                            WEBSCARD
060200     MOVE 'WEB ' TO BSE-REC-TERMINAL-ID.                          WEBSCARD
060300     STRING 'Card ending '           DELIMITED BY SIZE            WEBSCARD
060400            BCD-REC-CARD-NO (13:4)   DELIMITED BY SIZE            WEBSCARD
060500            ' '                      DELIMITED BY SIZE            WEBSCARD
060600            WS-CHANGE-TEXT           DELIMITED BY '  '            WEBSCARD
060700       INTO BSE-REC-DETAIL.                                       WEBSCARD
060800     MOVE 0 TO WS-SECJ-TAG.                                       WEBSCARD
060900 8100-JOURNAL-TRY.                                                WEBSCARD
061000     MOVE WS-SECJ-TAG TO WS-TIMESTAMP (26:1).                     WEBSCARD
061100     MOVE WS-TIMESTAMP TO BSE-REC-TIMESTAMP.                      WEBSCARD
061200     WRITE BNKSECJ-REC                                            WEBSCARD
061300       INVALID KEY                                                WEBSCARD
061400         CONTINUE                                                 WEBSCARD
061500     END-WRITE.                                                   WEBSCARD
061600     IF WS-BNKSECJ-STATUS IS EQUAL TO '22' AND                    WEBSCARD
061700        WS-SECJ-TAG IS LESS THAN 9                                WEBSCARD
061800        ADD 1 TO WS-SECJ-TAG                                      WEBSCARD
061900        GO TO 8100-JOURNAL-TRY                                    WEBSCARD
062000     END-IF.                                                      WEBSCARD
062100 8000-EXIT.                                                       WEBSCARD
062200     EXIT.                                                        WEBSCARD
