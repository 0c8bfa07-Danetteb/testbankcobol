000100***************************************************************** WEBSSORD
000200*                                                               * WEBSSORD
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * WEBSSORD
000400*   This demonstration program is provided for use by users     * WEBSSORD
000500*   of Micro Focus products and may be used, modified and       * WEBSSORD
000600*   distributed as part of your application provided that       * WEBSSORD
000700*   you properly acknowledge the copyright of Micro Focus       * WEBSSORD
000800*   in this material.                                           * WEBSSORD
000900*                                                               * WEBSSORD
001000***************************************************************** WEBSSORD
001100                                                                  WEBSSORD
001200***************************************************************** WEBSSORD
001300* Program:     WEBSSORD.CBL                                     * WEBSSORD
001400* Function:    Web-callable standing order service, following   * WEBSSORD
001500*              the WEBSCALC pattern: a flat linkage in, a flat  * WEBSSORD
001600*              linkage back. The caller presents a WEBSLOGN     * WEBSSORD
001700*              session token and may list, add, change or       * WEBSSORD
001800*              cancel the three standing order slots DBANK10P   * WEBSSORD
001900*              keeps on an account they own, with the same      * WEBSSORD
002000*              edits the 3270 screen applies - day 01 thru 28,  * WEBSSORD
002100*              an amount, and a destination that passes its     * WEBSSORD
002200*              check digit and is an open account. Adding a     * WEBSSORD
002300*              standing order, raising its amount or sending it * WEBSSORD
002400*              to another account needs the customer's password * WEBSSORD
002500*              again, checked by the WEBSLOGN STEPUP function.  * WEBSSORD
002600*              Every change is written to the BNKTXN change log * WEBSSORD
002700*              for the maintenance audit viewer. Files open on  * WEBSSORD
002800*              first use and stay open for the life of the      * WEBSSORD
002900*              server process.                                  * WEBSSORD
003000***************************************************************** WEBSSORD
003100                                                                  WEBSSORD
003200 IDENTIFICATION DIVISION.                                         WEBSSORD
003300 PROGRAM-ID.                                                      WEBSSORD
003400     WEBSSORD.                                                    WEBSSORD
003500 DATE-WRITTEN.                                                    WEBSSORD
003600     September 2007.                                              WEBSSORD
003700 DATE-COMPILED.                                                   WEBSSORD
003800     Today.                                                       WEBSSORD
003900                                                                  WEBSSORD
004000 ENVIRONMENT DIVISION.                                            WEBSSORD
004100                                                                  WEBSSORD
004200 INPUT-OUTPUT   SECTION.                                          WEBSSORD
004300   FILE-CONTROL.                                                  WEBSSORD
004400     SELECT BNKWTOK-FILE                                          WEBSSORD
004500            ASSIGN       TO BNKWTOK                               WEBSSORD
004600            ORGANIZATION IS INDEXED                               WEBSSORD
004700            ACCESS MODE  IS RANDOM                                WEBSSORD
004800            RECORD KEY   IS WTK-REC-TOKEN                         WEBSSORD
004900            FILE STATUS  IS WS-BNKWTOK-STATUS.                    WEBSSORD
005000                                                                  WEBSSORD
005100     SELECT BNKCUST-FILE                                          WEBSSORD
005200            ASSIGN       TO BNKCUST                               WEBSSORD
005300            ORGANIZATION IS INDEXED                               WEBSSORD
005400            ACCESS MODE  IS RANDOM                                WEBSSORD
005500            RECORD KEY   IS BCS-REC-PID                           WEBSSORD
005600            FILE STATUS  IS WS-BNKCUST-STATUS.                    WEBSSORD
005700                                                                  WEBSSORD
005800     SELECT BNKACC-FILE                                           WEBSSORD
005900            ASSIGN       TO BNKACC                                WEBSSORD
006000            ORGANIZATION IS INDEXED                               WEBSSORD
006100            ACCESS MODE  IS RANDOM                                WEBSSORD
006200            RECORD KEY   IS BAC-REC-ACCNO                         WEBSSORD
006300            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          WEBSSORD
006400            FILE STATUS  IS WS-BNKACC-STATUS.                     WEBSSORD
006500                                                                  WEBSSORD
006600     SELECT BNKPARM-FILE                                          WEBSSORD
006700            ASSIGN       TO BNKPARM                               WEBSSORD
006800            ORGANIZATION IS INDEXED                               WEBSSORD
006900            ACCESS MODE  IS RANDOM                                WEBSSORD
007000            RECORD KEY   IS PRM-REC-KEY                           WEBSSORD
007100            FILE STATUS  IS WS-BNKPARM-STATUS.                    WEBSSORD
007200                                                                  WEBSSORD
007300     SELECT BNKTXN-FILE                                           WEBSSORD
007400            ASSIGN       TO BNKTXN                                WEBSSORD
007500            ORGANIZATION IS INDEXED                               WEBSSORD
007600            ACCESS MODE  IS RANDOM                                WEBSSORD
007700            RECORD KEY   IS BTX-REC-TIMESTAMP                     WEBSSORD
007800            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      WEBSSORD
007900            FILE STATUS  IS WS-BNKTXN-STATUS.                     WEBSSORD
008000                                                                  WEBSSORD
008100 DATA DIVISION.                                                   WEBSSORD
008200                                                                  WEBSSORD
008300 FILE SECTION.                                                    WEBSSORD
008400 FD  BNKWTOK-FILE.                                                WEBSSORD
008500 01  BNKWTOK-REC.                                                 WEBSSORD
008600 COPY CBANKVWT.                                                   WEBSSORD
008700                                                                  WEBSSORD
008800 FD  BNKCUST-FILE.                                                WEBSSORD
008900 01  BNKCUST-REC.                                                 WEBSSORD
009000 COPY CBANKVCS.                                                   WEBSSORD
009100                                                                  WEBSSORD
009200 FD  BNKACC-FILE.                                                 WEBSSORD
009300 01  BNKACC-REC.                                                  WEBSSORD
009400 COPY CBANKVAC.                                                   WEBSSORD
009500                                                                  WEBSSORD
009600 FD  BNKPARM-FILE.                                                WEBSSORD
009700 01  BNKPARM-REC.                                                 WEBSSORD
009800 COPY CBANKVPM.                                                   WEBSSORD
009900                                                                  WEBSSORD
010000 FD  BNKTXN-FILE.                                                 WEBSSORD
010100 01  BNKTXN-REC.                                                  WEBSSORD
010200 COPY CBANKVTX.                                                   WEBSSORD
010300                                                                  WEBSSORD
010400 WORKING-STORAGE SECTION.                                         WEBSSORD
010500 01  WS-TIMESTAMP-DATA.                                           WEBSSORD
010600 COPY CTSTAMPD.                                                   WEBSSORD
010700                                                                  WEBSSORD
010800 01  WS-MISC-STORAGE.                                             WEBSSORD
010900   05  WS-PROGRAM-ID                         PIC X(8)             WEBSSORD
011000       VALUE 'WEBSSORD'.                                          WEBSSORD
011100                                                                  WEBSSORD
011200   05  WS-BNKWTOK-STATUS.                                         WEBSSORD
011300     10  WS-BNKWTOK-STAT1                    PIC X(1).            WEBSSORD
011400     10  WS-BNKWTOK-STAT2                    PIC X(1).            WEBSSORD
011500   05  WS-BNKCUST-STATUS.                                         WEBSSORD
011600     10  WS-BNKCUST-STAT1                    PIC X(1).            WEBSSORD
011700     10  WS-BNKCUST-STAT2                    PIC X(1).            WEBSSORD
011800   05  WS-BNKACC-STATUS.                                          WEBSSORD
011900     10  WS-BNKACC-STAT1                     PIC X(1).            WEBSSORD
012000     10  WS-BNKACC-STAT2                     PIC X(1).            WEBSSORD
012100   05  WS-BNKPARM-STATUS.                                         WEBSSORD
012200     10  WS-BNKPARM-STAT1                    PIC X(1).            WEBSSORD
012300     10  WS-BNKPARM-STAT2                    PIC X(1).            WEBSSORD
012400   05  WS-BNKTXN-STATUS.                                          WEBSSORD
012500     10  WS-BNKTXN-STAT1                     PIC X(1).            WEBSSORD
012600     10  WS-BNKTXN-STAT2                     PIC X(1).            WEBSSORD
012700                                                                  WEBSSORD
012800   05  WS-FILES-OPEN-FLAG                    PIC X(1)             WEBSSORD
012900       VALUE 'N'.                                                 WEBSSORD
013000     88  WS-FILES-ARE-OPEN                   VALUE 'Y'.           WEBSSORD
013100     88  WS-FILES-NOT-OPEN                   VALUE 'N'.           WEBSSORD
013200                                                                  WEBSSORD
013300*  token life mirrors the issuing service's view of a session     WEBSSORD
013400   05  WS-TOKEN-LIFE-MINUTES                 PIC S9(3)            WEBSSORD
013500                                             COMP-3 VALUE 30.     WEBSSORD
013600   05  WS-THEN-HH                            PIC 9(2).            WEBSSORD
013700   05  WS-THEN-MI                            PIC 9(2).            WEBSSORD
013800   05  WS-IDLE-GONE                          PIC S9(5)            WEBSSORD
013900                                             COMP-3.              WEBSSORD
014000                                                                  WEBSSORD
014100   05  WS-TODAY-DATE                         PIC X(8).            WEBSSORD
014200   05  WS-SLOT-SUB                           PIC S9(4) COMP.      WEBSSORD
014300   05  WS-SUB1                               PIC S9(4) COMP.      WEBSSORD
014400   05  WS-NEW-DAY                            PIC 9(2).            WEBSSORD
014500   05  WS-NEW-AMOUNT                         PIC S9(7)V99         WEBSSORD
014600                                             COMP-3.              WEBSSORD
014700   05  WS-NEW-DEST-ACCNO                     PIC X(9).            WEBSSORD
014800   05  WS-NEW-DEST-PID                       PIC X(5).            WEBSSORD
014900   05  WS-STEP-UP-FLAG                       PIC X(1).            WEBSSORD
015000     88  WS-STEP-UP-NEEDED                   VALUE 'Y'.           WEBSSORD
015100     88  WS-STEP-UP-NOT-NEEDED               VALUE 'N'.           WEBSSORD
015200   05  WS-TXN-TAG                            PIC 9(1).            WEBSSORD
015300                                                                  WEBSSORD
015400*  the slot being worked on, lifted out of the account record,    WEBSSORD
015500*  and the same slot as it stood before the change                WEBSSORD
015600 01  WS-SLOT-DATA.                                                WEBSSORD
015700   05  WS-SLOT-DAY                           PIC 9(2).            WEBSSORD
015800   05  WS-SLOT-AMOUNT                        PIC S9(7)V99         WEBSSORD
015900                                             COMP-3.              WEBSSORD
016000   05  WS-SLOT-PID                           PIC X(5).            WEBSSORD
016100   05  WS-SLOT-ACCNO                         PIC X(9).            WEBSSORD
016200   05  WS-SLOT-LAST-PAY                      PIC X(8).            WEBSSORD
016300                                                                  WEBSSORD
016400 01  WS-OLD-SLOT-DATA.                                            WEBSSORD
016500   05  WS-OLD-SLOT-DAY                       PIC 9(2).            WEBSSORD
016600   05  WS-OLD-SLOT-AMOUNT                    PIC S9(7)V99         WEBSSORD
016700                                             COMP-3.              WEBSSORD
016800   05  WS-OLD-SLOT-PID                       PIC X(5).            WEBSSORD
016900   05  WS-OLD-SLOT-ACCNO                     PIC X(9).            WEBSSORD
017000   05  WS-OLD-SLOT-LAST-PAY                  PIC X(8).            WEBSSORD
017100                                                                  WEBSSORD
017200 01  WS-CHK-DATA.                                                 WEBSSORD
017300 COPY CCHKD.                                                      WEBSSORD
017400                                                                  WEBSSORD
017500 01  WS-TWOS-COMP.                                                WEBSSORD
017600   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      WEBSSORD
017700   05  WS-TWOS-COMP-INPUT                    PIC X(256).          WEBSSORD
017800   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          WEBSSORD
017900                                                                  WEBSSORD
018000 COPY CBANKTXD.                                                   WEBSSORD
018100                                                                  WEBSSORD
018200*  the WEBSLOGN linkage, for the step-up password check           WEBSSORD
018300 01  WS-LOGN-LINKAGE.                                             WEBSSORD
018400   05  WS-LOGN-INPUT.                                             WEBSSORD
018500     10  WS-LOGN-FUNCTION                    PIC X(1).            WEBSSORD
018600       88  WS-LOGN-FUNC-STEPUP               VALUE 'V'.           WEBSSORD
018700     10  WS-LOGN-PID                         PIC X(5).            WEBSSORD
018800     10  WS-LOGN-PSWD                        PIC X(5).            WEBSSORD
018900     10  WS-LOGN-KILL-TOKEN                  PIC X(16).           WEBSSORD
019000   05  WS-LOGN-OUTPUT.                                            WEBSSORD
019100     10  WS-LOGN-STATUS                      PIC X(1).            WEBSSORD
019200       88  WS-LOGN-OK                        VALUE '0'.           WEBSSORD
019300       88  WS-LOGN-LOCKED                    VALUE '3'.           WEBSSORD
019400     10  WS-LOGN-TOKEN                       PIC X(16).           WEBSSORD
019500                                                                  WEBSSORD
019600 LINKAGE SECTION.                                                 WEBSSORD
019700 01  L-LINKAGE.                                                   WEBSSORD
019800   05  L-INPUT.                                                   WEBSSORD
019900     10  L-PID                               PIC X(5).            WEBSSORD
020000     10  L-TOKEN                             PIC X(16).           WEBSSORD
020100     10  L-FUNC                              PIC X(1).            WEBSSORD
020200       88  L-FUNC-LIST                       VALUE 'L'.           WEBSSORD
020300       88  L-FUNC-ADD                        VALUE 'A'.           WEBSSORD
020400       88  L-FUNC-CHANGE                     VALUE 'C'.           WEBSSORD
020500       88  L-FUNC-CANCEL                     VALUE 'X'.           WEBSSORD
020600     10  L-ACCNO                             PIC X(9).            WEBSSORD
020700     10  L-SLOT                              PIC 9(1).            WEBSSORD
020800     10  L-DAY                               PIC 9(2).            WEBSSORD
020900     10  L-AMOUNT                            PIC 9(7)V99.         WEBSSORD
021000     10  L-DEST-ACC                          PIC X(9).            WEBSSORD
021100     10  L-PSWD                              PIC X(5).            WEBSSORD
021200   05  L-OUTPUT.                                                  WEBSSORD
021300     10  L-STATUS                            PIC X(1).            WEBSSORD
021400       88  L-STATUS-OK                       VALUE '0'.           WEBSSORD
021500       88  L-STATUS-BAD-TOKEN                VALUE '1'.           WEBSSORD
021600       88  L-STATUS-NO-FILES                 VALUE '2'.           WEBSSORD
021700       88  L-STATUS-REFUSED                  VALUE '3'.           WEBSSORD
021800       88  L-STATUS-STEP-UP                  VALUE '4'.           WEBSSORD
021900     10  L-MSG                               PIC X(40).           WEBSSORD
022000     10  L-SO-COUNT                          PIC 9(1).            WEBSSORD
022100     10  L-SO-ENTRY OCCURS 3 TIMES.                               WEBSSORD
022200       15  L-SO-SLOT                         PIC 9(1).            WEBSSORD
022300       15  L-SO-DAY                          PIC 9(2).            WEBSSORD
022400       15  L-SO-AMOUNT                       PIC S9(7)V99.        WEBSSORD
022500       15  L-SO-DEST-PID                     PIC X(5).            WEBSSORD
022600       15  L-SO-DEST-ACC                     PIC X(9).            WEBSSORD
022700       15  L-SO-LAST-PAY                     PIC X(8).            WEBSSORD
022800                                                                  WEBSSORD
022900 PROCEDURE DIVISION USING L-LINKAGE.                              WEBSSORD
023000 0000-MAINLINE.                                                   WEBSSORD
023100     SET L-STATUS-BAD-TOKEN TO TRUE.                              WEBSSORD
023200     MOVE SPACES TO L-MSG.                                        WEBSSORD
023300     MOVE 0 TO L-SO-COUNT.                                        WEBSSORD
023400     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.                      WEBSSORD
023500     IF WS-FILES-NOT-OPEN                                         WEBSSORD
023600        SET L-STATUS-NO-FILES TO TRUE                             WEBSSORD
023700        GOBACK                                                    WEBSSORD
023800     END-IF.                                                      WEBSSORD
023900 COPY CTSTAMPP.                                                   WEBSSORD
024000     MOVE WS-TIMESTAMP(1:4) TO WS-TODAY-DATE(1:4).                WEBSSORD
024100     MOVE WS-TIMESTAMP(6:2) TO WS-TODAY-DATE(5:2).                WEBSSORD
024200     MOVE WS-TIMESTAMP(9:2) TO WS-TODAY-DATE(7:2).                WEBSSORD
024300     MOVE 'BUSDATE ' TO PRM-REC-KEY.                              WEBSSORD
024400     READ BNKPARM-FILE                                            WEBSSORD
024500       INVALID KEY                                                WEBSSORD
024600         CONTINUE                                                 WEBSSORD
024700     END-READ.                                                    WEBSSORD
024800     IF WS-BNKPARM-STATUS IS EQUAL TO '00' AND                    WEBSSORD
024900        PRM-REC-TEXT (1:8) IS NUMERIC                             WEBSSORD
025000        MOVE PRM-REC-TEXT (1:8) TO WS-TODAY-DATE                  WEBSSORD
025100     END-IF.                                                      WEBSSORD
025200     PERFORM 2000-CHECK-TOKEN THRU 2000-EXIT.                     WEBSSORD
025300     IF NOT L-STATUS-OK                                           WEBSSORD
025400        MOVE 'Session token not accepted' TO L-MSG                WEBSSORD
025500        GOBACK                                                    WEBSSORD
025600     END-IF.                                                      WEBSSORD
025700     SET L-STATUS-REFUSED TO TRUE.                                WEBSSORD
025800     PERFORM 3000-CHECK-ACCOUNT THRU 3000-EXIT.                   WEBSSORD
025900     IF L-MSG IS NOT EQUAL TO SPACES                              WEBSSORD
026000        GOBACK                                                    WEBSSORD
026100     END-IF.                                                      WEBSSORD
026200     IF L-FUNC-LIST                                               WEBSSORD
026300        PERFORM 4000-LIST-SLOTS THRU 4000-EXIT                    WEBSSORD
026400        SET L-STATUS-OK TO TRUE                                   WEBSSORD
026500        GOBACK                                                    WEBSSORD
026600     END-IF.                                                      WEBSSORD
026700*    a minor's account works at the counter only, as for          WEBSSORD
026800*    web transfers                                                WEBSSORD
026900     MOVE L-PID TO BCS-REC-PID.                                   WEBSSORD
027000     READ BNKCUST-FILE                                            WEBSSORD
027100       INVALID KEY                                                WEBSSORD
027200         CONTINUE                                                 WEBSSORD
027300     END-READ.                                                    WEBSSORD
027400     IF WS-BNKCUST-STATUS IS EQUAL TO '00' AND                    WEBSSORD
027500        BCS-REC-IS-MINOR                                          WEBSSORD
027600        MOVE 'Account holder is a minor' TO L-MSG                 WEBSSORD
027700        GOBACK                                                    WEBSSORD
027800     END-IF.                                                      WEBSSORD
027900     IF L-FUNC-ADD                                                WEBSSORD
028000        PERFORM 5000-ADD-SLOT THRU 5000-EXIT                      WEBSSORD
028100     ELSE                                                         WEBSSORD
028200        IF L-FUNC-CHANGE                                          WEBSSORD
028300           PERFORM 5100-CHANGE-SLOT THRU 5100-EXIT                WEBSSORD
028400        ELSE                                                      WEBSSORD
028500           IF L-FUNC-CANCEL                                       WEBSSORD
028600              PERFORM 5200-CANCEL-SLOT THRU 5200-EXIT             WEBSSORD
028700           ELSE                                                   WEBSSORD
028800              MOVE 'Unknown standing order function' TO L-MSG     WEBSSORD
028900           END-IF                                                 WEBSSORD
029000        END-IF                                                    WEBSSORD
029100     END-IF.                                                      WEBSSORD
029200     IF L-MSG IS NOT EQUAL TO SPACES                              WEBSSORD
029300        GOBACK                                                    WEBSSORD
029400     END-IF.                                                      WEBSSORD
029500*    hand back the slots as they now stand                        WEBSSORD
029600     PERFORM 4000-LIST-SLOTS THRU 4000-EXIT.                      WEBSSORD
029700     SET L-STATUS-OK TO TRUE.                                     WEBSSORD
029800     GOBACK.                                                      WEBSSORD
029900                                                                  WEBSSORD
030000***************************************************************** WEBSSORD
030100* Open the files on first use                                   * WEBSSORD
030200***************************************************************** WEBSSORD
030300 1000-OPEN-FILES.                                                 WEBSSORD
030400     IF WS-FILES-ARE-OPEN                                         WEBSSORD
030500        GO TO 1000-EXIT                                           WEBSSORD
030600     END-IF.                                                      WEBSSORD
030700     OPEN I-O BNKWTOK-FILE.                                       WEBSSORD
030800     IF WS-BNKWTOK-STATUS IS NOT EQUAL TO '00'                    WEBSSORD
030900        GO TO 1000-EXIT                                           WEBSSORD
031000     END-IF.                                                      WEBSSORD
031100     OPEN INPUT BNKCUST-FILE.                                     WEBSSORD
031200     OPEN I-O BNKACC-FILE.                                        WEBSSORD
031300     OPEN INPUT BNKPARM-FILE.                                     WEBSSORD
031400     OPEN I-O BNKTXN-FILE.                                        WEBSSORD
031500     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00' OR                 WEBSSORD
031600        WS-BNKACC-STATUS IS NOT EQUAL TO '00' OR                  WEBSSORD
031700        WS-BNKPARM-STATUS IS NOT EQUAL TO '00' OR                 WEBSSORD
031800        WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     WEBSSORD
031900        GO TO 1000-EXIT                                           WEBSSORD
032000     END-IF.                                                      WEBSSORD
032100     SET WS-FILES-ARE-OPEN TO TRUE.                               WEBSSORD
032200 1000-EXIT.                                                       WEBSSORD
032300     EXIT.                                                        WEBSSORD
032400                                                                  WEBSSORD
032500***************************************************************** WEBSSORD
032600* The session token must be live, the caller's, and within      * WEBSSORD
032700* its life - exactly the WEBSBALS test                          * WEBSSORD
032800***************************************************************** WEBSSORD
032900 2000-CHECK-TOKEN.                                                WEBSSORD
033000     MOVE L-TOKEN TO WTK-REC-TOKEN.                               WEBSSORD
033100     READ BNKWTOK-FILE                                            WEBSSORD
033200       INVALID KEY                                                WEBSSORD
033300         GO TO 2000-EXIT                                          WEBSSORD
033400     END-READ.                                                    WEBSSORD
033500     IF NOT WTK-REC-IS-ACTIVE                                     WEBSSORD
033600        GO TO 2000-EXIT                                           WEBSSORD
033700     END-IF.                                                      WEBSSORD
033800     IF WTK-REC-PID IS NOT EQUAL TO L-PID                         WEBSSORD
033900        GO TO 2000-EXIT                                           WEBSSORD
034000     END-IF.                                                      WEBSSORD
034100     IF WTK-REC-LAST-USED-TS (1:10) IS NOT EQUAL TO               WEBSSORD
034200        WS-TIMESTAMP (1:10)                                       WEBSSORD
034300        GO TO 2100-TOKEN-DEAD                                     WEBSSORD
034400     END-IF.                                                      WEBSSORD
034500     MOVE WTK-REC-LAST-USED-TS (12:2) TO WS-THEN-HH.              WEBSSORD
034600     MOVE WTK-REC-LAST-USED-TS (15:2) TO WS-THEN-MI.              WEBSSORD
034700     COMPUTE WS-IDLE-GONE =                                       WEBSSORD
034800         ((WS-TS-CT-HH * 60) + WS-TS-CT-MI) -                     WEBSSORD
034900         ((WS-THEN-HH * 60) + WS-THEN-MI).                        WEBSSORD
035000     IF WS-IDLE-GONE IS GREATER THAN WS-TOKEN-LIFE-MINUTES        WEBSSORD
035100        GO TO 2100-TOKEN-DEAD                                     WEBSSORD
035200     END-IF.                                                      WEBSSORD
035300     MOVE WS-TIMESTAMP TO WTK-REC-LAST-USED-TS.                   WEBSSORD
035400     REWRITE BNKWTOK-REC                                          WEBSSORD
035500       INVALID KEY                                                WEBSSORD
035600         CONTINUE                                                 WEBSSORD
035700     END-REWRITE.                                                 WEBSSORD
035800     SET L-STATUS-OK TO TRUE.                                     WEBSSORD
035900     GO TO 2000-EXIT.                                             WEBSSORD
036000 2100-TOKEN-DEAD.                                                 WEBSSORD
036100     SET WTK-REC-IS-ENDED TO TRUE.                                WEBSSORD
036200     REWRITE BNKWTOK-REC                                          WEBSSORD
036300       INVALID KEY                                                WEBSSORD
036400         CONTINUE                                                 WEBSSORD
036500     END-REWRITE.                                                 WEBSSORD
036600 2000-EXIT.                                                       WEBSSORD
036700     EXIT.                                                        WEBSSORD
036800                                                                  WEBSSORD
036900***************************************************************** WEBSSORD
037000* The account must be the caller's own, and open to be changed  * WEBSSORD
037100***************************************************************** WEBSSORD
037200 3000-CHECK-ACCOUNT.                                              WEBSSORD
037300     MOVE L-ACCNO TO BAC-REC-ACCNO.                               WEBSSORD
037400     READ BNKACC-FILE                                             WEBSSORD
037500       INVALID KEY                                                WEBSSORD
037600         MOVE 'Account not found' TO L-MSG                        WEBSSORD
037700         GO TO 3000-EXIT                                          WEBSSORD
037800     END-READ.                                                    WEBSSORD
037900     IF L-PID IS NOT EQUAL TO BAC-REC-PID AND                     WEBSSORD
038000        L-PID IS NOT EQUAL TO BAC-REC-JOINT-PID                   WEBSSORD
038100        MOVE 'Account is not yours' TO L-MSG                      WEBSSORD
038200        GO TO 3000-EXIT                                           WEBSSORD
038300     END-IF.                                                      WEBSSORD
038400     IF NOT L-FUNC-LIST AND                                       WEBSSORD
038500        BAC-REC-ACC-IS-CLOSED                                     WEBSSORD
038600        MOVE 'Account is closed' TO L-MSG                         WEBSSORD
038700     END-IF.                                                      WEBSSORD
038800 3000-EXIT.                                                       WEBSSORD
038900     EXIT.                                                        WEBSSORD
039000                                                                  WEBSSORD
039100***************************************************************** WEBSSORD
039200* Return the slots in use on the account                        * WEBSSORD
039300***************************************************************** WEBSSORD
039400 4000-LIST-SLOTS.                                                 WEBSSORD
039500     MOVE 0 TO L-SO-COUNT.                                        WEBSSORD
039600     PERFORM 4100-LIST-ONE-SLOT THRU 4100-EXIT                    WEBSSORD
039700       VARYING WS-SLOT-SUB FROM 1 BY 1                            WEBSSORD
039800         UNTIL WS-SLOT-SUB IS GREATER THAN 3.                     WEBSSORD
039900 4000-EXIT.                                                       WEBSSORD
040000     EXIT.                                                        WEBSSORD
040100                                                                  WEBSSORD
040200 4100-LIST-ONE-SLOT.                                              WEBSSORD
040300     PERFORM 6000-GET-SLOT THRU 6000-EXIT.                        WEBSSORD
040400     IF WS-SLOT-DAY IS EQUAL TO ZERO                              WEBSSORD
040500        GO TO 4100-EXIT                                           WEBSSORD
040600     END-IF.                                                      WEBSSORD
040700     ADD 1 TO L-SO-COUNT.                                         WEBSSORD
040800     MOVE L-SO-COUNT TO WS-SUB1.                                  WEBSSORD
040900     MOVE WS-SLOT-SUB TO L-SO-SLOT (WS-SUB1).                     WEBSSORD
041000     MOVE WS-SLOT-DAY TO L-SO-DAY (WS-SUB1).                      WEBSSORD
041100     MOVE WS-SLOT-AMOUNT TO L-SO-AMOUNT (WS-SUB1).                WEBSSORD
041200     MOVE WS-SLOT-PID TO L-SO-DEST-PID (WS-SUB1).                 WEBSSORD
041300     MOVE WS-SLOT-ACCNO TO L-SO-DEST-ACC (WS-SUB1).               WEBSSORD
041400     MOVE WS-SLOT-LAST-PAY TO L-SO-LAST-PAY (WS-SUB1).            WEBSSORD
041500 4100-EXIT.                                                       WEBSSORD
041600     EXIT.                                                        WEBSSORD
041700                                                                  WEBSSORD
041800***************************************************************** WEBSSORD
041900* Add a standing order in the first free slot - always behind   * WEBSSORD
042000* the step-up password check                                    * WEBSSORD
042100***************************************************************** WEBSSORD
042200 5000-ADD-SLOT.                                                   WEBSSORD
042300     MOVE 1 TO WS-SLOT-SUB.                                       WEBSSORD
042400 5010-FIND-FREE-SLOT.                                             WEBSSORD
042500     PERFORM 6000-GET-SLOT THRU 6000-EXIT.                        WEBSSORD
042600     IF WS-SLOT-DAY IS EQUAL TO ZERO                              WEBSSORD
042700        GO TO 5020-FREE-SLOT-FOUND                                WEBSSORD
042800     END-IF.                                                      WEBSSORD
042900     ADD 1 TO WS-SLOT-SUB.                                        WEBSSORD
043000     IF WS-SLOT-SUB IS GREATER THAN 3                             WEBSSORD
043100        MOVE 'All three standing order slots in use'              WEBSSORD
043200          TO L-MSG                                                WEBSSORD
043300        GO TO 5000-EXIT                                           WEBSSORD
043400     END-IF.                                                      WEBSSORD
043500     GO TO 5010-FIND-FREE-SLOT.                                   WEBSSORD
043600 5020-FREE-SLOT-FOUND.                                            WEBSSORD
043700     MOVE WS-SLOT-DATA TO WS-OLD-SLOT-DATA.                       WEBSSORD
043800     MOVE L-DAY TO WS-NEW-DAY.                                    WEBSSORD
043900     MOVE L-AMOUNT TO WS-NEW-AMOUNT.                              WEBSSORD
044000     MOVE L-DEST-ACC TO WS-NEW-DEST-ACCNO.                        WEBSSORD
044100     PERFORM 5500-CHECK-DETAILS THRU 5500-EXIT.                   WEBSSORD
044200     IF L-MSG IS NOT EQUAL TO SPACES                              WEBSSORD
044300        GO TO 5000-EXIT                                           WEBSSORD
044400     END-IF.                                                      WEBSSORD
044500     PERFORM 7000-STEP-UP THRU 7000-EXIT.                         WEBSSORD
044600     IF L-MSG IS NOT EQUAL TO SPACES                              WEBSSORD
044700        GO TO 5000-EXIT                                           WEBSSORD
044800     END-IF.                                                      WEBSSORD
044900     PERFORM 5600-REREAD-ACCOUNT THRU 5600-EXIT.                  WEBSSORD
045000     IF L-MSG IS NOT EQUAL TO SPACES                              WEBSSORD
045100        GO TO 5000-EXIT                                           WEBSSORD
045200     END-IF.                                                      WEBSSORD
045300     MOVE WS-NEW-DAY TO WS-SLOT-DAY.                              WEBSSORD
045400     MOVE WS-NEW-AMOUNT TO WS-SLOT-AMOUNT.                        WEBSSORD
045500     MOVE WS-NEW-DEST-PID TO WS-SLOT-PID.                         WEBSSORD
045600     MOVE WS-NEW-DEST-ACCNO TO WS-SLOT-ACCNO.                     WEBSSORD
045700     MOVE SPACES TO WS-SLOT-LAST-PAY.                             WEBSSORD
045800     PERFORM 5700-STORE-SLOT THRU 5700-EXIT.                      WEBSSORD
045900 5000-EXIT.                                                       WEBSSORD
046000     EXIT.                                                        WEBSSORD
046100                                                                  WEBSSORD
046200***************************************************************** WEBSSORD
046300* Change a slot's day, amount or destination - a zero or blank  * WEBSSORD
046400* field keeps what is there. A higher amount or a different     * WEBSSORD
046500* destination needs the step-up password check.                 * WEBSSORD
046600***************************************************************** WEBSSORD
046700 5100-CHANGE-SLOT.                                                WEBSSORD
046800     PERFORM 5800-CHECK-SLOT-NO THRU 5800-EXIT.                   WEBSSORD
046900     IF L-MSG IS NOT EQUAL TO SPACES                              WEBSSORD
047000        GO TO 5100-EXIT                                           WEBSSORD
047100     END-IF.                                                      WEBSSORD
047200     MOVE WS-SLOT-DATA TO WS-OLD-SLOT-DATA.                       WEBSSORD
047300     MOVE WS-SLOT-DAY TO WS-NEW-DAY.                              WEBSSORD
047400     MOVE WS-SLOT-AMOUNT TO WS-NEW-AMOUNT.                        WEBSSORD
047500     MOVE WS-SLOT-ACCNO TO WS-NEW-DEST-ACCNO.                     WEBSSORD
047600     IF L-DAY IS NOT EQUAL TO ZERO                                WEBSSORD
047700        MOVE L-DAY TO WS-NEW-DAY                                  WEBSSORD
047800     END-IF.                                                      WEBSSORD
047900     IF L-AMOUNT IS GREATER THAN ZERO                             WEBSSORD
048000        MOVE L-AMOUNT TO WS-NEW-AMOUNT                            WEBSSORD
048100     END-IF.                                                      WEBSSORD
048200     IF L-DEST-ACC IS NOT EQUAL TO SPACES                         WEBSSORD
048300        MOVE L-DEST-ACC TO WS-NEW-DEST-ACCNO                      WEBSSORD
048400     END-IF.                                                      WEBSSORD
048500     IF WS-NEW-DAY IS EQUAL TO WS-OLD-SLOT-DAY AND                WEBSSORD
048600        WS-NEW-AMOUNT IS EQUAL TO WS-OLD-SLOT-AMOUNT AND          WEBSSORD
048700        WS-NEW-DEST-ACCNO IS EQUAL TO WS-OLD-SLOT-ACCNO           WEBSSORD
048800        MOVE 'No change to the standing order' TO L-MSG           WEBSSORD
048900        GO TO 5100-EXIT                                           WEBSSORD
049000     END-IF.                                                      WEBSSORD
049100     PERFORM 5500-CHECK-DETAILS THRU 5500-EXIT.                   WEBSSORD
049200     IF L-MSG IS NOT EQUAL TO SPACES                              WEBSSORD
049300        GO TO 5100-EXIT                                           WEBSSORD
049400     END-IF.                                                      WEBSSORD
049500     IF WS-NEW-AMOUNT IS GREATER THAN WS-OLD-SLOT-AMOUNT OR       WEBSSORD
049600        WS-NEW-DEST-ACCNO IS NOT EQUAL TO WS-OLD-SLOT-ACCNO       WEBSSORD
049700        PERFORM 7000-STEP-UP THRU 7000-EXIT                       WEBSSORD
049800        IF L-MSG IS NOT EQUAL TO SPACES                           WEBSSORD
049900           GO TO 5100-EXIT                                        WEBSSORD
050000        END-IF                                                    WEBSSORD
050100     END-IF.                                                      WEBSSORD
050200     PERFORM 5600-REREAD-ACCOUNT THRU 5600-EXIT.                  WEBSSORD
050300     IF L-MSG IS NOT EQUAL TO SPACES                              WEBSSORD
050400        GO TO 5100-EXIT                                           WEBSSORD
050500     END-IF.                                                      WEBSSORD
050600     MOVE WS-NEW-DAY TO WS-SLOT-DAY.                              WEBSSORD
050700     MOVE WS-NEW-AMOUNT TO WS-SLOT-AMOUNT.                        WEBSSORD
050800     MOVE WS-NEW-DEST-PID TO WS-SLOT-PID.                         WEBSSORD
050900     MOVE WS-NEW-DEST-ACCNO TO WS-SLOT-ACCNO.                     WEBSSORD
051000     PERFORM 5700-STORE-SLOT THRU 5700-EXIT.                      WEBSSORD
051100 5100-EXIT.                                                       WEBSSORD
051200     EXIT.                                                        WEBSSORD
051300                                                                  WEBSSORD
051400***************************************************************** WEBSSORD
051500* Cancel a slot - cleared the way DBANK10P clears a day of 00   * WEBSSORD
051600***************************************************************** WEBSSORD
051700 5200-CANCEL-SLOT.                                                WEBSSORD
051800     PERFORM 5800-CHECK-SLOT-NO THRU 5800-EXIT.                   WEBSSORD
051900     IF L-MSG IS NOT EQUAL TO SPACES                              WEBSSORD
052000        GO TO 5200-EXIT                                           WEBSSORD
052100     END-IF.                                                      WEBSSORD
052200     MOVE WS-SLOT-DATA TO WS-OLD-SLOT-DATA.                       WEBSSORD
052300     MOVE ZERO TO WS-SLOT-DAY.                                    WEBSSORD
052400     MOVE ZERO TO WS-SLOT-AMOUNT.                                 WEBSSORD
052500     MOVE SPACES TO WS-SLOT-PID.                                  WEBSSORD
052600     MOVE SPACES TO WS-SLOT-ACCNO.                                WEBSSORD
052700     MOVE SPACES TO WS-SLOT-LAST-PAY.                             WEBSSORD
052800     PERFORM 5700-STORE-SLOT THRU 5700-EXIT.                      WEBSSORD
052900 5200-EXIT.                                                       WEBSSORD
053000     EXIT.                                                        WEBSSORD
053100                                                                  WEBSSORD
053200***************************************************************** WEBSSORD
053300* The edits the standing order screen applies, plus a           * WEBSSORD
053400* destination that exists and is open; its owner becomes the    * WEBSSORD
053500* slot's payee PID                                              * WEBSSORD
053600***************************************************************** WEBSSORD
053700 5500-CHECK-DETAILS.                                              WEBSSORD
053800     IF WS-NEW-DAY IS LESS THAN 1 OR                              WEBSSORD
053900        WS-NEW-DAY IS GREATER THAN 28                             WEBSSORD
054000        MOVE 'Standing order day must be 01 thru 28' TO L-MSG     WEBSSORD
054100        GO TO 5500-EXIT                                           WEBSSORD
054200     END-IF.                                                      WEBSSORD
054300     IF WS-NEW-AMOUNT IS NOT GREATER THAN ZERO                    WEBSSORD
054400        MOVE 'Amount must be greater than zero' TO L-MSG          WEBSSORD
054500        GO TO 5500-EXIT                                           WEBSSORD
054600     END-IF.                                                      WEBSSORD
054700     IF WS-NEW-DEST-ACCNO IS EQUAL TO SPACES                      WEBSSORD
054800        MOVE 'Destination account required' TO L-MSG              WEBSSORD
054900        GO TO 5500-EXIT                                           WEBSSORD
055000     END-IF.                                                      WEBSSORD
055100     IF WS-NEW-DEST-ACCNO IS EQUAL TO L-ACCNO                     WEBSSORD
055200        MOVE 'Destination is the paying account' TO L-MSG         WEBSSORD
055300        GO TO 5500-EXIT                                           WEBSSORD
055400     END-IF.                                                      WEBSSORD
055500     MOVE SPACES TO WS-CHK-DATA.                                  WEBSSORD
055600     SET CHK-FUNC-VALIDATE TO TRUE.                               WEBSSORD
055700     MOVE WS-NEW-DEST-ACCNO TO CHK-ACCNO.                         WEBSSORD
055800     CALL 'UACCCHK' USING WS-CHK-DATA.                            WEBSSORD
055900     IF CHK-BAD                                                   WEBSSORD
056000        MOVE 'Destination fails its check digit' TO L-MSG         WEBSSORD
056100        GO TO 5500-EXIT                                           WEBSSORD
056200     END-IF.                                                      WEBSSORD
056300     MOVE WS-NEW-DEST-ACCNO TO BAC-REC-ACCNO.                     WEBSSORD
056400     READ BNKACC-FILE                                             WEBSSORD
056500       INVALID KEY                                                WEBSSORD
056600         MOVE 'Destination account not found' TO L-MSG            WEBSSORD
056700         GO TO 5500-EXIT                                          WEBSSORD
056800     END-READ.                                                    WEBSSORD
056900     IF BAC-REC-ACC-IS-CLOSED                                     WEBSSORD
057000        MOVE 'Destination account is closed' TO L-MSG             WEBSSORD
057100        GO TO 5500-EXIT                                           WEBSSORD
057200     END-IF.                                                      WEBSSORD
057300     MOVE BAC-REC-PID TO WS-NEW-DEST-PID.                         WEBSSORD
057400 5500-EXIT.                                                       WEBSSORD
057500     EXIT.                                                        WEBSSORD
057600                                                                  WEBSSORD
057700***************************************************************** WEBSSORD
057800* The destination check read another account - bring the        * WEBSSORD
057900* caller's back before its slot is replaced                     * WEBSSORD
058000***************************************************************** WEBSSORD
058100 5600-REREAD-ACCOUNT.                                             WEBSSORD
058200     MOVE L-ACCNO TO BAC-REC-ACCNO.                               WEBSSORD
058300     READ BNKACC-FILE                                             WEBSSORD
058400       INVALID KEY                                                WEBSSORD
058500         MOVE 'Account not found' TO L-MSG                        WEBSSORD
058600     END-READ.                                                    WEBSSORD
058700 5600-EXIT.                                                       WEBSSORD
058800     EXIT.                                                        WEBSSORD
058900                                                                  WEBSSORD
059000***************************************************************** WEBSSORD
059100* Put the slot back on the account and log the change. A change * WEBSSORD
059200* that cannot be logged is undone - the log must be complete.   * WEBSSORD
059300***************************************************************** WEBSSORD
059400 5700-STORE-SLOT.                                                 WEBSSORD
059500     PERFORM 6100-PUT-SLOT THRU 6100-EXIT.                        WEBSSORD
059600     REWRITE BNKACC-REC                                           WEBSSORD
059700       INVALID KEY                                                WEBSSORD
059800         MOVE 'Unable to update standing order' TO L-MSG          WEBSSORD
059900         GO TO 5700-EXIT                                          WEBSSORD
060000     END-REWRITE.                                                 WEBSSORD
060100     PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT.                WEBSSORD
060200     IF WS-BNKTXN-STATUS IS EQUAL TO '00'                         WEBSSORD
060300        GO TO 5700-EXIT                                           WEBSSORD
060400     END-IF.                                                      WEBSSORD
060500     MOVE WS-OLD-SLOT-DATA TO WS-SLOT-DATA.                       WEBSSORD
060600     PERFORM 6100-PUT-SLOT THRU 6100-EXIT.                        WEBSSORD
060700     REWRITE BNKACC-REC                                           WEBSSORD
060800       INVALID KEY                                                WEBSSORD
060900         CONTINUE                                                 WEBSSORD
061000     END-REWRITE.                                                 WEBSSORD
061100     MOVE 'Unable to record the change' TO L-MSG.                 WEBSSORD
061200 5700-EXIT.                                                       WEBSSORD
061300     EXIT.                                                        WEBSSORD
061400                                                                  WEBSSORD
061500 5800-CHECK-SLOT-NO.                                              WEBSSORD
061600     IF L-SLOT IS LESS THAN 1 OR                                  WEBSSORD
061700        L-SLOT IS GREATER THAN 3                                  WEBSSORD
061800        MOVE 'Standing order slot must be 1 thru 3' TO L-MSG      WEBSSORD
061900        GO TO 5800-EXIT                                           WEBSSORD
062000     END-IF.                                                      WEBSSORD
062100     MOVE L-SLOT TO WS-SLOT-SUB.                                  WEBSSORD
062200     PERFORM 6000-GET-SLOT THRU 6000-EXIT.                        WEBSSORD
062300     IF WS-SLOT-DAY IS EQUAL TO ZERO                              WEBSSORD
062400        MOVE 'No standing order in that slot' TO L-MSG            WEBSSORD
062500     END-IF.                                                      WEBSSORD
062600 5800-EXIT.                                                       WEBSSORD
062700     EXIT.                                                        WEBSSORD
062800                                                                  WEBSSORD
062900***************************************************************** WEBSSORD
063000* Lift slot WS-SLOT-SUB out of the account record               * WEBSSORD
063100***************************************************************** WEBSSORD
063200 6000-GET-SLOT.                                                   WEBSSORD
063300     EVALUATE WS-SLOT-SUB                                         WEBSSORD
063400       WHEN 1                                                     WEBSSORD
063500         MOVE BAC-REC-RP1-DAY TO WS-SLOT-DAY                      WEBSSORD
063600         MOVE BAC-REC-RP1-AMOUNT TO WS-SLOT-AMOUNT                WEBSSORD
063700         MOVE BAC-REC-RP1-PID TO WS-SLOT-PID                      WEBSSORD
063800         MOVE BAC-REC-RP1-ACCNO TO WS-SLOT-ACCNO                  WEBSSORD
063900         MOVE BAC-REC-RP1-LAST-PAY TO WS-SLOT-LAST-PAY            WEBSSORD
064000       WHEN 2                                                     WEBSSORD
064100         MOVE BAC-REC-RP2-DAY TO WS-SLOT-DAY                      WEBSSORD
064200         MOVE BAC-REC-RP2-AMOUNT TO WS-SLOT-AMOUNT                WEBSSORD
064300         MOVE BAC-REC-RP2-PID TO WS-SLOT-PID                      WEBSSORD
064400         MOVE BAC-REC-RP2-ACCNO TO WS-SLOT-ACCNO                  WEBSSORD
064500         MOVE BAC-REC-RP2-LAST-PAY TO WS-SLOT-LAST-PAY            WEBSSORD
064600       WHEN OTHER                                                 WEBSSORD
064700         MOVE BAC-REC-RP3-DAY TO WS-SLOT-DAY                      WEBSSORD
064800         MOVE BAC-REC-RP3-AMOUNT TO WS-SLOT-AMOUNT                WEBSSORD
064900         MOVE BAC-REC-RP3-PID TO WS-SLOT-PID                      WEBSSORD
065000         MOVE BAC-REC-RP3-ACCNO TO WS-SLOT-ACCNO                  WEBSSORD
065100         MOVE BAC-REC-RP3-LAST-PAY TO WS-SLOT-LAST-PAY            WEBSSORD
065200     END-EVALUATE.                                                WEBSSORD
065300 6000-EXIT.                                                       WEBSSORD
065400     EXIT.                                                        WEBSSORD
065500                                                                  WEBSSORD
065600***************************************************************** WEBSSORD
065700* Put the working slot back into the account record             * WEBSSORD
065800***************************************************************** WEBSSORD
065900 6100-PUT-SLOT.                                                   WEBSSORD
066000     EVALUATE WS-SLOT-SUB                                         WEBSSORD
066100       WHEN 1                                                     WEBSSORD
066200         MOVE WS-SLOT-DAY TO BAC-REC-RP1-DAY                      WEBSSORD
066300         MOVE WS-SLOT-AMOUNT TO BAC-REC-RP1-AMOUNT                WEBSSORD
066400         MOVE WS-SLOT-PID TO BAC-REC-RP1-PID                      WEBSSORD
066500         MOVE WS-SLOT-ACCNO TO BAC-REC-RP1-ACCNO                  WEBSSORD
066600         MOVE WS-SLOT-LAST-PAY TO BAC-REC-RP1-LAST-PAY            WEBSSORD
066700       WHEN 2                                                     WEBSSORD
066800         MOVE WS-SLOT-DAY TO BAC-REC-RP2-DAY                      WEBSSORD
066900         MOVE WS-SLOT-AMOUNT TO BAC-REC-RP2-AMOUNT                WEBSSORD
067000         MOVE WS-SLOT-PID TO BAC-REC-RP2-PID                      WEBSSORD
067100         MOVE WS-SLOT-ACCNO TO BAC-REC-RP2-ACCNO                  WEBSSORD
067200         MOVE WS-SLOT-LAST-PAY TO BAC-REC-RP2-LAST-PAY            WEBSSORD
067300       WHEN OTHER                                                 WEBSSORD
067400         MOVE WS-SLOT-DAY TO BAC-REC-RP3-DAY                      WEBSSORD
067500         MOVE WS-SLOT-AMOUNT TO BAC-REC-RP3-AMOUNT                WEBSSORD
067600         MOVE WS-SLOT-PID TO BAC-REC-RP3-PID                      WEBSSORD
067700         MOVE WS-SLOT-ACCNO TO BAC-REC-RP3-ACCNO                  WEBSSORD
067800         MOVE WS-SLOT-LAST-PAY TO BAC-REC-RP3-LAST-PAY            WEBSSORD
067900     END-EVALUATE.                                                WEBSSORD
068000 6100-EXIT.                                                       WEBSSORD
068100     EXIT.                                                        WEBSSORD
068200                                                                  WEBSSORD
068300***************************************************************** WEBSSORD
068400* Step-up: the customer's password again, checked by WEBSLOGN   * WEBSSORD
068500* against the same lockout counters and journalled there as     * WEBSSORD
068600* STEPUP or STEPFAIL                                            * WEBSSORD
068700***************************************************************** WEBSSORD
068800 7000-STEP-UP.                                                    WEBSSORD
068900     IF L-PSWD IS EQUAL TO SPACES OR                              WEBSSORD
069000        L-PSWD IS EQUAL TO LOW-VALUES                             WEBSSORD
069100        SET L-STATUS-STEP-UP TO TRUE                              WEBSSORD
069200        MOVE 'Enter your password to confirm change'              WEBSSORD
069300          TO L-MSG                                                WEBSSORD
069400        GO TO 7000-EXIT                                           WEBSSORD
069500     END-IF.                                                      WEBSSORD
069600     MOVE SPACES TO WS-LOGN-LINKAGE.                              WEBSSORD
069700     SET WS-LOGN-FUNC-STEPUP TO TRUE.                             WEBSSORD
069800     MOVE L-PID TO WS-LOGN-PID.                                   WEBSSORD
069900     MOVE L-PSWD TO WS-LOGN-PSWD.                                 WEBSSORD
070000     CALL 'WEBSLOGN' USING WS-LOGN-LINKAGE.                       WEBSSORD
070100     IF WS-LOGN-OK                                                WEBSSORD
070200        GO TO 7000-EXIT                                           WEBSSORD
070300     END-IF.                                                      WEBSSORD
070400     SET L-STATUS-STEP-UP TO TRUE.                                WEBSSORD
070500     IF WS-LOGN-LOCKED                                            WEBSSORD
070600        MOVE 'Sign-on is locked - please contact us' TO L-MSG     WEBSSORD
070700     ELSE                                                         WEBSSORD
070800        MOVE 'Password verification failed' TO L-MSG              WEBSSORD
070900     END-IF.                                                      WEBSSORD
071000 7000-EXIT.                                                       WEBSSORD
071100     EXIT.                                                        WEBSSORD
071200                                                                  WEBSSORD
071300***************************************************************** WEBSSORD
071400* Log the slot on BNKTXN as a change-type entry, sub-type S,    * WEBSSORD
071500* under the caller and, through the account/time key, the       * WEBSSORD
071600* account. The entry is dated by the business date; the clock   * WEBSSORD
071700* supplies the time of day, and the last digit of the           * WEBSSORD
071800* timestamp is stepped if another entry already holds the key   * WEBSSORD
071900***************************************************************** WEBSSORD
072000 8000-WRITE-CHANGE-LOG.                                           WEBSSORD
072100 COPY CTSTAMPP.                                                   WEBSSORD
072200     MOVE WS-TODAY-DATE (1:4) TO WS-TIMESTAMP (1:4).              WEBSSORD
072300     MOVE WS-TODAY-DATE (5:2) TO WS-TIMESTAMP (6:2).              WEBSSORD
072400     MOVE WS-TODAY-DATE (7:2) TO WS-TIMESTAMP (9:2).              WEBSSORD
072500     MOVE SPACES TO BNKTXN-REC.                                   WEBSSORD
072600     MOVE L-PID TO BTX-REC-PID.                                   WEBSSORD
072700     MOVE L-ACCNO TO BTX-REC-ACCNO.                               WEBSSORD
072800     SET BTX-REC-TYPE-CHANGE TO TRUE.                             WEBSSORD
072900     SET BTX-REC-SUB-TYPE-STORDER TO TRUE.                        WEBSSORD
073000     MOVE WS-SLOT-AMOUNT TO BTX-REC-AMOUNT.                       WEBSSORD
073100     MOVE SPACES TO TXN-T4-OLD.                                   WEBSSORD
073200     MOVE L-ACCNO TO TXN-T4-OLD-ACCNO.                            WEBSSORD
073300     MOVE WS-SLOT-SUB TO TXN-T4-OLD-SLOT.                         WEBSSORD
073400     MOVE WS-OLD-SLOT-DAY TO TXN-T4-OLD-DAY.                      WEBSSORD
073500     MOVE WS-OLD-SLOT-AMOUNT TO TXN-T4-OLD-AMOUNT.                WEBSSORD
073600     MOVE WS-OLD-SLOT-PID TO TXN-T4-OLD-DEST-PID.                 WEBSSORD
073700     MOVE WS-OLD-SLOT-ACCNO TO TXN-T4-OLD-DEST-ACCNO.             WEBSSORD
073800     MOVE WS-TODAY-DATE TO TXN-T4-OLD-DATE.                       WEBSSORD
073900     MOVE L-PID TO TXN-T4-OLD-USERID.                             WEBSSORD
074000     MOVE SPACES TO TXN-T4-NEW.                                   WEBSSORD
074100     MOVE L-ACCNO TO TXN-T4-NEW-ACCNO.                            WEBSSORD
074200     MOVE WS-SLOT-SUB TO TXN-T4-NEW-SLOT.                         WEBSSORD
074300     MOVE WS-SLOT-DAY TO TXN-T4-NEW-DAY.                          WEBSSORD
074400     MOVE WS-SLOT-AMOUNT TO TXN-T4-NEW-AMOUNT.                    WEBSSORD
074500     MOVE WS-SLOT-PID TO TXN-T4-NEW-DEST-PID.                     WEBSSORD
074600     MOVE WS-SLOT-ACCNO TO TXN-T4-NEW-DEST-ACCNO.                 WEBSSORD
074700     MOVE WS-TODAY-DATE TO TXN-T4-NEW-DATE.                       WEBSSORD
074800     MOVE L-PID TO TXN-T4-NEW-USERID.                             WEBSSORD
074900     MOVE TXN-T4-OLD TO BTX-REC-DATA-OLD.                         WEBSSORD
075000     MOVE TXN-T4-NEW TO BTX-REC-DATA-NEW.                         WEBSSORD
075100     MOVE 0 TO WS-TXN-TAG.                                        WEBSSORD
075200 8100-WRITE-CHANGE-LOG-TRY.                                       WEBSSORD
075300     MOVE WS-TXN-TAG TO WS-TIMESTAMP (26:1).                      WEBSSORD
075400     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      WEBSSORD
075500     MOVE L-ACCNO TO BTX-REC-ALTKEY1-ACCNO.                       WEBSSORD
075600     MOVE WS-TIMESTAMP TO BTX-REC-ALTKEY1-TIMESTAMP.              WEBSSORD
075700     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     WEBSSORD
075800     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      WEBSSORD
075900     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             WEBSSORD
076000     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       WEBSSORD
076100                           WS-TWOS-COMP-INPUT                     WEBSSORD
076200                           WS-TWOS-COMP-OUTPUT.                   WEBSSORD
076300     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            WEBSSORD
076400     WRITE BNKTXN-REC                                             WEBSSORD
076500       INVALID KEY                                                WEBSSORD
076600         CONTINUE                                                 WEBSSORD
076700     END-WRITE.                                                   WEBSSORD
076800     IF WS-BNKTXN-STATUS IS EQUAL TO '22' AND                     WEBSSORD
076900        WS-TXN-TAG IS LESS THAN 9                                 WEBSSORD
077000        ADD 1 TO WS-TXN-TAG                                       WEBSSORD
077100        GO TO 8100-WRITE-CHANGE-LOG-TRY                           WEBSSORD
077200     END-IF.                                                      WEBSSORD
077300 8000-EXIT.                                                       WEBSSORD
077400     EXIT.                                                        WEBSSORD
