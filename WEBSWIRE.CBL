000100***************************************************************** WEBSWIRE
000200*                                                               * WEBSWIRE
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * WEBSWIRE
000400*   This demonstration program is provided for use by users     * WEBSWIRE
000500*   of Micro Focus products and may be used, modified and       * WEBSWIRE
000600*   distributed as part of your application provided that       * WEBSWIRE
000700*   you properly acknowledge the copyright of Micro Focus       * WEBSWIRE
000800*   in this material.                                           * WEBSWIRE
000900*                                                               * WEBSWIRE
001000***************************************************************** WEBSWIRE
001100                                                                  WEBSWIRE
001200***************************************************************** WEBSWIRE
001300* Program:     WEBSWIRE.CBL                                     * WEBSWIRE
001400* Function:    Web-callable wire entry service, following the   * WEBSWIRE
001500*              WEBSCALC pattern: a flat linkage in, a flat      * WEBSWIRE
001600*              linkage back. The caller presents a WEBSLOGN     * WEBSWIRE
001700*              session token and enters a high-value wire from  * WEBSWIRE
001800*              one of their own accounts to one of their own    * WEBSWIRE
001900*              active BNKPAYE payees, whose bank must be active * WEBSWIRE
002000*              on BNKRDIR. The wire is entered on BNKWIRE with  * WEBSWIRE
002100*              the BNKFEES WIRE fee for the account type and a  * WEBSWIRE
002200*              value date set from the BNKPARM WIRECUT cut-off, * WEBSWIRE
002300*              exactly as the counter enters one through        * WEBSWIRE
002400*              DBNK158P; nothing moves until a supervisor       * WEBSWIRE
002500*              releases it there. The reference, fee and value  * WEBSWIRE
002600*              date are handed back. Files open on first use    * WEBSWIRE
002700*              and stay open for the life of the server         * WEBSWIRE
002800*              process.                                         * WEBSWIRE
002900***************************************************************** WEBSWIRE
003000                                                                  WEBSWIRE
003100 IDENTIFICATION DIVISION.                                         WEBSWIRE
003200 PROGRAM-ID.                                                      WEBSWIRE
003300     WEBSWIRE.                                                    WEBSWIRE
003400 DATE-WRITTEN.                                                    WEBSWIRE
003500     September 2007.                                              WEBSWIRE
003600 DATE-COMPILED.                                                   WEBSWIRE
003700     Today.                                                       WEBSWIRE
003800                                                                  WEBSWIRE
003900 ENVIRONMENT DIVISION.                                            WEBSWIRE
004000                                                                  WEBSWIRE
004100 INPUT-OUTPUT   SECTION.                                          WEBSWIRE
004200   FILE-CONTROL.                                                  WEBSWIRE
004300     SELECT BNKWTOK-FILE                                          WEBSWIRE
004400            ASSIGN       TO BNKWTOK                               WEBSWIRE
004500            ORGANIZATION IS INDEXED                               WEBSWIRE
004600            ACCESS MODE  IS RANDOM                                WEBSWIRE
004700            RECORD KEY   IS WTK-REC-TOKEN                         WEBSWIRE
004800            FILE STATUS  IS WS-BNKWTOK-STATUS.                    WEBSWIRE
004900                                                                  WEBSWIRE
005000     SELECT BNKCUST-FILE                                          WEBSWIRE
005100            ASSIGN       TO BNKCUST                               WEBSWIRE
005200            ORGANIZATION IS INDEXED                               WEBSWIRE
005300            ACCESS MODE  IS RANDOM                                WEBSWIRE
005400            RECORD KEY   IS BCS-REC-PID                           WEBSWIRE
005500            FILE STATUS  IS WS-BNKCUST-STATUS.                    WEBSWIRE
005600                                                                  WEBSWIRE
005700     SELECT BNKACC-FILE                                           WEBSWIRE
005800            ASSIGN       TO BNKACC                                WEBSWIRE
005900            ORGANIZATION IS INDEXED                               WEBSWIRE
006000            ACCESS MODE  IS RANDOM                                WEBSWIRE
006100            RECORD KEY   IS BAC-REC-ACCNO                         WEBSWIRE
006200            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          WEBSWIRE
006300            FILE STATUS  IS WS-BNKACC-STATUS.                     WEBSWIRE
006400                                                                  WEBSWIRE
006500     SELECT BNKPARM-FILE                                          WEBSWIRE
006600            ASSIGN       TO BNKPARM                               WEBSWIRE
006700            ORGANIZATION IS INDEXED                               WEBSWIRE
006800            ACCESS MODE  IS RANDOM                                WEBSWIRE
006900            RECORD KEY   IS PRM-REC-KEY                           WEBSWIRE
007000            FILE STATUS  IS WS-BNKPARM-STATUS.                    WEBSWIRE
007100                                                                  WEBSWIRE
007200     SELECT BNKPAYE-FILE                                          WEBSWIRE
007300            ASSIGN       TO BNKPAYE                               WEBSWIRE
007400            ORGANIZATION IS INDEXED                               WEBSWIRE
007500            ACCESS MODE  IS RANDOM                                WEBSWIRE
007600            RECORD KEY   IS BPE-REC-PAYEE-ID                      WEBSWIRE
007700            ALTERNATE KEY IS BPE-REC-OWNER-PID WITH DUPLICATES    WEBSWIRE
007800            FILE STATUS  IS WS-BNKPAYE-STATUS.                    WEBSWIRE
007900                                                                  WEBSWIRE
008000     SELECT BNKRDIR-FILE                                          WEBSWIRE
008100            ASSIGN       TO BNKRDIR                               WEBSWIRE
008200            ORGANIZATION IS INDEXED                               WEBSWIRE
008300            ACCESS MODE  IS RANDOM                                WEBSWIRE
008400            RECORD KEY   IS BRD-REC-ROUTING                       WEBSWIRE
008500            FILE STATUS  IS WS-BNKRDIR-STATUS.                    WEBSWIRE
008600                                                                  WEBSWIRE
008700     SELECT BNKFEES-FILE                                          WEBSWIRE
008800            ASSIGN       TO BNKFEES                               WEBSWIRE
008900            ORGANIZATION IS INDEXED                               WEBSWIRE
009000            ACCESS MODE  IS RANDOM                                WEBSWIRE
009100            RECORD KEY   IS BFE-REC-KEY                           WEBSWIRE
009200            FILE STATUS  IS WS-BNKFEES-STATUS.                    WEBSWIRE
009300                                                                  WEBSWIRE
009400     SELECT BNKWIRE-FILE                                          WEBSWIRE
009500            ASSIGN       TO BNKWIRE                               WEBSWIRE
009600            ORGANIZATION IS INDEXED                               WEBSWIRE
009700            ACCESS MODE  IS RANDOM                                WEBSWIRE
009800            RECORD KEY   IS BWR-REC-TIMESTAMP                     WEBSWIRE
009900            FILE STATUS  IS WS-BNKWIRE-STATUS.                    WEBSWIRE
010000                                                                  WEBSWIRE
010100 DATA DIVISION.                                                   WEBSWIRE
010200                                                                  WEBSWIRE
010300 FILE SECTION.                                                    WEBSWIRE
010400 FD  BNKWTOK-FILE.                                                WEBSWIRE
010500 01  BNKWTOK-REC.                                                 WEBSWIRE
010600 COPY CBANKVWT.                                                   WEBSWIRE
010700                                                                  WEBSWIRE
010800 FD  BNKCUST-FILE.                                                WEBSWIRE
010900 01  BNKCUST-REC.                                                 WEBSWIRE
011000 COPY CBANKVCS.                                                   WEBSWIRE
011100                                                                  WEBSWIRE
011200 FD  BNKACC-FILE.                                                 WEBSWIRE
011300 01  BNKACC-REC.                                                  WEBSWIRE
011400 COPY CBANKVAC.                                                   WEBSWIRE
011500                                                                  WEBSWIRE
011600 FD  BNKPARM-FILE.                                                WEBSWIRE
011700 01  BNKPARM-REC.                                                 WEBSWIRE
011800 COPY CBANKVPM.                                                   WEBSWIRE
011900                                                                  WEBSWIRE
012000 FD  BNKPAYE-FILE.                                                WEBSWIRE
012100 01  BNKPAYE-REC.                                                 WEBSWIRE
012200 COPY CBANKVPE.                                                   WEBSWIRE
012300                                                                  WEBSWIRE
012400 FD  BNKRDIR-FILE.                                                WEBSWIRE
012500 01  BNKRDIR-REC.                                                 WEBSWIRE
012600 COPY CBANKVRD.                                                   WEBSWIRE
012700                                                                  WEBSWIRE
012800 FD  BNKFEES-FILE.                                                WEBSWIRE
012900 01  BNKFEES-REC.                                                 WEBSWIRE
013000 COPY CBANKVFE.                                                   WEBSWIRE
013100                                                                  WEBSWIRE
013200 FD  BNKWIRE-FILE.                                                WEBSWIRE
013300 01  BNKWIRE-REC.                                                 WEBSWIRE
013400 COPY CBANKVWR.                                                   WEBSWIRE
013500                                                                  WEBSWIRE
013600 WORKING-STORAGE SECTION.                                         WEBSWIRE
013700 01  WS-TIMESTAMP-DATA.                                           WEBSWIRE
013800 COPY CTSTAMPD.                                                   WEBSWIRE
013900                                                                  WEBSWIRE
014000 01  WS-MISC-STORAGE.                                             WEBSWIRE
014100   05  WS-PROGRAM-ID                         PIC X(8)             WEBSWIRE
014200       VALUE 'WEBSWIRE'.                                          WEBSWIRE
014300                                                                  WEBSWIRE
014400   05  WS-BNKWTOK-STATUS.                                         WEBSWIRE
014500     10  WS-BNKWTOK-STAT1                    PIC X(1).            WEBSWIRE
014600     10  WS-BNKWTOK-STAT2                    PIC X(1).            WEBSWIRE
014700   05  WS-BNKCUST-STATUS.                                         WEBSWIRE
014800     10  WS-BNKCUST-STAT1                    PIC X(1).            WEBSWIRE
014900     10  WS-BNKCUST-STAT2                    PIC X(1).            WEBSWIRE
015000   05  WS-BNKACC-STATUS.                                          WEBSWIRE
015100     10  WS-BNKACC-STAT1                     PIC X(1).            WEBSWIRE
015200     10  WS-BNKACC-STAT2                     PIC X(1).            WEBSWIRE
015300   05  WS-BNKPARM-STATUS.                                         WEBSWIRE
015400     10  WS-BNKPARM-STAT1                    PIC X(1).            WEBSWIRE
015500     10  WS-BNKPARM-STAT2                    PIC X(1).            WEBSWIRE
015600   05  WS-BNKPAYE-STATUS.                                         WEBSWIRE
015700     10  WS-BNKPAYE-STAT1                    PIC X(1).            WEBSWIRE
015800     10  WS-BNKPAYE-STAT2                    PIC X(1).            WEBSWIRE
015900   05  WS-BNKRDIR-STATUS.                                         WEBSWIRE
016000     10  WS-BNKRDIR-STAT1                    PIC X(1).            WEBSWIRE
016100     10  WS-BNKRDIR-STAT2                    PIC X(1).            WEBSWIRE
016200   05  WS-BNKFEES-STATUS.                                         WEBSWIRE
016300     10  WS-BNKFEES-STAT1                    PIC X(1).            WEBSWIRE
016400     10  WS-BNKFEES-STAT2                    PIC X(1).            WEBSWIRE
016500   05  WS-BNKWIRE-STATUS.                                         WEBSWIRE
016600     10  WS-BNKWIRE-STAT1                    PIC X(1).            WEBSWIRE
016700     10  WS-BNKWIRE-STAT2                    PIC X(1).            WEBSWIRE
016800                                                                  WEBSWIRE
016900   05  WS-FILES-OPEN-FLAG                    PIC X(1)             WEBSWIRE
017000       VALUE 'N'.                                                 WEBSWIRE
017100     88  WS-FILES-ARE-OPEN                   VALUE 'Y'.           WEBSWIRE
017200     88  WS-FILES-NOT-OPEN                   VALUE 'N'.           WEBSWIRE
017300                                                                  WEBSWIRE
017400*  token life mirrors the issuing service's view of a session     WEBSWIRE
017500   05  WS-TOKEN-LIFE-MINUTES                 PIC S9(3)            WEBSWIRE
017600                                             COMP-3 VALUE 30.     WEBSWIRE
017700   05  WS-THEN-HH                            PIC 9(2).            WEBSWIRE
017800   05  WS-THEN-MI                            PIC 9(2).            WEBSWIRE
017900   05  WS-IDLE-GONE                          PIC S9(5)            WEBSWIRE
018000                                             COMP-3.              WEBSWIRE
018100                                                                  WEBSWIRE
018200   05  WS-TODAY-DATE                         PIC X(8).            WEBSWIRE
018300   05  WS-FROM-BALANCE                       PIC S9(9)V99         WEBSWIRE
018400                                             COMP-3.              WEBSWIRE
018500   05  WS-FEE-AMOUNT                         PIC S9(5)V99         WEBSWIRE
018600                                             COMP-3.              WEBSWIRE
018700   05  WS-NOW-TIME                           PIC X(4).            WEBSWIRE
018800   05  WS-CUTOFF-TIME                        PIC X(4).            WEBSWIRE
018900                                                                  WEBSWIRE
019000 01  WS-CHK-DATA.                                                 WEBSWIRE
019100 COPY CCHKD.                                                      WEBSWIRE
019200                                                                  WEBSWIRE
019300 01  WS-TREF-DATA.                                                WEBSWIRE
019400 COPY CTREFD.                                                     WEBSWIRE
019500                                                                  WEBSWIRE
019600 01  WS-ROLL-DATA.                                                WEBSWIRE
019700 COPY CROLLD.                                                     WEBSWIRE
019800                                                                  WEBSWIRE
019900 LINKAGE SECTION.                                                 WEBSWIRE
020000 01  L-LINKAGE.                                                   WEBSWIRE
020100   05  L-INPUT.                                                   WEBSWIRE
020200     10  L-PID                               PIC X(5).            WEBSWIRE
020300     10  L-TOKEN                             PIC X(16).           WEBSWIRE
020400     10  L-FROM-ACC                          PIC X(9).            WEBSWIRE
020500     10  L-PAYEE-ID                          PIC X(8).            WEBSWIRE
020600     10  L-AMOUNT                            PIC 9(7)V99.         WEBSWIRE
020700     10  L-DETAILS                           PIC X(35).           WEBSWIRE
020800   05  L-OUTPUT.                                                  WEBSWIRE
020900     10  L-STATUS                            PIC X(1).            WEBSWIRE
021000       88  L-STATUS-OK                       VALUE '0'.           WEBSWIRE
021100       88  L-STATUS-BAD-TOKEN                VALUE '1'.           WEBSWIRE
021200       88  L-STATUS-NO-FILES                 VALUE '2'.           WEBSWIRE
021300       88  L-STATUS-REFUSED                  VALUE '3'.           WEBSWIRE
021400     10  L-MSG                               PIC X(40).           WEBSWIRE
021500     10  L-REFNO                             PIC X(12).           WEBSWIRE
021600     10  L-VALUE-DATE                        PIC X(8).            WEBSWIRE
021700     10  L-FEE                               PIC S9(5)V99.        WEBSWIRE
021800                                                                  WEBSWIRE
021900 PROCEDURE DIVISION USING L-LINKAGE.                              WEBSWIRE
022000 0000-MAINLINE.                                                   WEBSWIRE
022100     SET L-STATUS-BAD-TOKEN TO TRUE.                              WEBSWIRE
022200     MOVE SPACES TO L-MSG.                                        WEBSWIRE
022300     MOVE SPACES TO L-REFNO.                                      WEBSWIRE
022400     MOVE SPACES TO L-VALUE-DATE.                                 WEBSWIRE
022500     MOVE ZERO TO L-FEE.                                          WEBSWIRE
022600     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.                      WEBSWIRE
022700     IF WS-FILES-NOT-OPEN                                         WEBSWIRE
022800        SET L-STATUS-NO-FILES TO TRUE                             WEBSWIRE
022900        GOBACK                                                    WEBSWIRE
023000     END-IF.                                                      WEBSWIRE
023100 COPY CTSTAMPP.                                                   WEBSWIRE
023200     MOVE WS-TIMESTAMP(1:4) TO WS-TODAY-DATE(1:4).                WEBSWIRE
023300     MOVE WS-TIMESTAMP(6:2) TO WS-TODAY-DATE(5:2).                WEBSWIRE
023400     MOVE WS-TIMESTAMP(9:2) TO WS-TODAY-DATE(7:2).                WEBSWIRE
023500     MOVE 'BUSDATE ' TO PRM-REC-KEY.                              WEBSWIRE
023600     READ BNKPARM-FILE                                            WEBSWIRE
023700       INVALID KEY                                                WEBSWIRE
023800         CONTINUE                                                 WEBSWIRE
023900     END-READ.                                                    WEBSWIRE
024000     IF WS-BNKPARM-STATUS IS EQUAL TO '00' AND                    WEBSWIRE
024100        PRM-REC-TEXT (1:8) IS NUMERIC                             WEBSWIRE
024200        MOVE PRM-REC-TEXT (1:8) TO WS-TODAY-DATE                  WEBSWIRE
024300     END-IF.                                                      WEBSWIRE
024400     PERFORM 2000-CHECK-TOKEN THRU 2000-EXIT.                     WEBSWIRE
024500     IF NOT L-STATUS-OK                                           WEBSWIRE
024600        MOVE 'Session token not accepted' TO L-MSG                WEBSWIRE
024700        GOBACK                                                    WEBSWIRE
024800     END-IF.                                                      WEBSWIRE
024900     SET L-STATUS-REFUSED TO TRUE.                                WEBSWIRE
025000*    a minor's account works at the counter only, as for any      WEBSWIRE
025100*    other web transfer                                           WEBSWIRE
025200     MOVE L-PID TO BCS-REC-PID.                                   WEBSWIRE
025300     READ BNKCUST-FILE                                            WEBSWIRE
025400       INVALID KEY                                                WEBSWIRE
025500         CONTINUE                                                 WEBSWIRE
025600     END-READ.                                                    WEBSWIRE
025700     IF WS-BNKCUST-STATUS IS EQUAL TO '00' AND                    WEBSWIRE
025800        BCS-REC-IS-MINOR                                          WEBSWIRE
025900        MOVE 'Account holder is a minor' TO L-MSG                 WEBSWIRE
026000        GOBACK                                                    WEBSWIRE
026100     END-IF.                                                      WEBSWIRE
026200     PERFORM 3000-ENTER-WIRE THRU 3000-EXIT.                      WEBSWIRE
026300     IF L-MSG IS NOT EQUAL TO SPACES                              WEBSWIRE
026400        GOBACK                                                    WEBSWIRE
026500     END-IF.                                                      WEBSWIRE
026600     SET L-STATUS-OK TO TRUE.                                     WEBSWIRE
026700     GOBACK.                                                      WEBSWIRE
026800                                                                  WEBSWIRE
026900***************************************************************** WEBSWIRE
027000* Open the files on first use                                   * WEBSWIRE
027100***************************************************************** WEBSWIRE
027200 1000-OPEN-FILES.                                                 WEBSWIRE
027300     IF WS-FILES-ARE-OPEN                                         WEBSWIRE
027400        GO TO 1000-EXIT                                           WEBSWIRE
027500     END-IF.                                                      WEBSWIRE
027600     OPEN I-O BNKWTOK-FILE.                                       WEBSWIRE
027700     IF WS-BNKWTOK-STATUS IS NOT EQUAL TO '00'                    WEBSWIRE
027800        GO TO 1000-EXIT                                           WEBSWIRE
027900     END-IF.                                                      WEBSWIRE
028000     OPEN INPUT BNKCUST-FILE.                                     WEBSWIRE
028100     OPEN INPUT BNKACC-FILE.                                      WEBSWIRE
028200     OPEN INPUT BNKPARM-FILE.                                     WEBSWIRE
028300     OPEN INPUT BNKPAYE-FILE.                                     WEBSWIRE
028400     OPEN INPUT BNKRDIR-FILE.                                     WEBSWIRE
028500     OPEN INPUT BNKFEES-FILE.                                     WEBSWIRE
028600     OPEN I-O BNKWIRE-FILE.                                       WEBSWIRE
028700     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00' OR                 WEBSWIRE
028800        WS-BNKACC-STATUS IS NOT EQUAL TO '00' OR                  WEBSWIRE
028900        WS-BNKPARM-STATUS IS NOT EQUAL TO '00' OR                 WEBSWIRE
029000        WS-BNKPAYE-STATUS IS NOT EQUAL TO '00' OR                 WEBSWIRE
029100        WS-BNKRDIR-STATUS IS NOT EQUAL TO '00' OR                 WEBSWIRE
029200        WS-BNKFEES-STATUS IS NOT EQUAL TO '00' OR                 WEBSWIRE
029300        WS-BNKWIRE-STATUS IS NOT EQUAL TO '00'                    WEBSWIRE
029400        GO TO 1000-EXIT                                           WEBSWIRE
029500     END-IF.                                                      WEBSWIRE
029600     SET WS-FILES-ARE-OPEN TO TRUE.                               WEBSWIRE
029700 1000-EXIT.                                                       WEBSWIRE
029800     EXIT.                                                        WEBSWIRE
029900                                                                  WEBSWIRE
030000***************************************************************** WEBSWIRE
030100* The session token must be live, the caller's, and within its  * WEBSWIRE
030200* life - exactly the WEBSBALS test                              * WEBSWIRE
030300***************************************************************** WEBSWIRE
030400 2000-CHECK-TOKEN.                                                WEBSWIRE
030500     MOVE L-TOKEN TO WTK-REC-TOKEN.                               WEBSWIRE
030600     READ BNKWTOK-FILE                                            WEBSWIRE
030700       INVALID KEY                                                WEBSWIRE
030800         GO TO 2000-EXIT                                          WEBSWIRE
030900     END-READ.                                                    WEBSWIRE
031000     IF NOT WTK-REC-IS-ACTIVE                                     WEBSWIRE
031100        GO TO 2000-EXIT                                           WEBSWIRE
031200     END-IF.                                                      WEBSWIRE
031300     IF WTK-REC-PID IS NOT EQUAL TO L-PID                         WEBSWIRE
031400        GO TO 2000-EXIT                                           WEBSWIRE
031500     END-IF.                                                      WEBSWIRE
031600     IF WTK-REC-LAST-USED-TS (1:10) IS NOT EQUAL TO               WEBSWIRE
031700        WS-TIMESTAMP (1:10)                                       WEBSWIRE
031800        GO TO 2100-TOKEN-DEAD                                     WEBSWIRE
031900     END-IF.                                                      WEBSWIRE
032000     MOVE WTK-REC-LAST-USED-TS (12:2) TO WS-THEN-HH.              WEBSWIRE
032100     MOVE WTK-REC-LAST-USED-TS (15:2) TO WS-THEN-MI.              WEBSWIRE
032200     COMPUTE WS-IDLE-GONE =                                       WEBSWIRE
032300         ((WS-TS-CT-HH * 60) + WS-TS-CT-MI) -                     WEBSWIRE
032400         ((WS-THEN-HH * 60) + WS-THEN-MI).                        WEBSWIRE
032500     IF WS-IDLE-GONE IS GREATER THAN WS-TOKEN-LIFE-MINUTES        WEBSWIRE
032600        GO TO 2100-TOKEN-DEAD                                     WEBSWIRE
032700     END-IF.                                                      WEBSWIRE
032800     MOVE WS-TIMESTAMP TO WTK-REC-LAST-USED-TS.                   WEBSWIRE
032900     REWRITE BNKWTOK-REC                                          WEBSWIRE
033000       INVALID KEY                                                WEBSWIRE
033100         CONTINUE                                                 WEBSWIRE
033200     END-REWRITE.                                                 WEBSWIRE
033300     SET L-STATUS-OK TO TRUE.                                     WEBSWIRE
033400     GO TO 2000-EXIT.                                             WEBSWIRE
033500 2100-TOKEN-DEAD.                                                 WEBSWIRE
033600     SET WTK-REC-IS-ENDED TO TRUE.                                WEBSWIRE
033700     REWRITE BNKWTOK-REC                                          WEBSWIRE
033800       INVALID KEY                                                WEBSWIRE
033900         CONTINUE                                                 WEBSWIRE
034000     END-REWRITE.                                                 WEBSWIRE
034100 2000-EXIT.                                                       WEBSWIRE
034200     EXIT.                                                        WEBSWIRE
034300                                                                  WEBSWIRE
034400***************************************************************** WEBSWIRE
034500* A wire is only entered here - it waits on BNKWIRE for a       * WEBSWIRE
034600* supervisor to release it through DBNK158P, which debits the   * WEBSWIRE
034700* amount and the quoted fee. The payee must be the caller's and * WEBSWIRE
034800* active, its bank active on BNKRDIR, and the account must      * WEBSWIRE
034900* cover amount and fee from available money.                    * WEBSWIRE
035000***************************************************************** WEBSWIRE
035100 3000-ENTER-WIRE.                                                 WEBSWIRE
035200     IF L-AMOUNT IS NOT GREATER THAN ZERO                         WEBSWIRE
035300        MOVE 'Amount must be greater than zero' TO L-MSG          WEBSWIRE
035400        GO TO 3000-EXIT                                           WEBSWIRE
035500     END-IF.                                                      WEBSWIRE
035600     MOVE SPACES TO WS-CHK-DATA.                                  WEBSWIRE
035700     SET CHK-FUNC-VALIDATE TO TRUE.                               WEBSWIRE
035800     MOVE L-FROM-ACC TO CHK-ACCNO.                                WEBSWIRE
035900     CALL 'UACCCHK' USING WS-CHK-DATA.                            WEBSWIRE
036000     IF CHK-BAD                                                   WEBSWIRE
036100        MOVE 'From account number fails its check'                WEBSWIRE
036200          TO L-MSG                                                WEBSWIRE
036300        GO TO 3000-EXIT                                           WEBSWIRE
036400     END-IF.                                                      WEBSWIRE
036500     MOVE L-PAYEE-ID TO BPE-REC-PAYEE-ID.                         WEBSWIRE
036600     READ BNKPAYE-FILE                                            WEBSWIRE
036700       INVALID KEY                                                WEBSWIRE
036800         MOVE 'Payee not found' TO L-MSG                          WEBSWIRE
036900         GO TO 3000-EXIT                                          WEBSWIRE
037000     END-READ.                                                    WEBSWIRE
037100     IF BPE-REC-OWNER-PID IS NOT EQUAL TO L-PID                   WEBSWIRE
037200        MOVE 'Payee not found' TO L-MSG                           WEBSWIRE
037300        GO TO 3000-EXIT                                           WEBSWIRE
037400     END-IF.                                                      WEBSWIRE
037500     IF NOT BPE-REC-IS-ACTIVE                                     WEBSWIRE
037600        MOVE 'Payee is closed' TO L-MSG                           WEBSWIRE
037700        GO TO 3000-EXIT                                           WEBSWIRE
037800     END-IF.                                                      WEBSWIRE
037900     MOVE BPE-REC-ROUTING TO BRD-REC-ROUTING.                     WEBSWIRE
038000     READ BNKRDIR-FILE                                            WEBSWIRE
038100       INVALID KEY                                                WEBSWIRE
038200         MOVE 'Payee bank not in routing directory' TO L-MSG      WEBSWIRE
038300         GO TO 3000-EXIT                                          WEBSWIRE
038400     END-READ.                                                    WEBSWIRE
038500     IF NOT BRD-REC-IS-ACTIVE                                     WEBSWIRE
038600        MOVE 'Payee bank code has been retired' TO L-MSG          WEBSWIRE
038700        GO TO 3000-EXIT                                           WEBSWIRE
038800     END-IF.                                                      WEBSWIRE
038900     MOVE L-FROM-ACC TO BAC-REC-ACCNO.                            WEBSWIRE
039000     READ BNKACC-FILE                                             WEBSWIRE
039100       INVALID KEY                                                WEBSWIRE
039200         MOVE 'From account not found' TO L-MSG                   WEBSWIRE
039300         GO TO 3000-EXIT                                          WEBSWIRE
039400     END-READ.                                                    WEBSWIRE
039500     IF BAC-REC-ACC-IS-CLOSED                                     WEBSWIRE
039600        MOVE 'From account is closed' TO L-MSG                    WEBSWIRE
039700        GO TO 3000-EXIT                                           WEBSWIRE
039800     END-IF.                                                      WEBSWIRE
039900     IF L-PID IS NOT EQUAL TO BAC-REC-PID AND                     WEBSWIRE
040000        L-PID IS NOT EQUAL TO BAC-REC-JOINT-PID                   WEBSWIRE
040100        MOVE 'From account is not yours' TO L-MSG                 WEBSWIRE
040200        GO TO 3000-EXIT                                           WEBSWIRE
040300     END-IF.                                                      WEBSWIRE
040400     PERFORM 3100-GET-WIRE-FEE THRU 3100-EXIT.                    WEBSWIRE
040500     COMPUTE WS-FROM-BALANCE =                                    WEBSWIRE
040600         BAC-REC-BALANCE - L-AMOUNT - WS-FEE-AMOUNT.              WEBSWIRE
040700     IF WS-FROM-BALANCE IS LESS THAN                              WEBSWIRE
040800        ((ZERO - BAC-REC-CREDIT-LIMIT) +                          WEBSWIRE
040900         BAC-REC-HOLD-AMOUNT)                                     WEBSWIRE
041000        MOVE 'Insufficient funds for wire and fee' TO L-MSG       WEBSWIRE
041100        GO TO 3000-EXIT                                           WEBSWIRE
041200     END-IF.                                                      WEBSWIRE
041300     PERFORM 3200-SET-VALUE-DATE THRU 3200-EXIT.                  WEBSWIRE
041400     IF L-MSG IS NOT EQUAL TO SPACES                              WEBSWIRE
041500        GO TO 3000-EXIT                                           WEBSWIRE
041600     END-IF.                                                      WEBSWIRE
041700                                                                  WEBSWIRE
041800 COPY CTSTAMPP.                                                   WEBSWIRE
041900     SET TREF-FUNC-ENCODE TO TRUE.                                WEBSWIRE
042000     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         WEBSWIRE
042100     CALL 'UTXNREF' USING WS-TREF-DATA.                           WEBSWIRE
042200     MOVE SPACES TO BNKWIRE-REC.                                  WEBSWIRE
042300     MOVE WS-TIMESTAMP TO BWR-REC-TIMESTAMP.                      WEBSWIRE
042400     MOVE TREF-REFNO TO BWR-REC-REFNO.                            WEBSWIRE
042500     MOVE L-PID TO BWR-REC-PID.                                   WEBSWIRE
042600     MOVE L-FROM-ACC TO BWR-REC-SRC-ACCNO.                        WEBSWIRE
042700     MOVE L-PAYEE-ID TO BWR-REC-PAYEE-ID.                         WEBSWIRE
042800     MOVE BPE-REC-NAME TO BWR-REC-BENE-NAME.                      WEBSWIRE
042900     MOVE BPE-REC-ROUTING TO BWR-REC-ROUTING.                     WEBSWIRE
043000     MOVE BPE-REC-EXT-ACCNO TO BWR-REC-BENE-ACCNO.                WEBSWIRE
043100     MOVE L-AMOUNT TO BWR-REC-AMOUNT.                             WEBSWIRE
043200     MOVE WS-FEE-AMOUNT TO BWR-REC-FEE-AMOUNT.                    WEBSWIRE
043300     MOVE L-DETAILS TO BWR-REC-DETAILS.                           WEBSWIRE
043400     SET BWR-REC-ON-WEB TO TRUE.                                  WEBSWIRE
043500     MOVE L-PID TO BWR-REC-ENTERED-BY.                            WEBSWIRE
043600     MOVE WS-TODAY-DATE TO BWR-REC-ENTERED-DATE.                  WEBSWIRE
043700     MOVE WS-NOW-TIME TO BWR-REC-ENTERED-TIME.                    WEBSWIRE
043800     MOVE L-VALUE-DATE TO BWR-REC-VALUE-DATE.                     WEBSWIRE
043900     SET BWR-REC-IS-ENTERED TO TRUE.                              WEBSWIRE
044000     MOVE ZERO TO BWR-REC-MSG-SEQ.                                WEBSWIRE
044100     WRITE BNKWIRE-REC                                            WEBSWIRE
044200       INVALID KEY                                                WEBSWIRE
044300         MOVE 'Unable to record wire' TO L-MSG                    WEBSWIRE
044400         GO TO 3000-EXIT                                          WEBSWIRE
044500     END-WRITE.                                                   WEBSWIRE
044600     MOVE BWR-REC-REFNO TO L-REFNO.                               WEBSWIRE
044700     MOVE WS-FEE-AMOUNT TO L-FEE.                                 WEBSWIRE
044800 3000-EXIT.                                                       WEBSWIRE
044900     EXIT.                                                        WEBSWIRE
045000                                                                  WEBSWIRE
045100***************************************************************** WEBSWIRE
045200* The BNKFEES WIRE fee for the account type, waived when the    * WEBSWIRE
045300* balance stands at or above the waiver balance                 * WEBSWIRE
045400***************************************************************** WEBSWIRE
045500 3100-GET-WIRE-FEE.                                               WEBSWIRE
045600     MOVE ZERO TO WS-FEE-AMOUNT.                                  WEBSWIRE
045700     MOVE 'WIRE' TO BFE-REC-FEE-CODE.                             WEBSWIRE
045800     MOVE BAC-REC-TYPE TO BFE-REC-ACC-TYPE.                       WEBSWIRE
045900     READ BNKFEES-FILE                                            WEBSWIRE
046000       INVALID KEY                                                WEBSWIRE
046100         GO TO 3100-EXIT                                          WEBSWIRE
046200     END-READ.                                                    WEBSWIRE
046300     IF BFE-REC-WAIVER-BAL IS GREATER THAN ZERO AND               WEBSWIRE
046400        BAC-REC-BALANCE IS NOT LESS THAN BFE-REC-WAIVER-BAL       WEBSWIRE
046500        GO TO 3100-EXIT                                           WEBSWIRE
046600     END-IF.                                                      WEBSWIRE
046700     MOVE BFE-REC-AMOUNT TO WS-FEE-AMOUNT.                        WEBSWIRE
046800 3100-EXIT.                                                       WEBSWIRE
046900     EXIT.                                                        WEBSWIRE
047000                                                                  WEBSWIRE
047100***************************************************************** WEBSWIRE
047200* Before the BNKPARM WIRECUT cut-off (HHMM, default 1500) the   * WEBSWIRE
047300* wire is valued today, or the next business day if today is    * WEBSWIRE
047400* not one; at or after it, the business day after - the same    * WEBSWIRE
047500* rule the counter applies                                      * WEBSWIRE
047600***************************************************************** WEBSWIRE
047700 3200-SET-VALUE-DATE.                                             WEBSWIRE
047800     MOVE WS-TIMESTAMP (12:2) TO WS-NOW-TIME (1:2).               WEBSWIRE
047900     MOVE WS-TIMESTAMP (15:2) TO WS-NOW-TIME (3:2).               WEBSWIRE
048000     MOVE '1500' TO WS-CUTOFF-TIME.                               WEBSWIRE
048100     MOVE 'WIRECUT ' TO PRM-REC-KEY.                              WEBSWIRE
048200     READ BNKPARM-FILE                                            WEBSWIRE
048300       INVALID KEY                                                WEBSWIRE
048400         CONTINUE                                                 WEBSWIRE
048500     END-READ.                                                    WEBSWIRE
048600     IF WS-BNKPARM-STATUS IS EQUAL TO '00' AND                    WEBSWIRE
048700        PRM-REC-TEXT (1:4) IS NUMERIC                             WEBSWIRE
048800        MOVE PRM-REC-TEXT (1:4) TO WS-CUTOFF-TIME                 WEBSWIRE
048900     END-IF.                                                      WEBSWIRE
049000     MOVE WS-TODAY-DATE TO ROLL-INPUT-DATE.                       WEBSWIRE
049100     MOVE SPACES TO ROLL-BRANCH-CODE.                             WEBSWIRE
049200     IF WS-NOW-TIME IS LESS THAN WS-CUTOFF-TIME                   WEBSWIRE
049300        MOVE 0 TO ROLL-ADD-DAYS                                   WEBSWIRE
049400     ELSE                                                         WEBSWIRE
049500        MOVE 1 TO ROLL-ADD-DAYS                                   WEBSWIRE
049600     END-IF.                                                      WEBSWIRE
049700     CALL 'UDATROLL' USING WS-ROLL-DATA.                          WEBSWIRE
049800     IF ROLL-FAILED                                               WEBSWIRE
049900        MOVE 'Unable to set value date' TO L-MSG                  WEBSWIRE
050000        GO TO 3200-EXIT                                           WEBSWIRE
050100     END-IF.                                                      WEBSWIRE
050200     MOVE ROLL-OUTPUT-DATE TO L-VALUE-DATE.                       WEBSWIRE
050300 3200-EXIT.                                                       WEBSWIRE
050400     EXIT.                                                        WEBSWIRE
