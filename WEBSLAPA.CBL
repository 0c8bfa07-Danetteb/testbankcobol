000100***************************************************************** WEBSLAPA
000200*                                                               * WEBSLAPA
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * WEBSLAPA
000400*   This demonstration program is provided for use by users     * WEBSLAPA
000500*   of Micro Focus products and may be used, modified and       * WEBSLAPA
000600*   distributed as part of your application provided that       * WEBSLAPA
000700*   you properly acknowledge the copyright of Micro Focus       * WEBSLAPA
000800*   in this material.                                           * WEBSLAPA
000900*                                                               * WEBSLAPA
001000***************************************************************** WEBSLAPA
001100                                                                  WEBSLAPA
001200***************************************************************** WEBSLAPA
001300* Program:     WEBSLAPA.CBL                                     * WEBSLAPA
001400* Function:    Web-callable loan application intake for a       * WEBSLAPA
001500*              signed-in customer, alongside WEBSLAPP which     * WEBSLAPA
001600*              takes applications from callers who are not      * WEBSLAPA
001700*              signed in. The caller presents a WEBSLOGN        * WEBSLAPA
001800*              session token with the same application WEBSLAPP * WEBSLAPA
001900*              takes; the token is checked as WEBSBALS does and * WEBSLAPA
002000*              the application is persisted to the BNKLAPP      * WEBSLAPA
002100*              queue carrying the customer's PID, so the        * WEBSLAPA
002200*              nightly credit decisioning run DBNK209P can      * WEBSLAPA
002300*              score it against their relationship. The         * WEBSLAPA
002400*              reference number comes back for the caller to    * WEBSLAPA
002500*              show. Files open on first use and stay open for  * WEBSLAPA
002600*              the life of the server process.                  * WEBSLAPA
002700***************************************************************** WEBSLAPA
002800                                                                  WEBSLAPA
002900 IDENTIFICATION DIVISION.                                         WEBSLAPA
003000 PROGRAM-ID.                                                      WEBSLAPA
003100     WEBSLAPA.                                                    WEBSLAPA
003200 DATE-WRITTEN.                                                    WEBSLAPA
003300     September 2007.                                              WEBSLAPA
003400 DATE-COMPILED.                                                   WEBSLAPA
003500     Today.                                                       WEBSLAPA
003600                                                                  WEBSLAPA
003700 ENVIRONMENT DIVISION.                                            WEBSLAPA
003800                                                                  WEBSLAPA
003900 INPUT-OUTPUT   SECTION.                                          WEBSLAPA
004000   FILE-CONTROL.                                                  WEBSLAPA
004100     SELECT BNKWTOK-FILE                                          WEBSLAPA
004200            ASSIGN       TO BNKWTOK                               WEBSLAPA
004300            ORGANIZATION IS INDEXED                               WEBSLAPA
004400            ACCESS MODE  IS RANDOM                                WEBSLAPA
004500            RECORD KEY   IS WTK-REC-TOKEN                         WEBSLAPA
004600            FILE STATUS  IS WS-BNKWTOK-STATUS.                    WEBSLAPA
004700                                                                  WEBSLAPA
004800     SELECT BNKLAPP-FILE                                          WEBSLAPA
004900            ASSIGN       TO BNKLAPP                               WEBSLAPA
005000            ORGANIZATION IS INDEXED                               WEBSLAPA
005100            ACCESS MODE  IS RANDOM                                WEBSLAPA
005200            RECORD KEY   IS LAP-REC-REFNO                         WEBSLAPA
005300            FILE STATUS  IS WS-BNKLAPP-STATUS.                    WEBSLAPA
005400                                                                  WEBSLAPA
005500 DATA DIVISION.                                                   WEBSLAPA
005600                                                                  WEBSLAPA
005700 FILE SECTION.                                                    WEBSLAPA
005800 FD  BNKWTOK-FILE.                                                WEBSLAPA
005900 01  BNKWTOK-REC.                                                 WEBSLAPA
006000 COPY CBANKVWT.                                                   WEBSLAPA
006100                                                                  WEBSLAPA
006200 FD  BNKLAPP-FILE.                                                WEBSLAPA
006300 01  BNKLAPP-REC.                                                 WEBSLAPA
006400 COPY CBANKVLA.                                                   WEBSLAPA
006500                                                                  WEBSLAPA
006600 WORKING-STORAGE SECTION.                                         WEBSLAPA
006700 01  WS-TIMESTAMP-DATA.                                           WEBSLAPA
006800 COPY CTSTAMPD.                                                   WEBSLAPA
006900                                                                  WEBSLAPA
007000 01  WS-MISC-STORAGE.                                             WEBSLAPA
007100   05  WS-PROGRAM-ID                         PIC X(8)             WEBSLAPA
007200       VALUE 'WEBSLAPA'.                                          WEBSLAPA
007300   05  WS-BNKWTOK-STATUS.                                         WEBSLAPA
007400     10  WS-BNKWTOK-STAT1                    PIC X(1).            WEBSLAPA
007500     10  WS-BNKWTOK-STAT2                    PIC X(1).            WEBSLAPA
007600   05  WS-BNKLAPP-STATUS.                                         WEBSLAPA
007700     10  WS-BNKLAPP-STAT1                    PIC X(1).            WEBSLAPA
007800     10  WS-BNKLAPP-STAT2                    PIC X(1).            WEBSLAPA
007900   05  WS-FILES-OPEN-FLAG                    PIC X(1)             WEBSLAPA
008000       VALUE 'N'.                                                 WEBSLAPA
008100     88  WS-FILES-ARE-OPEN                   VALUE 'Y'.           WEBSLAPA
008200     88  WS-FILES-NOT-OPEN                   VALUE 'N'.           WEBSLAPA
008300                                                                  WEBSLAPA
008400*  token life mirrors the issuing service's view of a session     WEBSLAPA
008500   05  WS-TOKEN-LIFE-MINUTES                 PIC S9(3)            WEBSLAPA
008600                                             COMP-3 VALUE 30.     WEBSLAPA
008700   05  WS-THEN-HH                            PIC 9(2).            WEBSLAPA
008800   05  WS-THEN-MI                            PIC 9(2).            WEBSLAPA
008900   05  WS-IDLE-GONE                          PIC S9(5)            WEBSLAPA
009000                                             COMP-3.              WEBSLAPA
009100                                                                  WEBSLAPA
009200 01  WS-TREF-DATA.                                                WEBSLAPA
009300 COPY CTREFD.                                                     WEBSLAPA
009400                                                                  WEBSLAPA
009500 LINKAGE SECTION.                                                 WEBSLAPA
009600 01  L-LINKAGE.                                                   WEBSLAPA
009700   05  L-INPUT.                                                   WEBSLAPA
009800     10  L-PID                               PIC X(5).            WEBSLAPA
009900     10  L-TOKEN                             PIC X(16).           WEBSLAPA
010000     10  L-NAME                              PIC X(30).           WEBSLAPA
010100     10  L-TEL                               PIC X(15).           WEBSLAPA
010200     10  L-EMAIL                             PIC X(40).           WEBSLAPA
010300     10  L-PROD-CODE                         PIC X(2).            WEBSLAPA
010400     10  L-PRINCIPAL                         PIC 9(7).            WEBSLAPA
010500     10  L-RATE                              PIC 9(3)V9(3).       WEBSLAPA
010600     10  L-TERM                              PIC 9(5).            WEBSLAPA
010700     10  L-PAYMENT                           PIC 9(6)V99.         WEBSLAPA
010800   05  L-OUTPUT.                                                  WEBSLAPA
010900     10  L-STATUS                            PIC X(1).            WEBSLAPA
011000       88  L-STATUS-OK                       VALUE '0'.           WEBSLAPA
011100       88  L-STATUS-BAD-INPUT                VALUE '1'.           WEBSLAPA
011200       88  L-STATUS-NO-FILES                 VALUE '2'.           WEBSLAPA
011300       88  L-STATUS-BAD-TOKEN                VALUE '3'.           WEBSLAPA
011400     10  L-REFNO                             PIC X(12).           WEBSLAPA
011500                                                                  WEBSLAPA
011600 PROCEDURE DIVISION USING L-LINKAGE.                              WEBSLAPA
011700 0000-MAINLINE.                                                   WEBSLAPA
011800     SET L-STATUS-BAD-TOKEN TO TRUE.                              WEBSLAPA
011900     MOVE SPACES TO L-REFNO.                                      WEBSLAPA
012000     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.                      WEBSLAPA
012100     IF WS-FILES-NOT-OPEN                                         WEBSLAPA
012200        SET L-STATUS-NO-FILES TO TRUE                             WEBSLAPA
012300        GOBACK                                                    WEBSLAPA
012400     END-IF.                                                      WEBSLAPA
012500 COPY CTSTAMPP.                                                   WEBSLAPA
012600     PERFORM 2000-CHECK-TOKEN THRU 2000-EXIT.                     WEBSLAPA
012700     IF NOT L-STATUS-OK                                           WEBSLAPA
012800        GOBACK                                                    WEBSLAPA
012900     END-IF.                                                      WEBSLAPA
013000     SET L-STATUS-BAD-INPUT TO TRUE.                              WEBSLAPA
013100     IF L-NAME IS EQUAL TO SPACES OR                              WEBSLAPA
013200        L-PRINCIPAL IS NOT GREATER THAN ZERO OR                   WEBSLAPA
013300        L-TERM IS NOT GREATER THAN ZERO                           WEBSLAPA
013400        GOBACK                                                    WEBSLAPA
013500     END-IF.                                                      WEBSLAPA
013600     SET TREF-FUNC-ENCODE TO TRUE.                                WEBSLAPA
013700     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         WEBSLAPA
013800     CALL 'UTXNREF' USING WS-TREF-DATA.                           WEBSLAPA
013900     MOVE SPACES TO BNKLAPP-REC.                                  WEBSLAPA
014000     MOVE TREF-REFNO TO LAP-REC-REFNO.                            WEBSLAPA
014100     MOVE L-NAME TO LAP-REC-NAME.                                 WEBSLAPA
014200     MOVE L-TEL TO LAP-REC-TEL.                                   WEBSLAPA
014300     MOVE L-EMAIL TO LAP-REC-EMAIL.                               WEBSLAPA
014400     MOVE L-PROD-CODE TO LAP-REC-PROD-CODE.                       WEBSLAPA
014500     MOVE L-PRINCIPAL TO LAP-REC-PRINCIPAL.                       WEBSLAPA
014600     MOVE L-RATE TO LAP-REC-RATE.                                 WEBSLAPA
014700     MOVE L-TERM TO LAP-REC-TERM.                                 WEBSLAPA
014800     MOVE L-PAYMENT TO LAP-REC-PAYMENT.                           WEBSLAPA
014900     SET LAP-REC-IS-PENDING TO TRUE.                              WEBSLAPA
015000     MOVE WS-TS-CURRENT-DATE TO LAP-REC-TAKEN-DATE.               WEBSLAPA
015100     MOVE SPACES TO LAP-REC-DECIDED-BY.                           WEBSLAPA
015200     MOVE SPACES TO LAP-REC-DECIDED-DATE.                         WEBSLAPA
015300     MOVE L-PID TO LAP-REC-PID.                                   WEBSLAPA
015400     WRITE BNKLAPP-REC                                            WEBSLAPA
015500       INVALID KEY                                                WEBSLAPA
015600         GOBACK                                                   WEBSLAPA
015700     END-WRITE.                                                   WEBSLAPA
015800     MOVE LAP-REC-REFNO TO L-REFNO.                               WEBSLAPA
015900     SET L-STATUS-OK TO TRUE.                                     WEBSLAPA
016000     GOBACK.                                                      WEBSLAPA
016100                                                                  WEBSLAPA
016200***************************************************************** WEBSLAPA
016300* Open the files on first use                                   * WEBSLAPA
016400***************************************************************** WEBSLAPA
016500 1000-OPEN-FILES.                                                 WEBSLAPA
016600     IF WS-FILES-ARE-OPEN                                         WEBSLAPA
016700        GO TO 1000-EXIT                                           WEBSLAPA
016800     END-IF.                                                      WEBSLAPA
016900     OPEN I-O BNKWTOK-FILE.                                       WEBSLAPA
017000     IF WS-BNKWTOK-STATUS IS NOT EQUAL TO '00'                    WEBSLAPA
017100        GO TO 1000-EXIT                                           WEBSLAPA
017200     END-IF.                                                      WEBSLAPA
017300     OPEN I-O BNKLAPP-FILE.                                       WEBSLAPA
017400     IF WS-BNKLAPP-STATUS IS NOT EQUAL TO '00'                    WEBSLAPA
017500        GO TO 1000-EXIT                                           WEBSLAPA
017600     END-IF.                                                      WEBSLAPA
017700     SET WS-FILES-ARE-OPEN TO TRUE.                               WEBSLAPA
017800 1000-EXIT.                                                       WEBSLAPA
017900     EXIT.                                                        WEBSLAPA
018000                                                                  WEBSLAPA
018100***************************************************************** WEBSLAPA
018200* The session token must be live, the caller's, and within its  * WEBSLAPA
018300* life - exactly the WEBSBALS test                              * WEBSLAPA
018400***************************************************************** WEBSLAPA
018500 2000-CHECK-TOKEN.                                                WEBSLAPA
018600     MOVE L-TOKEN TO WTK-REC-TOKEN.                               WEBSLAPA
018700     READ BNKWTOK-FILE                                            WEBSLAPA
018800       INVALID KEY                                                WEBSLAPA
018900         GO TO 2000-EXIT                                          WEBSLAPA
019000     END-READ.                                                    WEBSLAPA
019100     IF NOT WTK-REC-IS-ACTIVE                                     WEBSLAPA
019200        GO TO 2000-EXIT                                           WEBSLAPA
019300     END-IF.                                                      WEBSLAPA
019400     IF WTK-REC-PID IS NOT EQUAL TO L-PID                         WEBSLAPA
019500        GO TO 2000-EXIT                                           WEBSLAPA
019600     END-IF.                                                      WEBSLAPA
019700     IF WTK-REC-LAST-USED-TS (1:10) IS NOT EQUAL TO               WEBSLAPA
019800        WS-TIMESTAMP (1:10)                                       WEBSLAPA
019900        GO TO 2100-TOKEN-DEAD                                     WEBSLAPA
020000     END-IF.                                                      WEBSLAPA
020100     MOVE WTK-REC-LAST-USED-TS (12:2) TO WS-THEN-HH.              WEBSLAPA
020200     MOVE WTK-REC-LAST-USED-TS (15:2) TO WS-THEN-MI.              WEBSLAPA
020300     COMPUTE WS-IDLE-GONE =                                       WEBSLAPA
020400         ((WS-TS-CT-HH * 60) + WS-TS-CT-MI) -                     WEBSLAPA
020500         ((WS-THEN-HH * 60) + WS-THEN-MI).                        WEBSLAPA
020600     IF WS-IDLE-GONE IS GREATER THAN WS-TOKEN-LIFE-MINUTES        WEBSLAPA
020700        GO TO 2100-TOKEN-DEAD                                     WEBSLAPA
020800     END-IF.                                                      WEBSLAPA
020900     MOVE WS-TIMESTAMP TO WTK-REC-LAST-USED-TS.                   WEBSLAPA
021000     REWRITE BNKWTOK-REC                                          WEBSLAPA
021100       INVALID KEY                                                WEBSLAPA
021200         CONTINUE                                                 WEBSLAPA
021300     END-REWRITE.                                                 WEBSLAPA
021400     SET L-STATUS-OK TO TRUE.                                     WEBSLAPA
021500     GO TO 2000-EXIT.                                             WEBSLAPA
021600 2100-TOKEN-DEAD.                                                 WEBSLAPA
021700     SET WTK-REC-IS-ENDED TO TRUE.                                WEBSLAPA
021800     REWRITE BNKWTOK-REC                                          WEBSLAPA
021900       INVALID KEY                                                WEBSLAPA
022000         CONTINUE                                                 WEBSLAPA
022100     END-REWRITE.                                                 WEBSLAPA
022200 2000-EXIT.                                                       WEBSLAPA
022300     EXIT.                                                        WEBSLAPA
022400                                                                  WEBSLAPA
