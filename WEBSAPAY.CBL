000100***************************************************************** WEBSAPAY
000200*                                                               * WEBSAPAY
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * WEBSAPAY
000400*   This demonstration program is provided for use by users     * WEBSAPAY
000500*   of Micro Focus products and may be used, modified and       * WEBSAPAY
000600*   distributed as part of your application provided that       * WEBSAPAY
000700*   you properly acknowledge the copyright of Micro Focus       * WEBSAPAY
000800*   in this material.                                           * WEBSAPAY
000900*                                                               * WEBSAPAY
001000***************************************************************** WEBSAPAY
001100                                                                  WEBSAPAY
001200***************************************************************** WEBSAPAY
001300* Program:     WEBSAPAY.CBL                                     * WEBSAPAY
001400* Function:    Web-callable pay-by-alias service, following the * WEBSAPAY
001500*              WEBSCALC pattern: a flat linkage in, a flat      * WEBSAPAY
001600*              linkage back. The caller presents a WEBSLOGN     * WEBSAPAY
001700*              session token and names the payee by a mobile    * WEBSAPAY
001800*              number or e-mail alias registered through        * WEBSAPAY
001900*              WEBSALIA. The alias must be held on BNKALIAS,    * WEBSAPAY
002000*              active, and still the payee's contact detail on  * WEBSAPAY
002100*              BNKCUST; an alias not held is refused, never     * WEBSAPAY
002200*              guessed at. The payment then posts at once       * WEBSAPAY
002300*              through WEBSXFER as an ordinary transfer, with   * WEBSAPAY
002400*              every edit that service applies. The payee's     * WEBSAPAY
002500*              name is handed back to confirm the payment; the  * WEBSAPAY
002600*              payee's account number never is. Files open on   * WEBSAPAY
002700*              first use and stay open for the life of the      * WEBSAPAY
002800*              server process.                                  * WEBSAPAY
002900***************************************************************** WEBSAPAY
003000                                                                  WEBSAPAY
003100 IDENTIFICATION DIVISION.                                         WEBSAPAY
003200 PROGRAM-ID.                                                      WEBSAPAY
003300     WEBSAPAY.                                                    WEBSAPAY
003400 DATE-WRITTEN.                                                    WEBSAPAY
003500     September 2007.                                              WEBSAPAY
003600 DATE-COMPILED.                                                   WEBSAPAY
003700     Today.                                                       WEBSAPAY
003800                                                                  WEBSAPAY
003900 ENVIRONMENT DIVISION.                                            WEBSAPAY
004000                                                                  WEBSAPAY
004100 INPUT-OUTPUT   SECTION.                                          WEBSAPAY
004200   FILE-CONTROL.                                                  WEBSAPAY
004300     SELECT BNKWTOK-FILE                                          WEBSAPAY
004400            ASSIGN       TO BNKWTOK                               WEBSAPAY
004500            ORGANIZATION IS INDEXED                               WEBSAPAY
004600            ACCESS MODE  IS RANDOM                                WEBSAPAY
004700            RECORD KEY   IS WTK-REC-TOKEN                         WEBSAPAY
004800            FILE STATUS  IS WS-BNKWTOK-STATUS.                    WEBSAPAY
004900                                                                  WEBSAPAY
005000     SELECT BNKCUST-FILE                                          WEBSAPAY
005100            ASSIGN       TO BNKCUST                               WEBSAPAY
005200            ORGANIZATION IS INDEXED                               WEBSAPAY
005300            ACCESS MODE  IS RANDOM                                WEBSAPAY
005400            RECORD KEY   IS BCS-REC-PID                           WEBSAPAY
005500            FILE STATUS  IS WS-BNKCUST-STATUS.                    WEBSAPAY
005600                                                                  WEBSAPAY
005700     SELECT BNKALIAS-FILE                                         WEBSAPAY
005800            ASSIGN       TO BNKALIAS                              WEBSAPAY
005900            ORGANIZATION IS INDEXED                               WEBSAPAY
006000            ACCESS MODE  IS DYNAMIC                               WEBSAPAY
006100            RECORD KEY   IS ALS-REC-ALIAS                         WEBSAPAY
006200            ALTERNATE KEY IS ALS-REC-PID WITH DUPLICATES          WEBSAPAY
006300            FILE STATUS  IS WS-BNKALIAS-STATUS.                   WEBSAPAY
006400                                                                  WEBSAPAY
006500 DATA DIVISION.                                                   WEBSAPAY
006600                                                                  WEBSAPAY
006700 FILE SECTION.                                                    WEBSAPAY
006800 FD  BNKWTOK-FILE.                                                WEBSAPAY
006900 01  BNKWTOK-REC.                                                 WEBSAPAY
007000 COPY CBANKVWT.                                                   WEBSAPAY
007100                                                                  WEBSAPAY
007200 FD  BNKCUST-FILE.                                                WEBSAPAY
007300 01  BNKCUST-REC.                                                 WEBSAPAY
007400 COPY CBANKVCS.                                                   WEBSAPAY
007500                                                                  WEBSAPAY
007600 FD  BNKALIAS-FILE.                                               WEBSAPAY
007700 01  BNKALIAS-REC.                                                WEBSAPAY
007800 COPY CBANKVAS.                                                   WEBSAPAY
007900                                                                  WEBSAPAY
008000 WORKING-STORAGE SECTION.                                         WEBSAPAY
008100 01  WS-TIMESTAMP-DATA.                                           WEBSAPAY
008200 COPY CTSTAMPD.                                                   WEBSAPAY
008300                                                                  WEBSAPAY
008400 01  WS-MISC-STORAGE.                                             WEBSAPAY
008500   05  WS-PROGRAM-ID                         PIC X(8)             WEBSAPAY
008600       VALUE 'WEBSAPAY'.                                          WEBSAPAY
008700                                                                  WEBSAPAY
008800   05  WS-BNKWTOK-STATUS.                                         WEBSAPAY
008900     10  WS-BNKWTOK-STAT1                    PIC X(1).            WEBSAPAY
009000     10  WS-BNKWTOK-STAT2                    PIC X(1).            WEBSAPAY
009100   05  WS-BNKCUST-STATUS.                                         WEBSAPAY
009200     10  WS-BNKCUST-STAT1                    PIC X(1).            WEBSAPAY
009300     10  WS-BNKCUST-STAT2                    PIC X(1).            WEBSAPAY
009400   05  WS-BNKALIAS-STATUS.                                        WEBSAPAY
009500     10  WS-BNKALIAS-STAT1                   PIC X(1).            WEBSAPAY
009600     10  WS-BNKALIAS-STAT2                   PIC X(1).            WEBSAPAY
009700                                                                  WEBSAPAY
009800   05  WS-FILES-OPEN-FLAG                    PIC X(1)             WEBSAPAY
009900       VALUE 'N'.                                                 WEBSAPAY
010000     88  WS-FILES-ARE-OPEN                   VALUE 'Y'.           WEBSAPAY
010100     88  WS-FILES-NOT-OPEN                   VALUE 'N'.           WEBSAPAY
010200                                                                  WEBSAPAY
010300*  token life mirrors the issuing service's view of a session     WEBSAPAY
010400   05  WS-TOKEN-LIFE-MINUTES                 PIC S9(3)            WEBSAPAY
010500                                             COMP-3 VALUE 30.     WEBSAPAY
010600   05  WS-THEN-HH                            PIC 9(2).            WEBSAPAY
010700   05  WS-THEN-MI                            PIC 9(2).            WEBSAPAY
010800   05  WS-IDLE-GONE                          PIC S9(5)            WEBSAPAY
010900                                             COMP-3.              WEBSAPAY
011000                                                                  WEBSAPAY
011100   05  WS-ALIAS                              PIC X(40).           WEBSAPAY
011200   05  WS-ALIAS-EMAIL                        PIC X(40).           WEBSAPAY
011300   05  WS-AT-COUNT                           PIC S9(4) COMP.      WEBSAPAY
011400   05  WS-FROM-ACC                           PIC X(9).            WEBSAPAY
011500   05  WS-TO-ACC                             PIC X(9).            WEBSAPAY
011600                                                                  WEBSAPAY
011700*  the WEBSXFER linkage, through which the payment posts          WEBSAPAY
011800 01  WS-XFER-LINKAGE.                                             WEBSAPAY
011900   05  WS-XFER-INPUT.                                             WEBSAPAY
012000     10  WS-XFER-PID                         PIC X(5).            WEBSAPAY
012100     10  WS-XFER-TOKEN                       PIC X(16).           WEBSAPAY
012200     10  WS-XFER-FROM-ACC                    PIC X(9).            WEBSAPAY
012300     10  WS-XFER-TO-ACC                      PIC X(9).            WEBSAPAY
012400     10  WS-XFER-AMOUNT                      PIC 9(7)V99.         WEBSAPAY
012500   05  WS-XFER-OUTPUT.                                            WEBSAPAY
012600     10  WS-XFER-STATUS                      PIC X(1).            WEBSAPAY
012700     10  WS-XFER-MSG                         PIC X(40).           WEBSAPAY
012800     10  WS-XFER-REFNO                       PIC X(12).           WEBSAPAY
012900     10  WS-XFER-NEW-BALANCE                 PIC S9(9)V99.        WEBSAPAY
013000                                                                  WEBSAPAY
013100 LINKAGE SECTION.                                                 WEBSAPAY
013200 01  L-LINKAGE.                                                   WEBSAPAY
013300   05  L-INPUT.                                                   WEBSAPAY
013400     10  L-PID                               PIC X(5).            WEBSAPAY
013500     10  L-TOKEN                             PIC X(16).           WEBSAPAY
013600*      blank to pay from the caller's own alias account           WEBSAPAY
013700     10  L-FROM-ACC                          PIC X(9).            WEBSAPAY
013800     10  L-TO-ALIAS                          PIC X(40).           WEBSAPAY
013900     10  L-AMOUNT                            PIC 9(7)V99.         WEBSAPAY
014000   05  L-OUTPUT.                                                  WEBSAPAY
014100     10  L-STATUS                            PIC X(1).            WEBSAPAY
014200       88  L-STATUS-OK                       VALUE '0'.           WEBSAPAY
014300       88  L-STATUS-BAD-TOKEN                VALUE '1'.           WEBSAPAY
014400       88  L-STATUS-NO-FILES                 VALUE '2'.           WEBSAPAY
014500       88  L-STATUS-REFUSED                  VALUE '3'.           WEBSAPAY
014600     10  L-MSG                               PIC X(40).           WEBSAPAY
014700     10  L-REFNO                             PIC X(12).           WEBSAPAY
014800     10  L-NEW-BALANCE                       PIC S9(9)V99.        WEBSAPAY
014900     10  L-PAYEE-NAME                        PIC X(30).           WEBSAPAY
015000                                                                  WEBSAPAY
015100 PROCEDURE DIVISION USING L-LINKAGE.                              WEBSAPAY
015200 0000-MAINLINE.                                                   WEBSAPAY
015300     SET L-STATUS-BAD-TOKEN TO TRUE.                              WEBSAPAY
015400     MOVE SPACES TO L-MSG.                                        WEBSAPAY
015500     MOVE SPACES TO L-REFNO.                                      WEBSAPAY
015600     MOVE ZERO TO L-NEW-BALANCE.                                  WEBSAPAY
015700     MOVE SPACES TO L-PAYEE-NAME.                                 WEBSAPAY
015800     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.                      WEBSAPAY
015900     IF WS-FILES-NOT-OPEN                                         WEBSAPAY
016000        SET L-STATUS-NO-FILES TO TRUE                             WEBSAPAY
016100        GOBACK                                                    WEBSAPAY
016200     END-IF.                                                      WEBSAPAY
016300 COPY CTSTAMPP.                                                   WEBSAPAY
016400     PERFORM 2000-CHECK-TOKEN THRU 2000-EXIT.                     WEBSAPAY
016500     IF NOT L-STATUS-OK                                           WEBSAPAY
016600        MOVE 'Session token not accepted' TO L-MSG                WEBSAPAY
016700        GOBACK                                                    WEBSAPAY
016800     END-IF.                                                      WEBSAPAY
016900     SET L-STATUS-REFUSED TO TRUE.                                WEBSAPAY
017000     PERFORM 3000-RESOLVE-ALIAS THRU 3000-EXIT.                   WEBSAPAY
017100     IF L-MSG IS NOT EQUAL TO SPACES                              WEBSAPAY
017200        GOBACK                                                    WEBSAPAY
017300     END-IF.                                                      WEBSAPAY
017400     PERFORM 4000-PAY-ALIAS THRU 4000-EXIT.                       WEBSAPAY
017500     GOBACK.                                                      WEBSAPAY
017600                                                                  WEBSAPAY
017700***************************************************************** WEBSAPAY
017800* Open the files on first use                                   * WEBSAPAY
017900***************************************************************** WEBSAPAY
018000 1000-OPEN-FILES.                                                 WEBSAPAY
018100     IF WS-FILES-ARE-OPEN                                         WEBSAPAY
018200        GO TO 1000-EXIT                                           WEBSAPAY
018300     END-IF.                                                      WEBSAPAY
018400     OPEN I-O BNKWTOK-FILE.                                       WEBSAPAY
018500     IF WS-BNKWTOK-STATUS IS NOT EQUAL TO '00'                    WEBSAPAY
018600        GO TO 1000-EXIT                                           WEBSAPAY
018700     END-IF.                                                      WEBSAPAY
018800     OPEN INPUT BNKCUST-FILE.                                     WEBSAPAY
018900     OPEN INPUT BNKALIAS-FILE.                                    WEBSAPAY
019000     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00' OR                 WEBSAPAY
019100        WS-BNKALIAS-STATUS IS NOT EQUAL TO '00'                   WEBSAPAY
019200        GO TO 1000-EXIT                                           WEBSAPAY
019300     END-IF.                                                      WEBSAPAY
019400     SET WS-FILES-ARE-OPEN TO TRUE.                               WEBSAPAY
019500 1000-EXIT.                                                       WEBSAPAY
019600     EXIT.                                                        WEBSAPAY
019700                                                                  WEBSAPAY
019800***************************************************************** WEBSAPAY
019900* The session token must be live, the caller's, and within its  * WEBSAPAY
020000* life - exactly the WEBSBALS test                              * WEBSAPAY
020100***************************************************************** WEBSAPAY
020200 2000-CHECK-TOKEN.                                                WEBSAPAY
020300     MOVE L-TOKEN TO WTK-REC-TOKEN.                               WEBSAPAY
020400     READ BNKWTOK-FILE                                            WEBSAPAY
020500       INVALID KEY                                                WEBSAPAY
020600         GO TO 2000-EXIT                                          WEBSAPAY
020700     END-READ.                                                    WEBSAPAY
020800     IF NOT WTK-REC-IS-ACTIVE                                     WEBSAPAY
020900        GO TO 2000-EXIT                                           WEBSAPAY
021000     END-IF.                                                      WEBSAPAY
021100     IF WTK-REC-PID IS NOT EQUAL TO L-PID                         WEBSAPAY
021200        GO TO 2000-EXIT                                           WEBSAPAY
021300     END-IF.                                                      WEBSAPAY
021400     IF WTK-REC-LAST-USED-TS (1:10) IS NOT EQUAL TO               WEBSAPAY
021500        WS-TIMESTAMP (1:10)                                       WEBSAPAY
021600        GO TO 2100-TOKEN-DEAD                                     WEBSAPAY
021700     END-IF.                                                      WEBSAPAY
021800     MOVE WTK-REC-LAST-USED-TS (12:2) TO WS-THEN-HH.              WEBSAPAY
021900     MOVE WTK-REC-LAST-USED-TS (15:2) TO WS-THEN-MI.              WEBSAPAY
022000     COMPUTE WS-IDLE-GONE =                                       WEBSAPAY
022100         ((WS-TS-CT-HH * 60) + WS-TS-CT-MI) -                     WEBSAPAY
022200         ((WS-THEN-HH * 60) + WS-THEN-MI).                        WEBSAPAY
022300     IF WS-IDLE-GONE IS GREATER THAN WS-TOKEN-LIFE-MINUTES        WEBSAPAY
022400        GO TO 2100-TOKEN-DEAD                                     WEBSAPAY
022500     END-IF.                                                      WEBSAPAY
022600     MOVE WS-TIMESTAMP TO WTK-REC-LAST-USED-TS.                   WEBSAPAY
022700     REWRITE BNKWTOK-REC                                          WEBSAPAY
022800       INVALID KEY                                                WEBSAPAY
022900         CONTINUE                                                 WEBSAPAY
023000     END-REWRITE.                                                 WEBSAPAY
023100     SET L-STATUS-OK TO TRUE.                                     WEBSAPAY
023200     GO TO 2000-EXIT.                                             WEBSAPAY
023300 2100-TOKEN-DEAD.                                                 WEBSAPAY
023400     SET WTK-REC-IS-ENDED TO TRUE.                                WEBSAPAY
023500     REWRITE BNKWTOK-REC                                          WEBSAPAY
023600       INVALID KEY                                                WEBSAPAY
023700         CONTINUE                                                 WEBSAPAY
023800     END-REWRITE.                                                 WEBSAPAY
023900 2000-EXIT.                                                       WEBSAPAY
024000     EXIT.                                                        WEBSAPAY
024100                                                                  WEBSAPAY
024200***************************************************************** WEBSAPAY
024300* The alias must be held on BNKALIAS, active, and still the     * WEBSAPAY
024400* payee's mobile or e-mail on BNKCUST - an alias whose owner    * WEBSAPAY
024500* has since changed it is not paid. The payee's account becomes * WEBSAPAY
024600* the TO account. With no FROM account given, the caller's own  * WEBSAPAY
024700* alias account pays, so one alias pays another.                * WEBSAPAY
024800***************************************************************** WEBSAPAY
024900 3000-RESOLVE-ALIAS.                                              WEBSAPAY
025000     MOVE L-TO-ALIAS TO WS-ALIAS.                                 WEBSAPAY
025100     MOVE 0 TO WS-AT-COUNT.                                       WEBSAPAY
025200     INSPECT WS-ALIAS TALLYING WS-AT-COUNT FOR ALL '@'.           WEBSAPAY
025300     IF WS-AT-COUNT IS GREATER THAN 0                             WEBSAPAY
025400        INSPECT WS-ALIAS                                          WEBSAPAY
025500          CONVERTING 'abcdefghijklmnopqrstuvwxyz'                 WEBSAPAY
025600                  TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'                 WEBSAPAY
025700     END-IF.                                                      WEBSAPAY
025800     IF WS-ALIAS IS EQUAL TO SPACES                               WEBSAPAY
025900        MOVE 'No alias given to pay' TO L-MSG                     WEBSAPAY
026000        GO TO 3000-EXIT                                           WEBSAPAY
026100     END-IF.                                                      WEBSAPAY
026200     MOVE WS-ALIAS TO ALS-REC-ALIAS.                              WEBSAPAY
026300     READ BNKALIAS-FILE                                           WEBSAPAY
026400       INVALID KEY                                                WEBSAPAY
026500         MOVE 'No customer is registered to that alias'           WEBSAPAY
026600           TO L-MSG                                               WEBSAPAY
026700         GO TO 3000-EXIT                                          WEBSAPAY
026800     END-READ.                                                    WEBSAPAY
026900     IF NOT ALS-REC-IS-ACTIVE                                     WEBSAPAY
027000        MOVE 'No customer is registered to that alias'            WEBSAPAY
027100          TO L-MSG                                                WEBSAPAY
027200        GO TO 3000-EXIT                                           WEBSAPAY
027300     END-IF.                                                      WEBSAPAY
027400     MOVE ALS-REC-PID TO BCS-REC-PID.                             WEBSAPAY
027500     READ BNKCUST-FILE                                            WEBSAPAY
027600       INVALID KEY                                                WEBSAPAY
027700         MOVE 'That alias is no longer in use' TO L-MSG           WEBSAPAY
027800         GO TO 3000-EXIT                                          WEBSAPAY
027900     END-READ.                                                    WEBSAPAY
028000     MOVE BCS-REC-EMAIL TO WS-ALIAS-EMAIL.                        WEBSAPAY
028100     INSPECT WS-ALIAS-EMAIL                                       WEBSAPAY
028200       CONVERTING 'abcdefghijklmnopqrstuvwxyz'                    WEBSAPAY
028300               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                   WEBSAPAY
028400     IF ALS-REC-IS-MOBILE AND                                     WEBSAPAY
028500        WS-ALIAS IS NOT EQUAL TO BCS-REC-TEL                      WEBSAPAY
028600        MOVE 'That alias is no longer in use' TO L-MSG            WEBSAPAY
028700        GO TO 3000-EXIT                                           WEBSAPAY
028800     END-IF.                                                      WEBSAPAY
028900     IF ALS-REC-IS-EMAIL AND                                      WEBSAPAY
029000        WS-ALIAS IS NOT EQUAL TO WS-ALIAS-EMAIL                   WEBSAPAY
029100        MOVE 'That alias is no longer in use' TO L-MSG            WEBSAPAY
029200        GO TO 3000-EXIT                                           WEBSAPAY
029300     END-IF.                                                      WEBSAPAY
029400     MOVE ALS-REC-ACCNO TO WS-TO-ACC.                             WEBSAPAY
029500     MOVE BCS-REC-NAME TO L-PAYEE-NAME.                           WEBSAPAY
029600     MOVE L-FROM-ACC TO WS-FROM-ACC.                              WEBSAPAY
029700     IF WS-FROM-ACC IS NOT EQUAL TO SPACES                        WEBSAPAY
029800        GO TO 3000-EXIT                                           WEBSAPAY
029900     END-IF.                                                      WEBSAPAY
030000     MOVE L-PID TO ALS-REC-PID.                                   WEBSAPAY
030100     START BNKALIAS-FILE KEY IS NOT LESS THAN ALS-REC-PID         WEBSAPAY
030200       INVALID KEY                                                WEBSAPAY
030300         GO TO 3200-NO-OWN-ALIAS                                  WEBSAPAY
030400     END-START.                                                   WEBSAPAY
030500 3100-OWN-ALIAS-LOOP.                                             WEBSAPAY
030600     READ BNKALIAS-FILE NEXT                                      WEBSAPAY
030700       AT END                                                     WEBSAPAY
030800         GO TO 3200-NO-OWN-ALIAS                                  WEBSAPAY
030900     END-READ.                                                    WEBSAPAY
031000     IF ALS-REC-PID IS NOT EQUAL TO L-PID                         WEBSAPAY
031100        GO TO 3200-NO-OWN-ALIAS                                   WEBSAPAY
031200     END-IF.                                                      WEBSAPAY
031300     IF NOT ALS-REC-IS-ACTIVE                                     WEBSAPAY
031400        GO TO 3100-OWN-ALIAS-LOOP                                 WEBSAPAY
031500     END-IF.                                                      WEBSAPAY
031600     MOVE ALS-REC-ACCNO TO WS-FROM-ACC.                           WEBSAPAY
031700     GO TO 3000-EXIT.                                             WEBSAPAY
031800 3200-NO-OWN-ALIAS.                                               WEBSAPAY
031900     MOVE 'Give a from account or register an alias'              WEBSAPAY
032000       TO L-MSG.                                                  WEBSAPAY
032100 3000-EXIT.                                                       WEBSAPAY
032200     EXIT.                                                        WEBSAPAY
032300                                                                  WEBSAPAY
032400***************************************************************** WEBSAPAY
032500* Post the payment through WEBSXFER, which applies the same     * WEBSAPAY
032600* token, minor, ownership, funds, stop, daily and savings limit * WEBSAPAY
032700* edits as any web transfer. Only its status, message,          * WEBSAPAY
032800* reference and the FROM account's new balance come back to the * WEBSAPAY
032900* caller.                                                       * WEBSAPAY
033000***************************************************************** WEBSAPAY
033100 4000-PAY-ALIAS.                                                  WEBSAPAY
033200     MOVE SPACES TO WS-XFER-LINKAGE.                              WEBSAPAY
033300     MOVE L-PID TO WS-XFER-PID.                                   WEBSAPAY
033400     MOVE L-TOKEN TO WS-XFER-TOKEN.                               WEBSAPAY
033500     MOVE WS-FROM-ACC TO WS-XFER-FROM-ACC.                        WEBSAPAY
033600     MOVE WS-TO-ACC TO WS-XFER-TO-ACC.                            WEBSAPAY
033700     MOVE L-AMOUNT TO WS-XFER-AMOUNT.                             WEBSAPAY
033800     MOVE ZERO TO WS-XFER-NEW-BALANCE.                            WEBSAPAY
033900     CALL 'WEBSXFER' USING WS-XFER-LINKAGE.                       WEBSAPAY
034000     MOVE WS-XFER-STATUS TO L-STATUS.                             WEBSAPAY
034100     MOVE WS-XFER-MSG TO L-MSG.                                   WEBSAPAY
034200     MOVE WS-XFER-REFNO TO L-REFNO.                               WEBSAPAY
034300     MOVE WS-XFER-NEW-BALANCE TO L-NEW-BALANCE.                   WEBSAPAY
034400 4000-EXIT.                                                       WEBSAPAY
034500     EXIT.                                                        WEBSAPAY
