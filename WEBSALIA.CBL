000100***************************************************************** WEBSALIA
000200*                                                               * WEBSALIA
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * WEBSALIA
000400*   This demonstration program is provided for use by users     * WEBSALIA
000500*   of Micro Focus products and may be used, modified and       * WEBSALIA
000600*   distributed as part of your application provided that       * WEBSALIA
000700*   you properly acknowledge the copyright of Micro Focus       * WEBSALIA
000800*   in this material.                                           * WEBSALIA
000900*                                                               * WEBSALIA
001000***************************************************************** WEBSALIA
001100                                                                  WEBSALIA
001200***************************************************************** WEBSALIA
001300* Program:     WEBSALIA.CBL                                     * WEBSALIA
001400* Function:    Web-callable pay-by-alias directory service,     * WEBSALIA
001500*              following the WEBSCALC pattern: a flat linkage   * WEBSALIA
001600*              in, a flat linkage back. The caller presents a   * WEBSALIA
001700*              WEBSLOGN session token and then registers,       * WEBSALIA
001800*              removes or lists the aliases others may pay      * WEBSALIA
001900*              them by. An alias is the customer's own mobile   * WEBSALIA
002000*              number or e-mail address exactly as BNKCUST      * WEBSALIA
002100*              holds it - the contact details the bank has      * WEBSALIA
002200*              already verified - and is registered against one * WEBSALIA
002300*              of their own open accounts on BNKALIAS. An alias * WEBSALIA
002400*              held by another customer is never taken over.    * WEBSALIA
002500*              WEBSAPAY resolves an alias when it is paid.      * WEBSALIA
002600*              Files open on first use and stay open for the    * WEBSALIA
002700*              life of the server process.                      * WEBSALIA
002800***************************************************************** WEBSALIA
002900                                                                  WEBSALIA
003000 IDENTIFICATION DIVISION.                                         WEBSALIA
003100 PROGRAM-ID.                                                      WEBSALIA
003200     WEBSALIA.                                                    WEBSALIA
003300 DATE-WRITTEN.                                                    WEBSALIA
003400     September 2007.                                              WEBSALIA
003500 DATE-COMPILED.                                                   WEBSALIA
003600     Today.                                                       WEBSALIA
003700                                                                  WEBSALIA
003800 ENVIRONMENT DIVISION.                                            WEBSALIA
003900                                                                  WEBSALIA
004000 INPUT-OUTPUT   SECTION.                                          WEBSALIA
004100   FILE-CONTROL.                                                  WEBSALIA
004200     SELECT BNKWTOK-FILE                                          WEBSALIA
004300            ASSIGN       TO BNKWTOK                               WEBSALIA
004400            ORGANIZATION IS INDEXED                               WEBSALIA
004500            ACCESS MODE  IS RANDOM                                WEBSALIA
004600            RECORD KEY   IS WTK-REC-TOKEN                         WEBSALIA
004700            FILE STATUS  IS WS-BNKWTOK-STATUS.                    WEBSALIA
004800                                                                  WEBSALIA
004900     SELECT BNKCUST-FILE                                          WEBSALIA
005000            ASSIGN       TO BNKCUST                               WEBSALIA
005100            ORGANIZATION IS INDEXED                               WEBSALIA
005200            ACCESS MODE  IS RANDOM                                WEBSALIA
005300            RECORD KEY   IS BCS-REC-PID                           WEBSALIA
005400            FILE STATUS  IS WS-BNKCUST-STATUS.                    WEBSALIA
005500                                                                  WEBSALIA
005600     SELECT BNKACC-FILE                                           WEBSALIA
005700            ASSIGN       TO BNKACC                                WEBSALIA
005800            ORGANIZATION IS INDEXED                               WEBSALIA
005900            ACCESS MODE  IS RANDOM                                WEBSALIA
006000            RECORD KEY   IS BAC-REC-ACCNO                         WEBSALIA
006100            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          WEBSALIA
006200            FILE STATUS  IS WS-BNKACC-STATUS.                     WEBSALIA
006300                                                                  WEBSALIA
006400     SELECT BNKPARM-FILE                                          WEBSALIA
006500            ASSIGN       TO BNKPARM                               WEBSALIA
006600            ORGANIZATION IS INDEXED                               WEBSALIA
006700            ACCESS MODE  IS RANDOM                                WEBSALIA
006800            RECORD KEY   IS PRM-REC-KEY                           WEBSALIA
006900            FILE STATUS  IS WS-BNKPARM-STATUS.                    WEBSALIA
007000                                                                  WEBSALIA
007100     SELECT BNKALIAS-FILE                                         WEBSALIA
007200            ASSIGN       TO BNKALIAS                              WEBSALIA
007300            ORGANIZATION IS INDEXED                               WEBSALIA
007400            ACCESS MODE  IS DYNAMIC                               WEBSALIA
007500            RECORD KEY   IS ALS-REC-ALIAS                         WEBSALIA
007600            ALTERNATE KEY IS ALS-REC-PID WITH DUPLICATES          WEBSALIA
007700            FILE STATUS  IS WS-BNKALIAS-STATUS.                   WEBSALIA
007800                                                                  WEBSALIA
007900 DATA DIVISION.                                                   WEBSALIA
008000                                                                  WEBSALIA
008100 FILE SECTION.                                                    WEBSALIA
008200 FD  BNKWTOK-FILE.                                                WEBSALIA
008300 01  BNKWTOK-REC.                                                 WEBSALIA
008400 COPY CBANKVWT.                                                   WEBSALIA
008500                                                                  WEBSALIA
008600 FD  BNKCUST-FILE.                                                WEBSALIA
008700 01  BNKCUST-REC.                                                 WEBSALIA
008800 COPY CBANKVCS.                                                   WEBSALIA
008900                                                                  WEBSALIA
009000 FD  BNKACC-FILE.                                                 WEBSALIA
009100 01  BNKACC-REC.                                                  WEBSALIA
009200 COPY CBANKVAC.                                                   WEBSALIA
009300                                                                  WEBSALIA
009400 FD  BNKPARM-FILE.                                                WEBSALIA
009500 01  BNKPARM-REC.                                                 WEBSALIA
009600 COPY CBANKVPM.                                                   WEBSALIA
009700                                                                  WEBSALIA
009800 FD  BNKALIAS-FILE.                                               WEBSALIA
009900 01  BNKALIAS-REC.                                                WEBSALIA
010000 COPY CBANKVAS.                                                   WEBSALIA
010100                                                                  WEBSALIA
010200 WORKING-STORAGE SECTION.                                         WEBSALIA
010300 01  WS-TIMESTAMP-DATA.                                           WEBSALIA
010400 COPY CTSTAMPD.                                                   WEBSALIA
010500                                                                  WEBSALIA
010600 01  WS-MISC-STORAGE.                                             WEBSALIA
010700   05  WS-PROGRAM-ID                         PIC X(8)             WEBSALIA
010800       VALUE 'WEBSALIA'.                                          WEBSALIA
010900                                                                  WEBSALIA
011000   05  WS-BNKWTOK-STATUS.                                         WEBSALIA
011100     10  WS-BNKWTOK-STAT1                    PIC X(1).            WEBSALIA
011200     10  WS-BNKWTOK-STAT2                    PIC X(1).            WEBSALIA
011300   05  WS-BNKCUST-STATUS.                                         WEBSALIA
011400     10  WS-BNKCUST-STAT1                    PIC X(1).            WEBSALIA
011500     10  WS-BNKCUST-STAT2                    PIC X(1).            WEBSALIA
011600   05  WS-BNKACC-STATUS.                                          WEBSALIA
011700     10  WS-BNKACC-STAT1                     PIC X(1).            WEBSALIA
011800     10  WS-BNKACC-STAT2                     PIC X(1).            WEBSALIA
011900   05  WS-BNKPARM-STATUS.                                         WEBSALIA
012000     10  WS-BNKPARM-STAT1                    PIC X(1).            WEBSALIA
012100     10  WS-BNKPARM-STAT2                    PIC X(1).            WEBSALIA
012200   05  WS-BNKALIAS-STATUS.                                        WEBSALIA
012300     10  WS-BNKALIAS-STAT1                   PIC X(1).            WEBSALIA
012400     10  WS-BNKALIAS-STAT2                   PIC X(1).            WEBSALIA
012500                                                                  WEBSALIA
012600   05  WS-FILES-OPEN-FLAG                    PIC X(1)             WEBSALIA
012700       VALUE 'N'.                                                 WEBSALIA
012800     88  WS-FILES-ARE-OPEN                   VALUE 'Y'.           WEBSALIA
012900     88  WS-FILES-NOT-OPEN                   VALUE 'N'.           WEBSALIA
013000                                                                  WEBSALIA
013100*  token life mirrors the issuing service's view of a session     WEBSALIA
013200   05  WS-TOKEN-LIFE-MINUTES                 PIC S9(3)            WEBSALIA
013300                                             COMP-3 VALUE 30.     WEBSALIA
013400   05  WS-THEN-HH                            PIC 9(2).            WEBSALIA
013500   05  WS-THEN-MI                            PIC 9(2).            WEBSALIA
013600   05  WS-IDLE-GONE                          PIC S9(5)            WEBSALIA
013700                                             COMP-3.              WEBSALIA
013800                                                                  WEBSALIA
013900   05  WS-TODAY-DATE                         PIC X(8).            WEBSALIA
014000   05  WS-ALIAS                              PIC X(40).           WEBSALIA
014100   05  WS-ALIAS-TYPE                         PIC X(1).            WEBSALIA
014200   05  WS-CUST-EMAIL                         PIC X(40).           WEBSALIA
014300   05  WS-AT-COUNT                           PIC S9(4) COMP.      WEBSALIA
014400   05  WS-ALIAS-FILE-FLAG                    PIC X(1).            WEBSALIA
014500     88  WS-ALIAS-ON-FILE                    VALUE 'Y'.           WEBSALIA
014600     88  WS-ALIAS-NOT-ON-FILE                VALUE 'N'.           WEBSALIA
014700   05  WS-SUB1                               PIC S9(4) COMP.      WEBSALIA
014800                                                                  WEBSALIA
014900 LINKAGE SECTION.                                                 WEBSALIA
015000 01  L-LINKAGE.                                                   WEBSALIA
015100   05  L-INPUT.                                                   WEBSALIA
015200     10  L-PID                               PIC X(5).            WEBSALIA
015300     10  L-TOKEN                             PIC X(16).           WEBSALIA
015400     10  L-FUNC                              PIC X(1).            WEBSALIA
015500       88  L-FUNC-REGISTER                   VALUE 'R'.           WEBSALIA
015600       88  L-FUNC-REMOVE                     VALUE 'D'.           WEBSALIA
015700       88  L-FUNC-LIST                       VALUE 'L'.           WEBSALIA
015800     10  L-ALIAS                             PIC X(40).           WEBSALIA
015900     10  L-ACCNO                             PIC X(9).            WEBSALIA
016000   05  L-OUTPUT.                                                  WEBSALIA
016100     10  L-STATUS                            PIC X(1).            WEBSALIA
016200       88  L-STATUS-OK                       VALUE '0'.           WEBSALIA
016300       88  L-STATUS-BAD-TOKEN                VALUE '1'.           WEBSALIA
016400       88  L-STATUS-NO-FILES                 VALUE '2'.           WEBSALIA
016500       88  L-STATUS-REFUSED                  VALUE '3'.           WEBSALIA
016600     10  L-MSG                               PIC X(40).           WEBSALIA
016700     10  L-COUNT                             PIC 9(1).            WEBSALIA
016800     10  L-ENTRY OCCURS 5 TIMES.                                  WEBSALIA
016900       15  L-E-ALIAS                         PIC X(40).           WEBSALIA
017000       15  L-E-TYPE                          PIC X(1).            WEBSALIA
017100       15  L-E-ACCNO                         PIC X(9).            WEBSALIA
017200                                                                  WEBSALIA
017300 PROCEDURE DIVISION USING L-LINKAGE.                              WEBSALIA
017400 0000-MAINLINE.                                                   WEBSALIA
017500     SET L-STATUS-BAD-TOKEN TO TRUE.                              WEBSALIA
017600     MOVE SPACES TO L-MSG.                                        WEBSALIA
017700     MOVE 0 TO L-COUNT.                                           WEBSALIA
017800     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.                      WEBSALIA
017900     IF WS-FILES-NOT-OPEN                                         WEBSALIA
018000        SET L-STATUS-NO-FILES TO TRUE                             WEBSALIA
018100        GOBACK                                                    WEBSALIA
018200     END-IF.                                                      WEBSALIA
018300 COPY CTSTAMPP.                                                   WEBSALIA
018400     MOVE WS-TIMESTAMP(1:4) TO WS-TODAY-DATE(1:4).                WEBSALIA
018500     MOVE WS-TIMESTAMP(6:2) TO WS-TODAY-DATE(5:2).                WEBSALIA
018600     MOVE WS-TIMESTAMP(9:2) TO WS-TODAY-DATE(7:2).                WEBSALIA
018700     MOVE 'BUSDATE ' TO PRM-REC-KEY.                              WEBSALIA
018800     READ BNKPARM-FILE                                            WEBSALIA
018900       INVALID KEY                                                WEBSALIA
019000         CONTINUE                                                 WEBSALIA
019100     END-READ.                                                    WEBSALIA
019200     IF WS-BNKPARM-STATUS IS EQUAL TO '00' AND                    WEBSALIA
019300        PRM-REC-TEXT (1:8) IS NUMERIC                             WEBSALIA
019400        MOVE PRM-REC-TEXT (1:8) TO WS-TODAY-DATE                  WEBSALIA
019500     END-IF.                                                      WEBSALIA
019600     PERFORM 2000-CHECK-TOKEN THRU 2000-EXIT.                     WEBSALIA
019700     IF NOT L-STATUS-OK                                           WEBSALIA
019800        MOVE 'Session token not accepted' TO L-MSG                WEBSALIA
019900        GOBACK                                                    WEBSALIA
020000     END-IF.                                                      WEBSALIA
020100     SET L-STATUS-REFUSED TO TRUE.                                WEBSALIA
020200     IF L-FUNC-REGISTER                                           WEBSALIA
020300        PERFORM 3000-REGISTER-ALIAS THRU 3000-EXIT                WEBSALIA
020400     ELSE                                                         WEBSALIA
020500        IF L-FUNC-REMOVE                                          WEBSALIA
020600           PERFORM 4000-REMOVE-ALIAS THRU 4000-EXIT               WEBSALIA
020700        ELSE                                                      WEBSALIA
020800           IF L-FUNC-LIST                                         WEBSALIA
020900              PERFORM 5000-LIST-ALIASES THRU 5000-EXIT            WEBSALIA
021000           ELSE                                                   WEBSALIA
021100              MOVE 'Unknown alias function' TO L-MSG              WEBSALIA
021200           END-IF                                                 WEBSALIA
021300        END-IF                                                    WEBSALIA
021400     END-IF.                                                      WEBSALIA
021500     IF L-MSG IS NOT EQUAL TO SPACES                              WEBSALIA
021600        GOBACK                                                    WEBSALIA
021700     END-IF.                                                      WEBSALIA
021800     SET L-STATUS-OK TO TRUE.                                     WEBSALIA
021900     GOBACK.                                                      WEBSALIA
022000                                                                  WEBSALIA
022100***************************************************************** WEBSALIA
022200* Open the files on first use                                   * WEBSALIA
022300***************************************************************** WEBSALIA
022400 1000-OPEN-FILES.                                                 WEBSALIA
022500     IF WS-FILES-ARE-OPEN                                         WEBSALIA
022600        GO TO 1000-EXIT                                           WEBSALIA
022700     END-IF.                                                      WEBSALIA
022800     OPEN I-O BNKWTOK-FILE.                                       WEBSALIA
022900     IF WS-BNKWTOK-STATUS IS NOT EQUAL TO '00'                    WEBSALIA
023000        GO TO 1000-EXIT                                           WEBSALIA
023100     END-IF.                                                      WEBSALIA
023200     OPEN INPUT BNKCUST-FILE.                                     WEBSALIA
023300     OPEN INPUT BNKACC-FILE.                                      WEBSALIA
023400     OPEN INPUT BNKPARM-FILE.                                     WEBSALIA
023500     OPEN I-O BNKALIAS-FILE.                                      WEBSALIA
023600     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00' OR                 WEBSALIA
023700        WS-BNKACC-STATUS IS NOT EQUAL TO '00' OR                  WEBSALIA
023800        WS-BNKPARM-STATUS IS NOT EQUAL TO '00' OR                 WEBSALIA
023900        WS-BNKALIAS-STATUS IS NOT EQUAL TO '00'                   WEBSALIA
024000        GO TO 1000-EXIT                                           WEBSALIA
024100     END-IF.                                                      WEBSALIA
024200     SET WS-FILES-ARE-OPEN TO TRUE.                               WEBSALIA
024300 1000-EXIT.                                                       WEBSALIA
024400     EXIT.                                                        WEBSALIA
024500                                                                  WEBSALIA
024600***************************************************************** WEBSALIA
024700* The session token must be live, the caller's, and within      * WEBSALIA
024800* its life - exactly the WEBSBALS test                          * WEBSALIA
024900***************************************************************** WEBSALIA
025000 2000-CHECK-TOKEN.                                                WEBSALIA
025100     MOVE L-TOKEN TO WTK-REC-TOKEN.                               WEBSALIA
025200     READ BNKWTOK-FILE                                            WEBSALIA
025300       INVALID KEY                                                WEBSALIA
025400         GO TO 2000-EXIT                                          WEBSALIA
025500     END-READ.                                                    WEBSALIA
025600     IF NOT WTK-REC-IS-ACTIVE                                     WEBSALIA
025700        GO TO 2000-EXIT                                           WEBSALIA
025800     END-IF.                                                      WEBSALIA
025900     IF WTK-REC-PID IS NOT EQUAL TO L-PID                         WEBSALIA
026000        GO TO 2000-EXIT                                           WEBSALIA
026100     END-IF.                                                      WEBSALIA
026200     IF WTK-REC-LAST-USED-TS (1:10) IS NOT EQUAL TO               WEBSALIA
026300        WS-TIMESTAMP (1:10)                                       WEBSALIA
026400        GO TO 2100-TOKEN-DEAD                                     WEBSALIA
026500     END-IF.                                                      WEBSALIA
026600     MOVE WTK-REC-LAST-USED-TS (12:2) TO WS-THEN-HH.              WEBSALIA
026700     MOVE WTK-REC-LAST-USED-TS (15:2) TO WS-THEN-MI.              WEBSALIA
026800     COMPUTE WS-IDLE-GONE =                                       WEBSALIA
026900         ((WS-TS-CT-HH * 60) + WS-TS-CT-MI) -                     WEBSALIA
027000         ((WS-THEN-HH * 60) + WS-THEN-MI).                        WEBSALIA
027100     IF WS-IDLE-GONE IS GREATER THAN WS-TOKEN-LIFE-MINUTES        WEBSALIA
027200        GO TO 2100-TOKEN-DEAD                                     WEBSALIA
027300     END-IF.                                                      WEBSALIA
027400     MOVE WS-TIMESTAMP TO WTK-REC-LAST-USED-TS.                   WEBSALIA
027500     REWRITE BNKWTOK-REC                                          WEBSALIA
027600       INVALID KEY                                                WEBSALIA
027700         CONTINUE                                                 WEBSALIA
027800     END-REWRITE.                                                 WEBSALIA
027900     SET L-STATUS-OK TO TRUE.                                     WEBSALIA
028000     GO TO 2000-EXIT.                                             WEBSALIA
028100 2100-TOKEN-DEAD.                                                 WEBSALIA
028200     SET WTK-REC-IS-ENDED TO TRUE.                                WEBSALIA
028300     REWRITE BNKWTOK-REC                                          WEBSALIA
028400       INVALID KEY                                                WEBSALIA
028500         CONTINUE                                                 WEBSALIA
028600     END-REWRITE.                                                 WEBSALIA
028700 2000-EXIT.                                                       WEBSALIA
028800     EXIT.                                                        WEBSALIA
028900                                                                  WEBSALIA
029000***************************************************************** WEBSALIA
029100* Register the caller's mobile or e-mail against one of their   * WEBSALIA
029200* open accounts. The alias must match BNKCUST as it stands, and * WEBSALIA
029300* one already active for another customer is left alone.        * WEBSALIA
029400***************************************************************** WEBSALIA
029500 3000-REGISTER-ALIAS.                                             WEBSALIA
029600     PERFORM 3100-MATCH-CONTACT THRU 3100-EXIT.                   WEBSALIA
029700     IF L-MSG IS NOT EQUAL TO SPACES                              WEBSALIA
029800        GO TO 3000-EXIT                                           WEBSALIA
029900     END-IF.                                                      WEBSALIA
030000     MOVE L-ACCNO TO BAC-REC-ACCNO.                               WEBSALIA
030100     READ BNKACC-FILE                                             WEBSALIA
030200       INVALID KEY                                                WEBSALIA
030300         MOVE 'Account not found' TO L-MSG                        WEBSALIA
030400         GO TO 3000-EXIT                                          WEBSALIA
030500     END-READ.                                                    WEBSALIA
030600     IF BAC-REC-ACC-IS-CLOSED                                     WEBSALIA
030700        MOVE 'Account is closed' TO L-MSG                         WEBSALIA
030800        GO TO 3000-EXIT                                           WEBSALIA
030900     END-IF.                                                      WEBSALIA
031000     IF L-PID IS NOT EQUAL TO BAC-REC-PID AND                     WEBSALIA
031100        L-PID IS NOT EQUAL TO BAC-REC-JOINT-PID                   WEBSALIA
031200        MOVE 'Account is not yours' TO L-MSG                      WEBSALIA
031300        GO TO 3000-EXIT                                           WEBSALIA
031400     END-IF.                                                      WEBSALIA
031500     SET WS-ALIAS-ON-FILE TO TRUE.                                WEBSALIA
031600     MOVE WS-ALIAS TO ALS-REC-ALIAS.                              WEBSALIA
031700     READ BNKALIAS-FILE                                           WEBSALIA
031800       INVALID KEY                                                WEBSALIA
031900         SET WS-ALIAS-NOT-ON-FILE TO TRUE                         WEBSALIA
032000     END-READ.                                                    WEBSALIA
032100     IF WS-ALIAS-ON-FILE AND                                      WEBSALIA
032200        ALS-REC-IS-ACTIVE AND                                     WEBSALIA
032300        ALS-REC-PID IS NOT EQUAL TO L-PID                         WEBSALIA
032400        MOVE 'Alias is registered to another customer'            WEBSALIA
032500          TO L-MSG                                                WEBSALIA
032600        GO TO 3000-EXIT                                           WEBSALIA
032700     END-IF.                                                      WEBSALIA
032800     IF WS-ALIAS-NOT-ON-FILE                                      WEBSALIA
032900        MOVE SPACES TO BNKALIAS-REC                               WEBSALIA
033000        MOVE WS-ALIAS TO ALS-REC-ALIAS                            WEBSALIA
033100     END-IF.                                                      WEBSALIA
033200     IF WS-ALIAS-NOT-ON-FILE OR                                   WEBSALIA
033300        NOT ALS-REC-IS-ACTIVE                                     WEBSALIA
033400        MOVE WS-TODAY-DATE TO ALS-REC-REG-DATE                    WEBSALIA
033500     END-IF.                                                      WEBSALIA
033600     MOVE WS-ALIAS-TYPE TO ALS-REC-ALIAS-TYPE.                    WEBSALIA
033700     MOVE L-PID TO ALS-REC-PID.                                   WEBSALIA
033800     MOVE L-ACCNO TO ALS-REC-ACCNO.                               WEBSALIA
033900     SET ALS-REC-IS-ACTIVE TO TRUE.                               WEBSALIA
034000     MOVE WS-TODAY-DATE TO ALS-REC-CHG-DATE.                      WEBSALIA
034100     IF WS-ALIAS-ON-FILE                                          WEBSALIA
034200        REWRITE BNKALIAS-REC                                      WEBSALIA
034300          INVALID KEY                                             WEBSALIA
034400            MOVE 'Unable to update alias' TO L-MSG                WEBSALIA
034500        END-REWRITE                                               WEBSALIA
034600     ELSE                                                         WEBSALIA
034700        WRITE BNKALIAS-REC                                        WEBSALIA
034800          INVALID KEY                                             WEBSALIA
034900            MOVE 'Unable to register alias' TO L-MSG              WEBSALIA
035000        END-WRITE                                                 WEBSALIA
035100     END-IF.                                                      WEBSALIA
035200 3000-EXIT.                                                       WEBSALIA
035300     EXIT.                                                        WEBSALIA
035400                                                                  WEBSALIA
035500***************************************************************** WEBSALIA
035600* Normalise the alias - an e-mail is held in upper case - and   * WEBSALIA
035700* match it to the caller's own mobile or e-mail on BNKCUST      * WEBSALIA
035800***************************************************************** WEBSALIA
035900 3100-MATCH-CONTACT.                                              WEBSALIA
036000     MOVE L-ALIAS TO WS-ALIAS.                                    WEBSALIA
036100     MOVE 0 TO WS-AT-COUNT.                                       WEBSALIA
036200     INSPECT WS-ALIAS TALLYING WS-AT-COUNT FOR ALL '@'.           WEBSALIA
036300     IF WS-AT-COUNT IS GREATER THAN 0                             WEBSALIA
036400        INSPECT WS-ALIAS                                          WEBSALIA
036500          CONVERTING 'abcdefghijklmnopqrstuvwxyz'                 WEBSALIA
036600                  TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'                 WEBSALIA
036700     END-IF.                                                      WEBSALIA
036800     IF WS-ALIAS IS EQUAL TO SPACES                               WEBSALIA
036900        MOVE 'Alias must be given' TO L-MSG                       WEBSALIA
037000        GO TO 3100-EXIT                                           WEBSALIA
037100     END-IF.                                                      WEBSALIA
037200     MOVE L-PID TO BCS-REC-PID.                                   WEBSALIA
037300     READ BNKCUST-FILE                                            WEBSALIA
037400       INVALID KEY                                                WEBSALIA
037500         MOVE 'Customer not found' TO L-MSG                       WEBSALIA
037600         GO TO 3100-EXIT                                          WEBSALIA
037700     END-READ.                                                    WEBSALIA
037800     MOVE BCS-REC-EMAIL TO WS-CUST-EMAIL.                         WEBSALIA
037900     INSPECT WS-CUST-EMAIL                                        WEBSALIA
038000       CONVERTING 'abcdefghijklmnopqrstuvwxyz'                    WEBSALIA
038100               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                   WEBSALIA
038200     IF WS-AT-COUNT IS EQUAL TO 0 AND                             WEBSALIA
038300        BCS-REC-TEL IS NOT EQUAL TO SPACES AND                    WEBSALIA
038400        WS-ALIAS IS EQUAL TO BCS-REC-TEL                          WEBSALIA
038500        MOVE 'M' TO WS-ALIAS-TYPE                                 WEBSALIA
038600        GO TO 3100-EXIT                                           WEBSALIA
038700     END-IF.                                                      WEBSALIA
038800     IF WS-AT-COUNT IS GREATER THAN 0 AND                         WEBSALIA
038900        WS-CUST-EMAIL IS NOT EQUAL TO SPACES AND                  WEBSALIA
039000        WS-ALIAS IS EQUAL TO WS-CUST-EMAIL                        WEBSALIA
039100        MOVE 'E' TO WS-ALIAS-TYPE                                 WEBSALIA
039200        GO TO 3100-EXIT                                           WEBSALIA
039300     END-IF.                                                      WEBSALIA
039400     MOVE 'Alias must be your mobile or e-mail'                   WEBSALIA
039500       TO L-MSG.                                                  WEBSALIA
039600 3100-EXIT.                                                       WEBSALIA
039700     EXIT.                                                        WEBSALIA
039800                                                                  WEBSALIA
039900***************************************************************** WEBSALIA
040000* Remove one of the caller's own active aliases. The record is  * WEBSALIA
040100* kept, marked, so the alias can be registered again later.     * WEBSALIA
040200***************************************************************** WEBSALIA
040300 4000-REMOVE-ALIAS.                                               WEBSALIA
040400     MOVE L-ALIAS TO WS-ALIAS.                                    WEBSALIA
040500     MOVE 0 TO WS-AT-COUNT.                                       WEBSALIA
040600     INSPECT WS-ALIAS TALLYING WS-AT-COUNT FOR ALL '@'.           WEBSALIA
040700     IF WS-AT-COUNT IS GREATER THAN 0                             WEBSALIA
040800        INSPECT WS-ALIAS                                          WEBSALIA
040900          CONVERTING 'abcdefghijklmnopqrstuvwxyz'                 WEBSALIA
041000                  TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'                 WEBSALIA
041100     END-IF.                                                      WEBSALIA
041200     MOVE WS-ALIAS TO ALS-REC-ALIAS.                              WEBSALIA
041300     READ BNKALIAS-FILE                                           WEBSALIA
041400       INVALID KEY                                                WEBSALIA
041500         MOVE 'Alias is not registered to you' TO L-MSG           WEBSALIA
041600         GO TO 4000-EXIT                                          WEBSALIA
041700     END-READ.                                                    WEBSALIA
041800     IF NOT ALS-REC-IS-ACTIVE OR                                  WEBSALIA
041900        ALS-REC-PID IS NOT EQUAL TO L-PID                         WEBSALIA
042000        MOVE 'Alias is not registered to you' TO L-MSG            WEBSALIA
042100        GO TO 4000-EXIT                                           WEBSALIA
042200     END-IF.                                                      WEBSALIA
042300     SET ALS-REC-IS-REMOVED TO TRUE.                              WEBSALIA
042400     MOVE WS-TODAY-DATE TO ALS-REC-CHG-DATE.                      WEBSALIA
042500     REWRITE BNKALIAS-REC                                         WEBSALIA
042600       INVALID KEY                                                WEBSALIA
042700         MOVE 'Unable to remove alias' TO L-MSG                   WEBSALIA
042800     END-REWRITE.                                                 WEBSALIA
042900 4000-EXIT.                                                       WEBSALIA
043000     EXIT.                                                        WEBSALIA
043100                                                                  WEBSALIA
043200***************************************************************** WEBSALIA
043300* The caller's active aliases, via the PID alternate index      * WEBSALIA
043400***************************************************************** WEBSALIA
043500 5000-LIST-ALIASES.                                               WEBSALIA
043600     MOVE L-PID TO ALS-REC-PID.                                   WEBSALIA
043700     START BNKALIAS-FILE KEY IS NOT LESS THAN ALS-REC-PID         WEBSALIA
043800       INVALID KEY                                                WEBSALIA
043900         GO TO 5000-EXIT                                          WEBSALIA
044000     END-START.                                                   WEBSALIA
044100 5100-ALIAS-LOOP.                                                 WEBSALIA
044200     READ BNKALIAS-FILE NEXT                                      WEBSALIA
044300       AT END                                                     WEBSALIA
044400         GO TO 5000-EXIT                                          WEBSALIA
044500     END-READ.                                                    WEBSALIA
044600     IF ALS-REC-PID IS NOT EQUAL TO L-PID                         WEBSALIA
044700        GO TO 5000-EXIT                                           WEBSALIA
044800     END-IF.                                                      WEBSALIA
044900     IF NOT ALS-REC-IS-ACTIVE                                     WEBSALIA
045000        GO TO 5100-ALIAS-LOOP                                     WEBSALIA
045100     END-IF.                                                      WEBSALIA
045200     IF L-COUNT IS EQUAL TO 5                                     WEBSALIA
045300        GO TO 5000-EXIT                                           WEBSALIA
045400     END-IF.                                                      WEBSALIA
045500     ADD 1 TO L-COUNT.                                            WEBSALIA
045600     MOVE L-COUNT TO WS-SUB1.                                     WEBSALIA
045700     MOVE ALS-REC-ALIAS TO L-E-ALIAS (WS-SUB1).                   WEBSALIA
045800     MOVE ALS-REC-ALIAS-TYPE TO L-E-TYPE (WS-SUB1).               WEBSALIA
045900     MOVE ALS-REC-ACCNO TO L-E-ACCNO (WS-SUB1).                   WEBSALIA
046000     GO TO 5100-ALIAS-LOOP.                                       WEBSALIA
046100 5000-EXIT.                                                       WEBSALIA
046200     EXIT.                                                        WEBSALIA
