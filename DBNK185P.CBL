000100***************************************************************** DBNK185P
000200*                                                               * DBNK185P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK185P
000400*   This demonstration program is provided for use by users     * DBNK185P
000500*   of Micro Focus products and may be used, modified and       * DBNK185P
000600*   distributed as part of your application provided that       * DBNK185P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK185P
000800*   in this material.                                           * DBNK185P
000900*                                                               * DBNK185P
001000***************************************************************** DBNK185P
001100                                                                  DBNK185P
001200***************************************************************** DBNK185P
001300* Program:     DBNK185P.CBL                                     * DBNK185P
001400* Function:    Operator access recertification. A branch's      * DBNK185P
001500*              supervisors - or an administrator - review the   * DBNK185P
001600*              entries DBNK184P opened for the quarter on       * DBNK185P
001700*              BNKRCRT: the role, refund limit and branch scope * DBNK185P
001800*              of each of their staff with the segregation of   * DBNK185P
001900*              duties conflicts found against them. A list      * DBNK185P
002000*              returns up to seven entries still pending within * DBNK185P
002100*              the reviewer's branch scope, from a given user   * DBNK185P
002200*              ID on. ATTEST confirms the access for another    * DBNK185P
002300*              quarter; REVOKE takes the BNKOPER profile away   * DBNK185P
002400*              at once. Nobody decides their own entry, an      * DBNK185P
002500*              entry is decided once, and not after the         * DBNK185P
002600*              deadline - by then DBNK184P has suspended it.    * DBNK185P
002700*              Each decision is written to the security journal * DBNK185P
002800*              through DBANK37P as event RECERT.                * DBNK185P
002900*              VSAM version                                     * DBNK185P
003000***************************************************************** DBNK185P
003100                                                                  DBNK185P
003200 IDENTIFICATION DIVISION.                                         DBNK185P
003300 PROGRAM-ID.                                                      DBNK185P
003400     DBNK185P.                                                    DBNK185P
003500 DATE-WRITTEN.                                                    DBNK185P
003600     October 2008.                                                DBNK185P
003700 DATE-COMPILED.                                                   DBNK185P
003800     Today.                                                       DBNK185P
003900                                                                  DBNK185P
004000 ENVIRONMENT DIVISION.                                            DBNK185P
004100                                                                  DBNK185P
004200 DATA DIVISION.                                                   DBNK185P
004300                                                                  DBNK185P
004400 WORKING-STORAGE SECTION.                                         DBNK185P
004500 01  WS-MISC-STORAGE.                                             DBNK185P
004600   05  WS-PROGRAM-ID                         PIC X(8)             DBNK185P
004700       VALUE 'DBNK185P'.                                          DBNK185P
004800   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBNK185P
004900   05  WS-RESP                               PIC S9(8) COMP.      DBNK185P
005000   05  WS-RCRT-TOKEN                         PIC S9(8) COMP.      DBNK185P
005100   05  WS-OPER-TOKEN                         PIC S9(8) COMP.      DBNK185P
005200   05  WS-BNKRCRT-RID.                                            DBNK185P
005300     10  WS-BNKRCRT-RID-CYCLE                PIC X(6).            DBNK185P
005400     10  WS-BNKRCRT-RID-USERID               PIC X(5).            DBNK185P
005500   05  WS-BNKOPER-RID                        PIC X(5).            DBNK185P
005600   05  WS-BNKPARM-RID                        PIC X(8).            DBNK185P
005700   05  WS-TODAY-DATE                         PIC X(8).            DBNK185P
005800   05  WS-DONE-MSG                           PIC X(40).           DBNK185P
005900   05  WS-CYCLE                              PIC X(6).            DBNK185P
006000   05  WS-DEADLINE                           PIC X(8).            DBNK185P
006100   05  WS-REVIEWER-SCOPE                     PIC X(4).            DBNK185P
006200   05  WS-SCOPE-FLAG                         PIC X(1).            DBNK185P
006300     88  WS-IN-SCOPE                         VALUE 'Y'.           DBNK185P
006400     88  WS-OUT-OF-SCOPE                     VALUE 'N'.           DBNK185P
006500                                                                  DBNK185P
006600 COPY CTSTAMPD.                                                   DBNK185P
006700                                                                  DBNK185P
006800 01  WS-BNKRCRT-REC.                                              DBNK185P
006900 COPY CBANKVRE.                                                   DBNK185P
007000                                                                  DBNK185P
007100 01  WS-BNKOPER-REC.                                              DBNK185P
007200 COPY CBANKVOR.                                                   DBNK185P
007300                                                                  DBNK185P
007400 01  WS-BNKPARM-REC.                                              DBNK185P
007500 COPY CBANKVPM.                                                   DBNK185P
007600                                                                  DBNK185P
007700 01  WS-SECEVENT-DATA.                                            DBNK185P
007800 COPY CBANKD37.                                                   DBNK185P
007900                                                                  DBNK185P
008000 01  WS-COMMAREA.                                                 DBNK185P
008100 COPY CBNKD185.                                                   DBNK185P
008200                                                                  DBNK185P
008300 COPY CABENDD.                                                    DBNK185P
008400                                                                  DBNK185P
008500 LINKAGE SECTION.                                                 DBNK185P
008600 01  DFHCOMMAREA.                                                 DBNK185P
008700   05  LK-COMMAREA                           PIC X(1)             DBNK185P
008800       OCCURS 1 TO 4096 TIMES                                     DBNK185P
008900         DEPENDING ON WS-COMMAREA-LENGTH.                         DBNK185P
009000                                                                  DBNK185P
009100 COPY CENTRY.                                                     DBNK185P
009200***************************************************************** DBNK185P
009300* Move the passed data to our area                              * DBNK185P
009400***************************************************************** DBNK185P
009500     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBNK185P
009600     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBNK185P
009700                                                                  DBNK185P
009800***************************************************************** DBNK185P
009900* Initialize our output area                                    * DBNK185P
010000***************************************************************** DBNK185P
010100     MOVE SPACES TO C185O-DATA.                                   DBNK185P
010200     SET C185O-FAIL TO TRUE.                                      DBNK185P
010300     MOVE 0 TO C185O-COUNT.                                       DBNK185P
010400     MOVE SPACES TO WS-DONE-MSG.                                  DBNK185P
010500                                                                  DBNK185P
010600 COPY CTSTAMPP.                                                   DBNK185P
010700     MOVE WS-TIMESTAMP(1:4) TO WS-TODAY-DATE(1:4).                DBNK185P
010800     MOVE WS-TIMESTAMP(6:2) TO WS-TODAY-DATE(5:2).                DBNK185P
010900     MOVE WS-TIMESTAMP(9:2) TO WS-TODAY-DATE(7:2).                DBNK185P
011000                                                                  DBNK185P
011100***************************************************************** DBNK185P
011200* The open cycle and its deadline, as DBNK184P left them        * DBNK185P
011300***************************************************************** DBNK185P
011400     MOVE 'RCRTCYC ' TO WS-BNKPARM-RID.                           DBNK185P
011500     EXEC CICS READ FILE('BNKPARM')                               DBNK185P
011600                    INTO(WS-BNKPARM-REC)                          DBNK185P
011700                    LENGTH(LENGTH OF WS-BNKPARM-REC)              DBNK185P
011800                    RIDFLD(WS-BNKPARM-RID)                        DBNK185P
011900                    RESP(WS-RESP)                                 DBNK185P
012000     END-EXEC.                                                    DBNK185P
012100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK185P
012200        PRM-REC-TEXT (1:6) IS EQUAL TO SPACES                     DBNK185P
012300        MOVE 'No recertification cycle is open' TO C185O-MSG      DBNK185P
012400        GO TO DBNK185P-EXIT                                       DBNK185P
012500     END-IF.                                                      DBNK185P
012600     MOVE PRM-REC-TEXT (1:6) TO WS-CYCLE.                         DBNK185P
012700     MOVE PRM-REC-TEXT (7:8) TO WS-DEADLINE.                      DBNK185P
012800     MOVE WS-CYCLE TO C185O-CYCLE.                                DBNK185P
012900     MOVE WS-DEADLINE TO C185O-DEADLINE.                          DBNK185P
013000                                                                  DBNK185P
013100***************************************************************** DBNK185P
013200* Reviewing needs an active supervisor or administrator; their  * DBNK185P
013300* branch scope bounds the entries they may see and decide       * DBNK185P
013400***************************************************************** DBNK185P
013500     MOVE C185I-OPERATOR TO WS-BNKOPER-RID.                       DBNK185P
013600     EXEC CICS READ FILE('BNKOPER')                               DBNK185P
013700                    INTO(WS-BNKOPER-REC)                          DBNK185P
013800                    LENGTH(LENGTH OF WS-BNKOPER-REC)              DBNK185P
013900                    RIDFLD(WS-BNKOPER-RID)                        DBNK185P
014000                    RESP(WS-RESP)                                 DBNK185P
014100     END-EXEC.                                                    DBNK185P
014200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK185P
014300        NOT BOR-REC-IS-ACTIVE OR                                  DBNK185P
014400        (NOT BOR-REC-ROLE-SUPERVISOR AND                          DBNK185P
014500         NOT BOR-REC-ROLE-ADMIN)                                  DBNK185P
014600        MOVE 'Supervisor authority required' TO C185O-MSG         DBNK185P
014700        GO TO DBNK185P-EXIT                                       DBNK185P
014800     END-IF.                                                      DBNK185P
014900     MOVE BOR-REC-BRANCH-SCOPE TO WS-REVIEWER-SCOPE.              DBNK185P
015000                                                                  DBNK185P
015100     IF C185I-LIST                                                DBNK185P
015200        GO TO RETURN-ENTRIES                                      DBNK185P
015300     END-IF.                                                      DBNK185P
015400     IF NOT C185I-ATTEST AND NOT C185I-REVOKE                     DBNK185P
015500        MOVE 'Bad request code' TO C185O-MSG                      DBNK185P
015600        GO TO DBNK185P-EXIT                                       DBNK185P
015700     END-IF.                                                      DBNK185P
015800     IF C185I-USERID IS EQUAL TO C185I-OPERATOR                   DBNK185P
015900        MOVE 'You cannot recertify your own access' TO C185O-MSG  DBNK185P
016000        GO TO DBNK185P-EXIT                                       DBNK185P
016100     END-IF.                                                      DBNK185P
016200                                                                  DBNK185P
016300***************************************************************** DBNK185P
016400* The entry must be this cycle's, within scope, still pending   * DBNK185P
016500* and not past its deadline                                     * DBNK185P
016600***************************************************************** DBNK185P
016700     MOVE WS-CYCLE TO WS-BNKRCRT-RID-CYCLE.                       DBNK185P
016800     MOVE C185I-USERID TO WS-BNKRCRT-RID-USERID.                  DBNK185P
016900     EXEC CICS READ FILE('BNKRCRT')                               DBNK185P
017000                    UPDATE                                        DBNK185P
017100                    INTO(WS-BNKRCRT-REC)                          DBNK185P
017200                    LENGTH(LENGTH OF WS-BNKRCRT-REC)              DBNK185P
017300                    RIDFLD(WS-BNKRCRT-RID)                        DBNK185P
017400                    TOKEN(WS-RCRT-TOKEN)                          DBNK185P
017500                    RESP(WS-RESP)                                 DBNK185P
017600     END-EXEC.                                                    DBNK185P
017700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK185P
017800        MOVE 'No entry for that user this cycle' TO C185O-MSG     DBNK185P
017900        GO TO DBNK185P-EXIT                                       DBNK185P
018000     END-IF.                                                      DBNK185P
018100     PERFORM CHECK-SCOPE THRU                                     DBNK185P
018200             CHECK-SCOPE-EXIT.                                    DBNK185P
018300     IF WS-OUT-OF-SCOPE                                           DBNK185P
018400        MOVE 'Entry is outside your branch scope' TO C185O-MSG    DBNK185P
018500        GO TO RELEASE-ENTRY                                       DBNK185P
018600     END-IF.                                                      DBNK185P
018700     IF NOT RCT-REC-IS-PENDING                                    DBNK185P
018800        MOVE 'Entry has already been decided' TO C185O-MSG        DBNK185P
018900        GO TO RELEASE-ENTRY                                       DBNK185P
019000     END-IF.                                                      DBNK185P
019100     IF WS-TODAY-DATE IS GREATER THAN RCT-REC-DEADLINE            DBNK185P
019200        MOVE 'Deadline has passed - access suspended'             DBNK185P
019300          TO C185O-MSG                                            DBNK185P
019400        GO TO RELEASE-ENTRY                                       DBNK185P
019500     END-IF.                                                      DBNK185P
019600     IF C185I-REVOKE                                              DBNK185P
019700        GO TO REVOKE-ENTRY                                        DBNK185P
019800     END-IF.                                                      DBNK185P
019900                                                                  DBNK185P
020000***************************************************************** DBNK185P
020100* Attest - the access stands for another quarter                * DBNK185P
020200***************************************************************** DBNK185P
020300     SET RCT-REC-IS-ATTESTED TO TRUE.                             DBNK185P
020400     PERFORM SAVE-ENTRY THRU                                      DBNK185P
020500             SAVE-ENTRY-EXIT.                                     DBNK185P
020600     IF C185O-MSG IS NOT EQUAL TO SPACES                          DBNK185P
020700        GO TO DBNK185P-EXIT                                       DBNK185P
020800     END-IF.                                                      DBNK185P
020900     MOVE 'Access attested' TO WS-DONE-MSG.                       DBNK185P
021000     GO TO JOURNAL-DECISION.                                      DBNK185P
021100                                                                  DBNK185P
021200***************************************************************** DBNK185P
021300* Revoke - the profile goes at once, then the entry is closed   * DBNK185P
021400***************************************************************** DBNK185P
021500 REVOKE-ENTRY.                                                    DBNK185P
021600     MOVE C185I-USERID TO WS-BNKOPER-RID.                         DBNK185P
021700     EXEC CICS READ FILE('BNKOPER')                               DBNK185P
021800                    UPDATE                                        DBNK185P
021900                    INTO(WS-BNKOPER-REC)                          DBNK185P
022000                    LENGTH(LENGTH OF WS-BNKOPER-REC)              DBNK185P
022100                    RIDFLD(WS-BNKOPER-RID)                        DBNK185P
022200                    TOKEN(WS-OPER-TOKEN)                          DBNK185P
022300                    RESP(WS-RESP)                                 DBNK185P
022400     END-EXEC.                                                    DBNK185P
022500     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK185P
022600        SET BOR-REC-IS-REVOKED TO TRUE                            DBNK185P
022700        EXEC CICS REWRITE FILE('BNKOPER')                         DBNK185P
022800                          FROM(WS-BNKOPER-REC)                    DBNK185P
022900                          LENGTH(LENGTH OF WS-BNKOPER-REC)        DBNK185P
023000                          TOKEN(WS-OPER-TOKEN)                    DBNK185P
023100                          RESP(WS-RESP)                           DBNK185P
023200        END-EXEC                                                  DBNK185P
023300        IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                DBNK185P
023400           MOVE 'Unable to revoke profile' TO C185O-MSG           DBNK185P
023500           GO TO RELEASE-ENTRY                                    DBNK185P
023600        END-IF                                                    DBNK185P
023700     END-IF.                                                      DBNK185P
023800     SET RCT-REC-IS-REVOKED TO TRUE.                              DBNK185P
023900     PERFORM SAVE-ENTRY THRU                                      DBNK185P
024000             SAVE-ENTRY-EXIT.                                     DBNK185P
024100     IF C185O-MSG IS NOT EQUAL TO SPACES                          DBNK185P
024200        GO TO DBNK185P-EXIT                                       DBNK185P
024300     END-IF.                                                      DBNK185P
024400     MOVE 'Access revoked' TO WS-DONE-MSG.                        DBNK185P
024500                                                                  DBNK185P
024600***************************************************************** DBNK185P
024700* Either decision lands on the security journal                 * DBNK185P
024800***************************************************************** DBNK185P
024900 JOURNAL-DECISION.                                                DBNK185P
025000     MOVE SPACES TO CD37-DATA.                                    DBNK185P
025100     MOVE 'RECERT  ' TO CD37I-EVENT-TYPE.                         DBNK185P
025200     MOVE C185I-OPERATOR TO CD37I-USERID.                         DBNK185P
025300     MOVE 'B' TO CD37I-CHANNEL.                                   DBNK185P
025400     MOVE SPACES TO CD37I-TERMINAL-ID.                            DBNK185P
025500     IF RCT-REC-IS-ATTESTED                                       DBNK185P
025600        MOVE 'ATTEST' TO CD37I-DETAIL (1:6)                       DBNK185P
025700     ELSE                                                         DBNK185P
025800        MOVE 'REVOKE' TO CD37I-DETAIL (1:6)                       DBNK185P
025900     END-IF.                                                      DBNK185P
026000     STRING C185I-USERID                 DELIMITED BY SIZE        DBNK185P
026100            ' CYCLE '                    DELIMITED BY SIZE        DBNK185P
026200            WS-CYCLE                     DELIMITED BY SIZE        DBNK185P
026300            ' SOD '                      DELIMITED BY SIZE        DBNK185P
026400            RCT-REC-SOD-COUNT            DELIMITED BY SIZE        DBNK185P
026500       INTO CD37I-DETAIL (8:33).                                  DBNK185P
026600 COPY CBANKX37.                                                   DBNK185P
026700                                                                  DBNK185P
026800***************************************************************** DBNK185P
026900* Return the entries still awaiting the reviewer                * DBNK185P
027000***************************************************************** DBNK185P
027100 RETURN-ENTRIES.                                                  DBNK185P
027200     PERFORM LIST-ENTRIES THRU                                    DBNK185P
027300             LIST-ENTRIES-EXIT.                                   DBNK185P
027400     SET C185O-OK TO TRUE.                                        DBNK185P
027500     MOVE WS-DONE-MSG TO C185O-MSG.                               DBNK185P
027600     IF C185O-MSG IS EQUAL TO SPACES AND                          DBNK185P
027700        C185O-COUNT IS EQUAL TO ZERO                              DBNK185P
027800        MOVE 'No entries awaiting your review' TO C185O-MSG       DBNK185P
027900     END-IF.                                                      DBNK185P
028000     GO TO DBNK185P-EXIT.                                         DBNK185P
028100                                                                  DBNK185P
028200***************************************************************** DBNK185P
028300* Let go of an entry read for update but not changed            * DBNK185P
028400***************************************************************** DBNK185P
028500 RELEASE-ENTRY.                                                   DBNK185P
028600     EXEC CICS UNLOCK FILE('BNKRCRT')                             DBNK185P
028700                      TOKEN(WS-RCRT-TOKEN)                        DBNK185P
028800     END-EXEC.                                                    DBNK185P
028900                                                                  DBNK185P
029000***************************************************************** DBNK185P
029100* Move the result back to the callers area                      * DBNK185P
029200***************************************************************** DBNK185P
029300 DBNK185P-EXIT.                                                   DBNK185P
029400     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBNK185P
029500                                                                  DBNK185P
029600***************************************************************** DBNK185P
029700* Return to our caller                                          * DBNK185P
029800***************************************************************** DBNK185P
029900 COPY CRETURN.                                                    DBNK185P
030000                                                                  DBNK185P
030100***************************************************************** DBNK185P
030200* Is the entry in the reviewer's scope? A reviewer for every    * DBNK185P
030300* branch sees all; otherwise only entries for their branch      * DBNK185P
030400***************************************************************** DBNK185P
030500 CHECK-SCOPE.                                                     DBNK185P
030600     SET WS-IN-SCOPE TO TRUE.                                     DBNK185P
030700     IF WS-REVIEWER-SCOPE IS NOT EQUAL TO SPACES AND              DBNK185P
030800        WS-REVIEWER-SCOPE IS NOT EQUAL TO RCT-REC-BRANCH-SCOPE    DBNK185P
030900        SET WS-OUT-OF-SCOPE TO TRUE                               DBNK185P
031000     END-IF.                                                      DBNK185P
031100 CHECK-SCOPE-EXIT.                                                DBNK185P
031200     EXIT.                                                        DBNK185P
031300                                                                  DBNK185P
031400***************************************************************** DBNK185P
031500* Record the decision on the entry held for update              * DBNK185P
031600***************************************************************** DBNK185P
031700 SAVE-ENTRY.                                                      DBNK185P
031800     MOVE C185I-OPERATOR TO RCT-REC-DECIDED-BY.                   DBNK185P
031900     MOVE WS-TODAY-DATE TO RCT-REC-DECIDED-DATE.                  DBNK185P
032000     EXEC CICS REWRITE FILE('BNKRCRT')                            DBNK185P
032100                       FROM(WS-BNKRCRT-REC)                       DBNK185P
032200                       LENGTH(LENGTH OF WS-BNKRCRT-REC)           DBNK185P
032300                       TOKEN(WS-RCRT-TOKEN)                       DBNK185P
032400                       RESP(WS-RESP)                              DBNK185P
032500     END-EXEC.                                                    DBNK185P
032600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK185P
032700        MOVE 'Unable to update recertification entry'             DBNK185P
032800          TO C185O-MSG                                            DBNK185P
032900     END-IF.                                                      DBNK185P
033000 SAVE-ENTRY-EXIT.                                                 DBNK185P
033100     EXIT.                                                        DBNK185P
033200                                                                  DBNK185P
033300***************************************************************** DBNK185P
033400* Browse the cycle from the given user ID, returning the first  * DBNK185P
033500* seven entries pending within the reviewer's scope, the        * DBNK185P
033600* reviewer's own left out                                       * DBNK185P
033700***************************************************************** DBNK185P
033800 LIST-ENTRIES.                                                    DBNK185P
033900     MOVE 0 TO C185O-COUNT.                                       DBNK185P
034000     MOVE WS-CYCLE TO WS-BNKRCRT-RID-CYCLE.                       DBNK185P
034100     MOVE C185I-USERID TO WS-BNKRCRT-RID-USERID.                  DBNK185P
034200     EXEC CICS STARTBR FILE('BNKRCRT')                            DBNK185P
034300                       RIDFLD(WS-BNKRCRT-RID)                     DBNK185P
034400                       GTEQ                                       DBNK185P
034500                       RESP(WS-RESP)                              DBNK185P
034600     END-EXEC.                                                    DBNK185P
034700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK185P
034800        GO TO LIST-ENTRIES-EXIT                                   DBNK185P
034900     END-IF.                                                      DBNK185P
035000 LIST-ENTRIES-LOOP.                                               DBNK185P
035100     EXEC CICS READNEXT FILE('BNKRCRT')                           DBNK185P
035200                        INTO(WS-BNKRCRT-REC)                      DBNK185P
035300                        LENGTH(LENGTH OF WS-BNKRCRT-REC)          DBNK185P
035400                        RIDFLD(WS-BNKRCRT-RID)                    DBNK185P
035500                        RESP(WS-RESP)                             DBNK185P
035600     END-EXEC.                                                    DBNK185P
035700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK185P
035800        RCT-REC-CYCLE IS NOT EQUAL TO WS-CYCLE                    DBNK185P
035900        GO TO LIST-ENTRIES-ENDED                                  DBNK185P
036000     END-IF.                                                      DBNK185P
036100     IF NOT RCT-REC-IS-PENDING OR                                 DBNK185P
036200        RCT-REC-USERID IS EQUAL TO C185I-OPERATOR                 DBNK185P
036300        GO TO LIST-ENTRIES-LOOP                                   DBNK185P
036400     END-IF.                                                      DBNK185P
036500     PERFORM CHECK-SCOPE THRU                                     DBNK185P
036600             CHECK-SCOPE-EXIT.                                    DBNK185P
036700     IF WS-OUT-OF-SCOPE                                           DBNK185P
036800        GO TO LIST-ENTRIES-LOOP                                   DBNK185P
036900     END-IF.                                                      DBNK185P
037000     IF C185O-COUNT IS EQUAL TO 7                                 DBNK185P
037100        GO TO LIST-ENTRIES-ENDED                                  DBNK185P
037200     END-IF.                                                      DBNK185P
037300     ADD 1 TO C185O-COUNT.                                        DBNK185P
037400     MOVE RCT-REC-USERID TO C185O-E-USERID (C185O-COUNT).         DBNK185P
037500     MOVE RCT-REC-ROLE TO C185O-E-ROLE (C185O-COUNT).             DBNK185P
037600     MOVE RCT-REC-BRANCH-SCOPE TO                                 DBNK185P
037700          C185O-E-BRANCH-SCOPE (C185O-COUNT).                     DBNK185P
037800     MOVE RCT-REC-REFUND-LIMIT TO                                 DBNK185P
037900          C185O-E-REFUND-LIMIT (C185O-COUNT).                     DBNK185P
038000     MOVE RCT-REC-SOD-COUNT TO C185O-E-SOD-COUNT (C185O-COUNT).   DBNK185P
038100     MOVE RCT-REC-STATUS TO C185O-E-STATUS (C185O-COUNT).         DBNK185P
038200     GO TO LIST-ENTRIES-LOOP.                                     DBNK185P
038300 LIST-ENTRIES-ENDED.                                              DBNK185P
038400     EXEC CICS ENDBR FILE('BNKRCRT')                              DBNK185P
038500                     RESP(WS-RESP)                                DBNK185P
038600     END-EXEC.                                                    DBNK185P
038700 LIST-ENTRIES-EXIT.                                               DBNK185P
038800     EXIT.                                                        DBNK185P
