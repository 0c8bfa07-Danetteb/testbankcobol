000100***************************************************************** WEBSCONS
000200*                                                               * WEBSCONS
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * WEBSCONS
000400*   This demonstration program is provided for use by users     * WEBSCONS
000500*   of Micro Focus products and may be used, modified and       * WEBSCONS
000600*   distributed as part of your application provided that       * WEBSCONS
000700*   you properly acknowledge the copyright of Micro Focus       * WEBSCONS
000800*   in this material.                                           * WEBSCONS
000900*                                                               * WEBSCONS
001000***************************************************************** WEBSCONS
001100                                                                  WEBSCONS
001200***************************************************************** WEBSCONS
001300* Program:     WEBSCONS.CBL                                     * WEBSCONS
001400* Function:    Web-callable marketing consent service, following* WEBSCONS
001500*              the WEBSPAYE pattern: a flat linkage in, a flat  * WEBSCONS
001600*              linkage back. The caller presents a WEBSLOGN     * WEBSCONS
001700*              session token and may list their consents on the * WEBSCONS
001800*              BNKCONS register or set them - for each of post, * WEBSCONS
001900*              e-mail, telephone and SMS, our own products,     * WEBSCONS
002000*              partner offers and the optional account alerts.  * WEBSCONS
002100*              A cell left blank is left as it stands. Consent  * WEBSCONS
002200*              by e-mail needs an e-mail address on file and by * WEBSCONS
002300*              telephone or SMS a telephone number, as the      * WEBSCONS
002400*              contact screen insists. Each cell changed is     * WEBSCONS
002500*              recorded as given through the web and written to * WEBSCONS
002600*              the BNKTXN change log, and is put back if the    * WEBSCONS
002700*              log cannot be written. Files open on first use   * WEBSCONS
002800*              and stay open for the life of the server         * WEBSCONS
002900*              process.                                         * WEBSCONS
003000***************************************************************** WEBSCONS
003100                                                                  WEBSCONS
003200 IDENTIFICATION DIVISION.                                         WEBSCONS
003300 PROGRAM-ID.                                                      WEBSCONS
003400     WEBSCONS.                                                    WEBSCONS
003500 DATE-WRITTEN.                                                    WEBSCONS
003600     October 2008.                                                WEBSCONS
003700 DATE-COMPILED.                                                   WEBSCONS
003800     Today.                                                       WEBSCONS
003900                                                                  WEBSCONS
004000 ENVIRONMENT DIVISION.                                            WEBSCONS
004100                                                                  WEBSCONS
004200 INPUT-OUTPUT   SECTION.                                          WEBSCONS
004300   FILE-CONTROL.                                                  WEBSCONS
004400     SELECT BNKWTOK-FILE                                          WEBSCONS
004500            ASSIGN       TO BNKWTOK                               WEBSCONS
004600            ORGANIZATION IS INDEXED                               WEBSCONS
004700            ACCESS MODE  IS RANDOM                                WEBSCONS
004800            RECORD KEY   IS WTK-REC-TOKEN                         WEBSCONS
004900            FILE STATUS  IS WS-BNKWTOK-STATUS.                    WEBSCONS
005000                                                                  WEBSCONS
005100     SELECT BNKCUST-FILE                                          WEBSCONS
005200            ASSIGN       TO BNKCUST                               WEBSCONS
005300            ORGANIZATION IS INDEXED                               WEBSCONS
005400            ACCESS MODE  IS RANDOM                                WEBSCONS
005500            RECORD KEY   IS BCS-REC-PID                           WEBSCONS
005600            FILE STATUS  IS WS-BNKCUST-STATUS.                    WEBSCONS
005700                                                                  WEBSCONS
005800     SELECT BNKCONS-FILE                                          WEBSCONS
005900            ASSIGN       TO BNKCONS                               WEBSCONS
006000            ORGANIZATION IS INDEXED                               WEBSCONS
006100            ACCESS MODE  IS RANDOM                                WEBSCONS
006200            RECORD KEY   IS CNS-REC-KEY                           WEBSCONS
006300            FILE STATUS  IS WS-BNKCONS-STATUS.                    WEBSCONS
006400                                                                  WEBSCONS
006500     SELECT BNKPARM-FILE                                          WEBSCONS
006600            ASSIGN       TO BNKPARM                               WEBSCONS
006700            ORGANIZATION IS INDEXED                               WEBSCONS
006800            ACCESS MODE  IS RANDOM                                WEBSCONS
006900            RECORD KEY   IS PRM-REC-KEY                           WEBSCONS
007000            FILE STATUS  IS WS-BNKPARM-STATUS.                    WEBSCONS
007100                                                                  WEBSCONS
007200     SELECT BNKTXN-FILE                                           WEBSCONS
007300            ASSIGN       TO BNKTXN                                WEBSCONS
007400            ORGANIZATION IS INDEXED                               WEBSCONS
007500            ACCESS MODE  IS RANDOM                                WEBSCONS
007600            RECORD KEY   IS BTX-REC-TIMESTAMP                     WEBSCONS
007700            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      WEBSCONS
007800            FILE STATUS  IS WS-BNKTXN-STATUS.                     WEBSCONS
007900                                                                  WEBSCONS
008000 DATA DIVISION.                                                   WEBSCONS
008100                                                                  WEBSCONS
008200 FILE SECTION.                                                    WEBSCONS
008300 FD  BNKWTOK-FILE.                                                WEBSCONS
008400 01  BNKWTOK-REC.                                                 WEBSCONS
008500 COPY CBANKVWT.                                                   WEBSCONS
008600                                                                  WEBSCONS
008700 FD  BNKCUST-FILE.                                                WEBSCONS
008800 01  BNKCUST-REC.                                                 WEBSCONS
008900 COPY CBANKVCS.                                                   WEBSCONS
009000                                                                  WEBSCONS
009100 FD  BNKCONS-FILE.                                                WEBSCONS
009200 01  BNKCONS-REC.                                                 WEBSCONS
009300 COPY CBANKVCN.                                                   WEBSCONS
009400                                                                  WEBSCONS
009500 FD  BNKPARM-FILE.                                                WEBSCONS
009600 01  BNKPARM-REC.                                                 WEBSCONS
009700 COPY CBANKVPM.                                                   WEBSCONS
009800                                                                  WEBSCONS
009900 FD  BNKTXN-FILE.                                                 WEBSCONS
010000 01  BNKTXN-REC.                                                  WEBSCONS
010100 COPY CBANKVTX.                                                   WEBSCONS
010200                                                                  WEBSCONS
010300 WORKING-STORAGE SECTION.                                         WEBSCONS
010400 01  WS-TIMESTAMP-DATA.                                           WEBSCONS
010500 COPY CTSTAMPD.                                                   WEBSCONS
010600                                                                  WEBSCONS
010700 01  WS-MISC-STORAGE.                                             WEBSCONS
010800   05  WS-PROGRAM-ID                         PIC X(8)             WEBSCONS
010900       VALUE 'WEBSCONS'.                                          WEBSCONS
011000                                                                  WEBSCONS
011100   05  WS-BNKWTOK-STATUS.                                         WEBSCONS
011200     10  WS-BNKWTOK-STAT1                    PIC X(1).            WEBSCONS
011300     10  WS-BNKWTOK-STAT2                    PIC X(1).            WEBSCONS
011400   05  WS-BNKCUST-STATUS.                                         WEBSCONS
011500     10  WS-BNKCUST-STAT1                    PIC X(1).            WEBSCONS
011600     10  WS-BNKCUST-STAT2                    PIC X(1).            WEBSCONS
011700   05  WS-BNKCONS-STATUS.                                         WEBSCONS
011800     10  WS-BNKCONS-STAT1                    PIC X(1).            WEBSCONS
011900     10  WS-BNKCONS-STAT2                    PIC X(1).            WEBSCONS
012000   05  WS-BNKPARM-STATUS.                                         WEBSCONS
012100     10  WS-BNKPARM-STAT1                    PIC X(1).            WEBSCONS
012200     10  WS-BNKPARM-STAT2                    PIC X(1).            WEBSCONS
012300   05  WS-BNKTXN-STATUS.                                          WEBSCONS
012400     10  WS-BNKTXN-STAT1                     PIC X(1).            WEBSCONS
012500     10  WS-BNKTXN-STAT2                     PIC X(1).            WEBSCONS
012600                                                                  WEBSCONS
012700   05  WS-FILES-OPEN-FLAG                    PIC X(1)             WEBSCONS
012800       VALUE 'N'.                                                 WEBSCONS
012900     88  WS-FILES-ARE-OPEN                   VALUE 'Y'.           WEBSCONS
013000     88  WS-FILES-NOT-OPEN                   VALUE 'N'.           WEBSCONS
013100                                                                  WEBSCONS
013200*  token life mirrors the issuing service's view of a session     WEBSCONS
013300   05  WS-TOKEN-LIFE-MINUTES                 PIC S9(3)            WEBSCONS
013400                                             COMP-3 VALUE 30.     WEBSCONS
013500   05  WS-THEN-HH                            PIC 9(2).            WEBSCONS
013600   05  WS-THEN-MI                            PIC 9(2).            WEBSCONS
013700   05  WS-IDLE-GONE                          PIC S9(5)            WEBSCONS
013800                                             COMP-3.              WEBSCONS
013900                                                                  WEBSCONS
014000   05  WS-TODAY-DATE                         PIC X(8).            WEBSCONS
014100   05  WS-SUB1                               PIC S9(4) COMP.      WEBSCONS
014200   05  WS-SUB2                               PIC S9(4) COMP.      WEBSCONS
014300   05  WS-CONS-COUNT                         PIC S9(4) COMP.      WEBSCONS
014400   05  WS-CONS-FLAG                          PIC X(1).            WEBSCONS
014500     88  WS-CONS-ON-FILE                     VALUE 'Y'.           WEBSCONS
014600     88  WS-CONS-NOT-ON-FILE                 VALUE 'N'.           WEBSCONS
014700   05  WS-TXN-TAG                            PIC 9(1).            WEBSCONS
014800                                                                  WEBSCONS
014900*  the grid order - channels down, purposes across                WEBSCONS
015000   05  WS-CHANNEL-CODES                      PIC X(4)             WEBSCONS
015100       VALUE 'PETS'.                                              WEBSCONS
015200   05  WS-PURPOSE-CODES                      PIC X(3)             WEBSCONS
015300       VALUE 'MRA'.                                               WEBSCONS
015400                                                                  WEBSCONS
015500*  the consent as it stood before the change, to put back if the  WEBSCONS
015600*  change cannot be logged                                        WEBSCONS
015700 01  WS-OLD-CONS-REC.                                             WEBSCONS
015800   05  FILLER                                PIC X(7).            WEBSCONS
015900   05  WS-OLD-CONS-STATUS                    PIC X(1).            WEBSCONS
016000   05  WS-OLD-CONS-DATE                      PIC X(8).            WEBSCONS
016100   05  WS-OLD-CONS-SOURCE                    PIC X(1).            WEBSCONS
016200   05  WS-OLD-CONS-USERID                    PIC X(8).            WEBSCONS
016300   05  FILLER                                PIC X(55).           WEBSCONS
016400                                                                  WEBSCONS
016500 01  WS-TWOS-COMP.                                                WEBSCONS
016600   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      WEBSCONS
016700   05  WS-TWOS-COMP-INPUT                    PIC X(256).          WEBSCONS
016800   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          WEBSCONS
016900                                                                  WEBSCONS
017000 COPY CBANKTXD.                                                   WEBSCONS
017100                                                                  WEBSCONS
017200 LINKAGE SECTION.                                                 WEBSCONS
017300 01  L-LINKAGE.                                                   WEBSCONS
017400   05  L-INPUT.                                                   WEBSCONS
017500     10  L-PID                               PIC X(5).            WEBSCONS
017600     10  L-TOKEN                             PIC X(16).           WEBSCONS
017700     10  L-FUNC                              PIC X(1).            WEBSCONS
017800       88  L-FUNC-LIST                       VALUE 'L'.           WEBSCONS
017900       88  L-FUNC-SET                        VALUE 'S'.           WEBSCONS
018000     10  L-GRID.                                                  WEBSCONS
018100       15  L-CHANNEL OCCURS 4 TIMES.                              WEBSCONS
018200         20  L-FLAG OCCURS 3 TIMES           PIC X(1).            WEBSCONS
018300   05  L-OUTPUT.                                                  WEBSCONS
018400     10  L-STATUS                            PIC X(1).            WEBSCONS
018500       88  L-STATUS-OK                       VALUE '0'.           WEBSCONS
018600       88  L-STATUS-BAD-TOKEN                VALUE '1'.           WEBSCONS
018700       88  L-STATUS-NO-FILES                 VALUE '2'.           WEBSCONS
018800       88  L-STATUS-REFUSED                  VALUE '3'.           WEBSCONS
018900     10  L-MSG                               PIC X(40).           WEBSCONS
019000     10  L-CHANGES                           PIC 9(2).            WEBSCONS
019100     10  L-OUT-CHANNEL OCCURS 4 TIMES.                            WEBSCONS
019200       15  L-OUT-CELL OCCURS 3 TIMES.                             WEBSCONS
019300         20  L-OUT-FLAG                      PIC X(1).            WEBSCONS
019400         20  L-OUT-DATE                      PIC X(8).            WEBSCONS
019500         20  L-OUT-SOURCE                    PIC X(1).            WEBSCONS
019600                                                                  WEBSCONS
019700 PROCEDURE DIVISION USING L-LINKAGE.                              WEBSCONS
019800 0000-MAINLINE.                                                   WEBSCONS
019900     SET L-STATUS-BAD-TOKEN TO TRUE.                              WEBSCONS
020000     MOVE SPACES TO L-MSG.                                        WEBSCONS
020100     MOVE 0 TO L-CHANGES.                                         WEBSCONS
020200     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.                      WEBSCONS
020300     IF WS-FILES-NOT-OPEN                                         WEBSCONS
020400        SET L-STATUS-NO-FILES TO TRUE                             WEBSCONS
020500        GOBACK                                                    WEBSCONS
020600     END-IF.                                                      WEBSCONS
020700 COPY CTSTAMPP.                                                   WEBSCONS
020800     MOVE WS-TIMESTAMP(1:4) TO WS-TODAY-DATE(1:4).                WEBSCONS
020900     MOVE WS-TIMESTAMP(6:2) TO WS-TODAY-DATE(5:2).                WEBSCONS
021000     MOVE WS-TIMESTAMP(9:2) TO WS-TODAY-DATE(7:2).                WEBSCONS
021100     MOVE 'BUSDATE ' TO PRM-REC-KEY.                              WEBSCONS
021200     READ BNKPARM-FILE                                            WEBSCONS
021300       INVALID KEY                                                WEBSCONS
021400         CONTINUE                                                 WEBSCONS
021500     END-READ.                                                    WEBSCONS
021600     IF WS-BNKPARM-STATUS IS EQUAL TO '00' AND                    WEBSCONS
021700        PRM-REC-TEXT (1:8) IS NUMERIC                             WEBSCONS
021800        MOVE PRM-REC-TEXT (1:8) TO WS-TODAY-DATE                  WEBSCONS
021900     END-IF.                                                      WEBSCONS
022000     PERFORM 2000-CHECK-TOKEN THRU 2000-EXIT.                     WEBSCONS
022100     IF NOT L-STATUS-OK                                           WEBSCONS
022200        MOVE 'Session token not accepted' TO L-MSG                WEBSCONS
022300        GOBACK                                                    WEBSCONS
022400     END-IF.                                                      WEBSCONS
022500     IF L-FUNC-LIST                                               WEBSCONS
022600        PERFORM 5000-LIST-CONSENTS THRU 5000-EXIT                 WEBSCONS
022700        GOBACK                                                    WEBSCONS
022800     END-IF.                                                      WEBSCONS
022900     SET L-STATUS-REFUSED TO TRUE.                                WEBSCONS
023000     IF L-FUNC-SET                                                WEBSCONS
023100        PERFORM 3000-SET-CONSENTS THRU 3000-EXIT                  WEBSCONS
023200     ELSE                                                         WEBSCONS
023300        MOVE 'Unknown consent function' TO L-MSG                  WEBSCONS
023400     END-IF.                                                      WEBSCONS
023500     GOBACK.                                                      WEBSCONS
023600                                                                  WEBSCONS
023700***************************************************************** WEBSCONS
023800* Open the files on first use                                   * WEBSCONS
023900***************************************************************** WEBSCONS
024000 1000-OPEN-FILES.                                                 WEBSCONS
024100     IF WS-FILES-ARE-OPEN                                         WEBSCONS
024200        GO TO 1000-EXIT                                           WEBSCONS
024300     END-IF.                                                      WEBSCONS
024400     OPEN I-O BNKWTOK-FILE.                                       WEBSCONS
024500     IF WS-BNKWTOK-STATUS IS NOT EQUAL TO '00'                    WEBSCONS
024600        GO TO 1000-EXIT                                           WEBSCONS
024700     END-IF.                                                      WEBSCONS
024800     OPEN INPUT BNKCUST-FILE.                                     WEBSCONS
024900     OPEN I-O BNKCONS-FILE.                                       WEBSCONS
025000     OPEN INPUT BNKPARM-FILE.                                     WEBSCONS
025100     OPEN I-O BNKTXN-FILE.                                        WEBSCONS
025200     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00' OR                 WEBSCONS
025300        WS-BNKCONS-STATUS IS NOT EQUAL TO '00' OR                 WEBSCONS
025400        WS-BNKPARM-STATUS IS NOT EQUAL TO '00' OR                 WEBSCONS
025500        WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     WEBSCONS
025600        GO TO 1000-EXIT                                           WEBSCONS
025700     END-IF.                                                      WEBSCONS
025800     SET WS-FILES-ARE-OPEN TO TRUE.                               WEBSCONS
025900 1000-EXIT.                                                       WEBSCONS
026000     EXIT.                                                        WEBSCONS
026100                                                                  WEBSCONS
026200***************************************************************** WEBSCONS
026300* The session token must be live, the caller's, and within      * WEBSCONS
026400* its life - exactly the WEBSBALS test                          * WEBSCONS
026500***************************************************************** WEBSCONS
026600 2000-CHECK-TOKEN.                                                WEBSCONS
026700     MOVE L-TOKEN TO WTK-REC-TOKEN.                               WEBSCONS
026800     READ BNKWTOK-FILE                                            WEBSCONS
026900       INVALID KEY                                                WEBSCONS
027000         GO TO 2000-EXIT                                          WEBSCONS
027100     END-READ.                                                    WEBSCONS
027200     IF NOT WTK-REC-IS-ACTIVE                                     WEBSCONS
027300        GO TO 2000-EXIT                                           WEBSCONS
027400     END-IF.                                                      WEBSCONS
027500     IF WTK-REC-PID IS NOT EQUAL TO L-PID                         WEBSCONS
027600        GO TO 2000-EXIT                                           WEBSCONS
027700     END-IF.                                                      WEBSCONS
027800     IF WTK-REC-LAST-USED-TS (1:10) IS NOT EQUAL TO               WEBSCONS
027900        WS-TIMESTAMP (1:10)                                       WEBSCONS
028000        GO TO 2100-TOKEN-DEAD                                     WEBSCONS
028100     END-IF.                                                      WEBSCONS
028200     MOVE WTK-REC-LAST-USED-TS (12:2) TO WS-THEN-HH.              WEBSCONS
028300     MOVE WTK-REC-LAST-USED-TS (15:2) TO WS-THEN-MI.              WEBSCONS
028400     COMPUTE WS-IDLE-GONE =                                       WEBSCONS
028500         ((WS-TS-CT-HH * 60) + WS-TS-CT-MI) -                     WEBSCONS
028600         ((WS-THEN-HH * 60) + WS-THEN-MI).                        WEBSCONS
028700     IF WS-IDLE-GONE IS GREATER THAN WS-TOKEN-LIFE-MINUTES        WEBSCONS
028800        GO TO 2100-TOKEN-DEAD                                     WEBSCONS
028900     END-IF.                                                      WEBSCONS
029000     MOVE WS-TIMESTAMP TO WTK-REC-LAST-USED-TS.                   WEBSCONS
029100     REWRITE BNKWTOK-REC                                          WEBSCONS
029200       INVALID KEY                                                WEBSCONS
029300         CONTINUE                                                 WEBSCONS
029400     END-REWRITE.                                                 WEBSCONS
029500     SET L-STATUS-OK TO TRUE.                                     WEBSCONS
029600     GO TO 2000-EXIT.                                             WEBSCONS
029700 2100-TOKEN-DEAD.                                                 WEBSCONS
029800     SET WTK-REC-IS-ENDED TO TRUE.                                WEBSCONS
029900     REWRITE BNKWTOK-REC                                          WEBSCONS
030000       INVALID KEY                                                WEBSCONS
030100         CONTINUE                                                 WEBSCONS
030200     END-REWRITE.                                                 WEBSCONS
030300 2000-EXIT.                                                       WEBSCONS
030400     EXIT.                                                        WEBSCONS
030500                                                                  WEBSCONS
030600***************************************************************** WEBSCONS
030700* Check the grid against the contact details held, then record  * WEBSCONS
030800* each cell that differs from the register                      * WEBSCONS
030900***************************************************************** WEBSCONS
031000 3000-SET-CONSENTS.                                               WEBSCONS
031100     INSPECT L-GRID                                               WEBSCONS
031200       CONVERTING 'yn' TO 'YN'.                                   WEBSCONS
031300     MOVE 0 TO WS-CONS-COUNT.                                     WEBSCONS
031400     INSPECT L-GRID TALLYING WS-CONS-COUNT                        WEBSCONS
031500       FOR ALL 'Y' ALL 'N' ALL ' '.                               WEBSCONS
031600     IF WS-CONS-COUNT IS NOT EQUAL TO LENGTH OF L-GRID            WEBSCONS
031700        MOVE 'Consents must be blank, Y or N' TO L-MSG            WEBSCONS
031800        GO TO 3000-EXIT                                           WEBSCONS
031900     END-IF.                                                      WEBSCONS
032000     MOVE L-PID TO BCS-REC-PID.                                   WEBSCONS
032100     READ BNKCUST-FILE                                            WEBSCONS
032200       INVALID KEY                                                WEBSCONS
032300         MOVE 'Customer not found' TO L-MSG                       WEBSCONS
032400         GO TO 3000-EXIT                                          WEBSCONS
032500     END-READ.                                                    WEBSCONS
032600     MOVE 0 TO WS-CONS-COUNT.                                     WEBSCONS
032700     INSPECT L-CHANNEL (2) TALLYING WS-CONS-COUNT                 WEBSCONS
032800       FOR ALL 'Y'.                                               WEBSCONS
032900     IF WS-CONS-COUNT IS GREATER THAN 0 AND                       WEBSCONS
033000        BCS-REC-EMAIL IS EQUAL TO SPACES                          WEBSCONS
033100        MOVE 'E-Mail consent requires E-Mail address' TO L-MSG    WEBSCONS
033200        GO TO 3000-EXIT                                           WEBSCONS
033300     END-IF.                                                      WEBSCONS
033400     MOVE 0 TO WS-CONS-COUNT.                                     WEBSCONS
033500     INSPECT L-CHANNEL (3) TALLYING WS-CONS-COUNT                 WEBSCONS
033600       FOR ALL 'Y'.                                               WEBSCONS
033700     INSPECT L-CHANNEL (4) TALLYING WS-CONS-COUNT                 WEBSCONS
033800       FOR ALL 'Y'.                                               WEBSCONS
033900     IF WS-CONS-COUNT IS GREATER THAN 0 AND                       WEBSCONS
034000        BCS-REC-TEL IS EQUAL TO SPACES                            WEBSCONS
034100        MOVE 'Phone/SMS consent requires telephone no' TO L-MSG   WEBSCONS
034200        GO TO 3000-EXIT                                           WEBSCONS
034300     END-IF.                                                      WEBSCONS
034400     PERFORM 3100-SET-CHANNEL THRU 3100-EXIT                      WEBSCONS
034500       VARYING WS-SUB1 FROM 1 BY 1                                WEBSCONS
034600         UNTIL WS-SUB1 IS GREATER THAN 4                          WEBSCONS
034700            OR L-MSG IS NOT EQUAL TO SPACES.                      WEBSCONS
034800     IF L-MSG IS NOT EQUAL TO SPACES                              WEBSCONS
034900        GO TO 3000-EXIT                                           WEBSCONS
035000     END-IF.                                                      WEBSCONS
035100     PERFORM 5000-LIST-CONSENTS THRU 5000-EXIT.                   WEBSCONS
035200     IF L-CHANGES IS EQUAL TO 0                                   WEBSCONS
035300        MOVE 'No consent changes' TO L-MSG                        WEBSCONS
035400     ELSE                                                         WEBSCONS
035500        MOVE 'Consents updated' TO L-MSG                          WEBSCONS
035600     END-IF.                                                      WEBSCONS
035700 3000-EXIT.                                                       WEBSCONS
035800     EXIT.                                                        WEBSCONS
035900                                                                  WEBSCONS
036000 3100-SET-CHANNEL.                                                WEBSCONS
036100     PERFORM 3200-SET-CELL THRU 3200-EXIT                         WEBSCONS
036200       VARYING WS-SUB2 FROM 1 BY 1                                WEBSCONS
036300         UNTIL WS-SUB2 IS GREATER THAN 3                          WEBSCONS
036400            OR L-MSG IS NOT EQUAL TO SPACES.                      WEBSCONS
036500 3100-EXIT.                                                       WEBSCONS
036600     EXIT.                                                        WEBSCONS
036700                                                                  WEBSCONS
036800***************************************************************** WEBSCONS
036900* Record one cell as given or withdrawn through the web, and    * WEBSCONS
037000* log it - putting the register back if the log will not take   * WEBSCONS
037100* the entry                                                     * WEBSCONS
037200***************************************************************** WEBSCONS
037300 3200-SET-CELL.                                                   WEBSCONS
037400     IF L-FLAG (WS-SUB1, WS-SUB2) IS EQUAL TO SPACE               WEBSCONS
037500        GO TO 3200-EXIT                                           WEBSCONS
037600     END-IF.                                                      WEBSCONS
037700     MOVE L-PID TO CNS-REC-PID.                                   WEBSCONS
037800     MOVE WS-CHANNEL-CODES (WS-SUB1:1) TO CNS-REC-CHANNEL.        WEBSCONS
037900     MOVE WS-PURPOSE-CODES (WS-SUB2:1) TO CNS-REC-PURPOSE.        WEBSCONS
038000     SET WS-CONS-ON-FILE TO TRUE.                                 WEBSCONS
038100     READ BNKCONS-FILE                                            WEBSCONS
038200       INVALID KEY                                                WEBSCONS
038300         SET WS-CONS-NOT-ON-FILE TO TRUE                          WEBSCONS
038400     END-READ.                                                    WEBSCONS
038500     IF WS-CONS-ON-FILE AND                                       WEBSCONS
038600        CNS-REC-STATUS IS EQUAL TO L-FLAG (WS-SUB1, WS-SUB2)      WEBSCONS
038700        GO TO 3200-EXIT                                           WEBSCONS
038800     END-IF.                                                      WEBSCONS
038900     IF WS-CONS-NOT-ON-FILE                                       WEBSCONS
039000        MOVE SPACES TO BNKCONS-REC                                WEBSCONS
039100        MOVE L-PID TO CNS-REC-PID                                 WEBSCONS
039200        MOVE WS-CHANNEL-CODES (WS-SUB1:1) TO CNS-REC-CHANNEL      WEBSCONS
039300        MOVE WS-PURPOSE-CODES (WS-SUB2:1) TO CNS-REC-PURPOSE      WEBSCONS
039400     END-IF.                                                      WEBSCONS
039500     MOVE BNKCONS-REC TO WS-OLD-CONS-REC.                         WEBSCONS
039600     MOVE L-FLAG (WS-SUB1, WS-SUB2) TO CNS-REC-STATUS.            WEBSCONS
039700     MOVE WS-TODAY-DATE TO CNS-REC-DATE.                          WEBSCONS
039800     SET CNS-REC-VIA-WEB TO TRUE.                                 WEBSCONS
039900     MOVE L-PID TO CNS-REC-CHANGED-BY.                            WEBSCONS
040000     MOVE WS-TIMESTAMP TO CNS-REC-TIMESTAMP.                      WEBSCONS
040100     IF WS-CONS-ON-FILE                                           WEBSCONS
040200        REWRITE BNKCONS-REC                                       WEBSCONS
040300          INVALID KEY                                             WEBSCONS
040400            CONTINUE                                              WEBSCONS
040500        END-REWRITE                                               WEBSCONS
040600     ELSE                                                         WEBSCONS
040700        WRITE BNKCONS-REC                                         WEBSCONS
040800          INVALID KEY                                             WEBSCONS
040900            CONTINUE                                              WEBSCONS
041000        END-WRITE                                                 WEBSCONS
041100     END-IF.                                                      WEBSCONS
041200     IF WS-BNKCONS-STATUS IS NOT EQUAL TO '00'                    WEBSCONS
041300        MOVE 'Unable to update consents' TO L-MSG                 WEBSCONS
041400        GO TO 3200-EXIT                                           WEBSCONS
041500     END-IF.                                                      WEBSCONS
041600     PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT.                WEBSCONS
041700     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     WEBSCONS
041800        IF WS-CONS-ON-FILE                                        WEBSCONS
041900           MOVE WS-OLD-CONS-REC TO BNKCONS-REC                    WEBSCONS
042000           REWRITE BNKCONS-REC                                    WEBSCONS
042100             INVALID KEY                                          WEBSCONS
042200               CONTINUE                                           WEBSCONS
042300           END-REWRITE                                            WEBSCONS
042400        ELSE                                                      WEBSCONS
042500           DELETE BNKCONS-FILE RECORD                             WEBSCONS
042600             INVALID KEY                                          WEBSCONS
042700               CONTINUE                                           WEBSCONS
042800           END-DELETE                                             WEBSCONS
042900        END-IF                                                    WEBSCONS
043000        MOVE 'Unable to record the consent change' TO L-MSG       WEBSCONS
043100        GO TO 3200-EXIT                                           WEBSCONS
043200     END-IF.                                                      WEBSCONS
043300     ADD 1 TO L-CHANGES.                                          WEBSCONS
043400 3200-EXIT.                                                       WEBSCONS
043500     EXIT.                                                        WEBSCONS
043600                                                                  WEBSCONS
043700***************************************************************** WEBSCONS
043800* Return the register as it stands - a cell with no record is   * WEBSCONS
043900* returned blank                                                * WEBSCONS
044000***************************************************************** WEBSCONS
044100 5000-LIST-CONSENTS.                                              WEBSCONS
044200     PERFORM 5100-LIST-CHANNEL THRU 5100-EXIT                     WEBSCONS
044300       VARYING WS-SUB1 FROM 1 BY 1                                WEBSCONS
044400         UNTIL WS-SUB1 IS GREATER THAN 4.                         WEBSCONS
044500     SET L-STATUS-OK TO TRUE.                                     WEBSCONS
044600 5000-EXIT.                                                       WEBSCONS
044700     EXIT.                                                        WEBSCONS
044800                                                                  WEBSCONS
044900 5100-LIST-CHANNEL.                                               WEBSCONS
045000     PERFORM 5200-LIST-CELL THRU 5200-EXIT                        WEBSCONS
045100       VARYING WS-SUB2 FROM 1 BY 1                                WEBSCONS
045200         UNTIL WS-SUB2 IS GREATER THAN 3.                         WEBSCONS
045300 5100-EXIT.                                                       WEBSCONS
045400     EXIT.                                                        WEBSCONS
045500                                                                  WEBSCONS
045600 5200-LIST-CELL.                                                  WEBSCONS
045700     MOVE SPACES TO L-OUT-CELL (WS-SUB1, WS-SUB2).                WEBSCONS
045800     MOVE L-PID TO CNS-REC-PID.                                   WEBSCONS
045900     MOVE WS-CHANNEL-CODES (WS-SUB1:1) TO CNS-REC-CHANNEL.        WEBSCONS
046000     MOVE WS-PURPOSE-CODES (WS-SUB2:1) TO CNS-REC-PURPOSE.        WEBSCONS
046100     READ BNKCONS-FILE                                            WEBSCONS
046200       INVALID KEY                                                WEBSCONS
046300         GO TO 5200-EXIT                                          WEBSCONS
046400     END-READ.                                                    WEBSCONS
046500     MOVE CNS-REC-STATUS TO L-OUT-FLAG (WS-SUB1, WS-SUB2).        WEBSCONS
046600     MOVE CNS-REC-DATE TO L-OUT-DATE (WS-SUB1, WS-SUB2).          WEBSCONS
046700     MOVE CNS-REC-SOURCE TO L-OUT-SOURCE (WS-SUB1, WS-SUB2).      WEBSCONS
046800 5200-EXIT.                                                       WEBSCONS
046900     EXIT.                                                        WEBSCONS
047000                                                                  WEBSCONS
047100***************************************************************** WEBSCONS
047200* Log the consent change on BNKTXN for the maintenance audit    * WEBSCONS
047300* viewer, under the customer with no account                    * WEBSCONS
047400***************************************************************** WEBSCONS
047500 8000-WRITE-CHANGE-LOG.                                           WEBSCONS
047600 COPY CTSTAMPP.                                                   WEBSCONS
047700     MOVE WS-TODAY-DATE (1:4) TO WS-TIMESTAMP (1:4).              WEBSCONS
047800     MOVE WS-TODAY-DATE (5:2) TO WS-TIMESTAMP (6:2).              WEBSCONS
047900     MOVE WS-TODAY-DATE (7:2) TO WS-TIMESTAMP (9:2).              WEBSCONS
048000     MOVE SPACES TO BNKTXN-REC.                                   WEBSCONS
048100     MOVE L-PID TO BTX-REC-PID.                                   WEBSCONS
048200     MOVE SPACES TO BTX-REC-ACCNO.                                WEBSCONS
048300     SET BTX-REC-TYPE-CHANGE TO TRUE.                             WEBSCONS
048400     SET BTX-REC-SUB-TYPE-CONSENT TO TRUE.                        WEBSCONS
048500     MOVE ZERO TO BTX-REC-AMOUNT.                                 WEBSCONS
048600     MOVE SPACES TO TXN-T6-OLD.                                   WEBSCONS
048700     MOVE CNS-REC-CHANNEL TO TXN-T6-OLD-CHANNEL.                  WEBSCONS
048800     MOVE CNS-REC-PURPOSE TO TXN-T6-OLD-PURPOSE.                  WEBSCONS
048900     MOVE WS-OLD-CONS-STATUS TO TXN-T6-OLD-STATUS.                WEBSCONS
049000     MOVE WS-OLD-CONS-DATE TO TXN-T6-OLD-DATE.                    WEBSCONS
049100     MOVE WS-OLD-CONS-SOURCE TO TXN-T6-OLD-SOURCE.                WEBSCONS
049200     MOVE WS-OLD-CONS-USERID TO TXN-T6-OLD-USERID.                WEBSCONS
049300     MOVE SPACES TO TXN-T6-NEW.                                   WEBSCONS
049400     MOVE CNS-REC-CHANNEL TO TXN-T6-NEW-CHANNEL.                  WEBSCONS
049500     MOVE CNS-REC-PURPOSE TO TXN-T6-NEW-PURPOSE.                  WEBSCONS
049600     MOVE CNS-REC-STATUS TO TXN-T6-NEW-STATUS.                    WEBSCONS
049700     MOVE CNS-REC-DATE TO TXN-T6-NEW-DATE.                        WEBSCONS
049800     MOVE CNS-REC-SOURCE TO TXN-T6-NEW-SOURCE.                    WEBSCONS
049900     MOVE CNS-REC-CHANGED-BY TO TXN-T6-NEW-USERID.                WEBSCONS
050000     MOVE TXN-T6-OLD TO BTX-REC-DATA-OLD.                         WEBSCONS
050100     MOVE TXN-T6-NEW TO BTX-REC-DATA-NEW.                         WEBSCONS
050200     MOVE 0 TO WS-TXN-TAG.                                        WEBSCONS
050300 8100-WRITE-CHANGE-LOG-TRY.                                       WEBSCONS
050400     MOVE WS-TXN-TAG TO WS-TIMESTAMP (26:1).                      WEBSCONS
050500     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      WEBSCONS
050600     MOVE SPACES TO BTX-REC-ALTKEY1-ACCNO.                        WEBSCONS
050700     MOVE WS-TIMESTAMP TO BTX-REC-ALTKEY1-TIMESTAMP.              WEBSCONS
050800     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     WEBSCONS
050900     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      WEBSCONS
051000     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             WEBSCONS
051100     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       WEBSCONS
051200                           WS-TWOS-COMP-INPUT                     WEBSCONS
051300                           WS-TWOS-COMP-OUTPUT.                   WEBSCONS
051400     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            WEBSCONS
051500     WRITE BNKTXN-REC                                             WEBSCONS
051600       INVALID KEY                                                WEBSCONS
051700         CONTINUE                                                 WEBSCONS
051800     END-WRITE.                                                   WEBSCONS
051900     IF WS-BNKTXN-STATUS IS EQUAL TO '22' AND                     WEBSCONS
052000        WS-TXN-TAG IS LESS THAN 9                                 WEBSCONS
052100        ADD 1 TO WS-TXN-TAG                                       WEBSCONS
052200        GO TO 8100-WRITE-CHANGE-LOG-TRY                           WEBSCONS
052300     END-IF.                                                      WEBSCONS
052400 8000-EXIT.                                                       WEBSCONS
052500     EXIT.                                                        WEBSCONS
