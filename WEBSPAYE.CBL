000100***************************************************************** WEBSPAYE
000200*                                                               * WEBSPAYE
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * WEBSPAYE
000400*   This demonstration program is provided for use by users     * WEBSPAYE
000500*   of Micro Focus products and may be used, modified and       * WEBSPAYE
000600*   distributed as part of your application provided that       * WEBSPAYE
000700*   you properly acknowledge the copyright of Micro Focus       * WEBSPAYE
000800*   in this material.                                           * WEBSPAYE
000900*                                                               * WEBSPAYE
001000***************************************************************** WEBSPAYE
001100                                                                  WEBSPAYE
001200***************************************************************** WEBSPAYE
001300* Program:     WEBSPAYE.CBL                                     * WEBSPAYE
001400* Function:    Web-callable external payee service, following   * WEBSPAYE
001500*              the WEBSCALC pattern: a flat linkage in, a flat  * WEBSPAYE
001600*              linkage back. The caller presents a WEBSLOGN     * WEBSPAYE
001700*              session token and may list, add, change or close * WEBSPAYE
001800*              their own BNKPAYE payees with the edits DBANK27P * WEBSPAYE
001900*              applies on the screens - a name, a bank code     * WEBSPAYE
002000*              live on the BNKRDIR routing directory and an     * WEBSPAYE
002100*              account number, and the payee's name screened    * WEBSPAYE
002200*              against the watchlist with any hit queued on     * WEBSPAYE
002300*              BNKWHIT for compliance. Adding a payee, or       * WEBSPAYE
002400*              pointing one at another bank code or account,    * WEBSPAYE
002500*              needs the customer's password again, checked by  * WEBSPAYE
002600*              the WEBSLOGN STEPUP function. Every change is    * WEBSPAYE
002700*              written to the BNKTXN change log for the         * WEBSPAYE
002800*              maintenance audit viewer. Files open on first    * WEBSPAYE
002900*              use and stay open for the life of the server     * WEBSPAYE
003000*              process.                                         * WEBSPAYE
003100***************************************************************** WEBSPAYE
003200                                                                  WEBSPAYE
003300 IDENTIFICATION DIVISION.                                         WEBSPAYE
003400 PROGRAM-ID.                                                      WEBSPAYE
003500     WEBSPAYE.                                                    WEBSPAYE
003600 DATE-WRITTEN.                                                    WEBSPAYE
003700     September 2007.                                              WEBSPAYE
003800 DATE-COMPILED.                                                   WEBSPAYE
003900     Today.                                                       WEBSPAYE
004000                                                                  WEBSPAYE
004100 ENVIRONMENT DIVISION.                                            WEBSPAYE
004200                                                                  WEBSPAYE
004300 INPUT-OUTPUT   SECTION.                                          WEBSPAYE
004400   FILE-CONTROL.                                                  WEBSPAYE
004500     SELECT BNKWTOK-FILE                                          WEBSPAYE
004600            ASSIGN       TO BNKWTOK                               WEBSPAYE
004700            ORGANIZATION IS INDEXED                               WEBSPAYE
004800            ACCESS MODE  IS RANDOM                                WEBSPAYE
004900            RECORD KEY   IS WTK-REC-TOKEN                         WEBSPAYE
005000            FILE STATUS  IS WS-BNKWTOK-STATUS.                    WEBSPAYE
005100                                                                  WEBSPAYE
005200     SELECT BNKCUST-FILE                                          WEBSPAYE
005300            ASSIGN       TO BNKCUST                               WEBSPAYE
005400            ORGANIZATION IS INDEXED                               WEBSPAYE
005500            ACCESS MODE  IS RANDOM                                WEBSPAYE
005600            RECORD KEY   IS BCS-REC-PID                           WEBSPAYE
005700            FILE STATUS  IS WS-BNKCUST-STATUS.                    WEBSPAYE
005800                                                                  WEBSPAYE
005900     SELECT BNKPAYE-FILE                                          WEBSPAYE
006000            ASSIGN       TO BNKPAYE                               WEBSPAYE
006100            ORGANIZATION IS INDEXED                               WEBSPAYE
006200            ACCESS MODE  IS DYNAMIC                               WEBSPAYE
006300            RECORD KEY   IS BPE-REC-PAYEE-ID                      WEBSPAYE
006400            ALTERNATE KEY IS BPE-REC-OWNER-PID WITH DUPLICATES    WEBSPAYE
006500            FILE STATUS  IS WS-BNKPAYE-STATUS.                    WEBSPAYE
006600                                                                  WEBSPAYE
006700     SELECT BNKRDIR-FILE                                          WEBSPAYE
006800            ASSIGN       TO BNKRDIR                               WEBSPAYE
006900            ORGANIZATION IS INDEXED                               WEBSPAYE
007000            ACCESS MODE  IS RANDOM                                WEBSPAYE
007100            RECORD KEY   IS BRD-REC-ROUTING                       WEBSPAYE
007200            FILE STATUS  IS WS-BNKRDIR-STATUS.                    WEBSPAYE
007300                                                                  WEBSPAYE
007400     SELECT BNKWLST-FILE                                          WEBSPAYE
007500            ASSIGN       TO BNKWLST                               WEBSPAYE
007600            ORGANIZATION IS INDEXED                               WEBSPAYE
007700            ACCESS MODE  IS DYNAMIC                               WEBSPAYE
007800            RECORD KEY   IS BWL-REC-ID                            WEBSPAYE
007900            FILE STATUS  IS WS-BNKWLST-STATUS.                    WEBSPAYE
008000                                                                  WEBSPAYE
008100     SELECT BNKWHIT-FILE                                          WEBSPAYE
008200            ASSIGN       TO BNKWHIT                               WEBSPAYE
008300            ORGANIZATION IS INDEXED                               WEBSPAYE
008400            ACCESS MODE  IS RANDOM                                WEBSPAYE
008500            RECORD KEY   IS BWH-REC-KEY                           WEBSPAYE
008600            FILE STATUS  IS WS-BNKWHIT-STATUS.                    WEBSPAYE
008700                                                                  WEBSPAYE
008800     SELECT BNKPARM-FILE                                          WEBSPAYE
008900            ASSIGN       TO BNKPARM                               WEBSPAYE
009000            ORGANIZATION IS INDEXED                               WEBSPAYE
009100            ACCESS MODE  IS RANDOM                                WEBSPAYE
009200            RECORD KEY   IS PRM-REC-KEY                           WEBSPAYE
009300            FILE STATUS  IS WS-BNKPARM-STATUS.                    WEBSPAYE
009400                                                                  WEBSPAYE
009500     SELECT BNKTXN-FILE                                           WEBSPAYE
009600            ASSIGN       TO BNKTXN                                WEBSPAYE
009700            ORGANIZATION IS INDEXED                               WEBSPAYE
009800            ACCESS MODE  IS RANDOM                                WEBSPAYE
009900            RECORD KEY   IS BTX-REC-TIMESTAMP                     WEBSPAYE
010000            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      WEBSPAYE
010100            FILE STATUS  IS WS-BNKTXN-STATUS.                     WEBSPAYE
010200                                                                  WEBSPAYE
010300 DATA DIVISION.                                                   WEBSPAYE
010400                                                                  WEBSPAYE
010500 FILE SECTION.                                                    WEBSPAYE
010600 FD  BNKWTOK-FILE.                                                WEBSPAYE
010700 01  BNKWTOK-REC.                                                 WEBSPAYE
010800 COPY CBANKVWT.                                                   WEBSPAYE
010900                                                                  WEBSPAYE
011000 FD  BNKCUST-FILE.                                                WEBSPAYE
011100 01  BNKCUST-REC.                                                 WEBSPAYE
011200 COPY CBANKVCS.                                                   WEBSPAYE
011300                                                                  WEBSPAYE
011400 FD  BNKPAYE-FILE.                                                WEBSPAYE
011500 01  BNKPAYE-REC.                                                 WEBSPAYE
011600 COPY CBANKVPE.                                                   WEBSPAYE
011700                                                                  WEBSPAYE
011800 FD  BNKRDIR-FILE.                                                WEBSPAYE
011900 01  BNKRDIR-REC.                                                 WEBSPAYE
012000 COPY CBANKVRD.                                                   WEBSPAYE
012100                                                                  WEBSPAYE
012200 FD  BNKWLST-FILE.                                                WEBSPAYE
012300 01  BNKWLST-REC.                                                 WEBSPAYE
012400 COPY CBANKVWL.                                                   WEBSPAYE
012500                                                                  WEBSPAYE
012600 FD  BNKWHIT-FILE.                                                WEBSPAYE
012700 01  BNKWHIT-REC.                                                 WEBSPAYE
012800 COPY CBANKVWH.                                                   WEBSPAYE
012900                                                                  WEBSPAYE
013000 FD  BNKPARM-FILE.                                                WEBSPAYE
013100 01  BNKPARM-REC.                                                 WEBSPAYE
013200 COPY CBANKVPM.                                                   WEBSPAYE
013300                                                                  WEBSPAYE
013400 FD  BNKTXN-FILE.                                                 WEBSPAYE
013500 01  BNKTXN-REC.                                                  WEBSPAYE
013600 COPY CBANKVTX.                                                   WEBSPAYE
013700                                                                  WEBSPAYE
013800 WORKING-STORAGE SECTION.                                         WEBSPAYE
013900 01  WS-TIMESTAMP-DATA.                                           WEBSPAYE
014000 COPY CTSTAMPD.                                                   WEBSPAYE
014100                                                                  WEBSPAYE
014200 01  WS-MISC-STORAGE.                                             WEBSPAYE
014300   05  WS-PROGRAM-ID                         PIC X(8)             WEBSPAYE
014400       VALUE 'WEBSPAYE'.                                          WEBSPAYE
014500                                                                  WEBSPAYE
014600   05  WS-BNKWTOK-STATUS.                                         WEBSPAYE
014700     10  WS-BNKWTOK-STAT1                    PIC X(1).            WEBSPAYE
014800     10  WS-BNKWTOK-STAT2                    PIC X(1).            WEBSPAYE
014900   05  WS-BNKCUST-STATUS.                                         WEBSPAYE
015000     10  WS-BNKCUST-STAT1                    PIC X(1).            WEBSPAYE
015100     10  WS-BNKCUST-STAT2                    PIC X(1).            WEBSPAYE
015200   05  WS-BNKPAYE-STATUS.                                         WEBSPAYE
015300     10  WS-BNKPAYE-STAT1                    PIC X(1).            WEBSPAYE
015400     10  WS-BNKPAYE-STAT2                    PIC X(1).            WEBSPAYE
015500   05  WS-BNKRDIR-STATUS.                                         WEBSPAYE
015600     10  WS-BNKRDIR-STAT1                    PIC X(1).            WEBSPAYE
015700     10  WS-BNKRDIR-STAT2                    PIC X(1).            WEBSPAYE
015800   05  WS-BNKWLST-STATUS.                                         WEBSPAYE
015900     10  WS-BNKWLST-STAT1                    PIC X(1).            WEBSPAYE
016000     10  WS-BNKWLST-STAT2                    PIC X(1).            WEBSPAYE
016100   05  WS-BNKWHIT-STATUS.                                         WEBSPAYE
016200     10  WS-BNKWHIT-STAT1                    PIC X(1).            WEBSPAYE
016300     10  WS-BNKWHIT-STAT2                    PIC X(1).            WEBSPAYE
016400   05  WS-BNKPARM-STATUS.                                         WEBSPAYE
016500     10  WS-BNKPARM-STAT1                    PIC X(1).            WEBSPAYE
016600     10  WS-BNKPARM-STAT2                    PIC X(1).            WEBSPAYE
016700   05  WS-BNKTXN-STATUS.                                          WEBSPAYE
016800     10  WS-BNKTXN-STAT1                     PIC X(1).            WEBSPAYE
016900     10  WS-BNKTXN-STAT2                     PIC X(1).            WEBSPAYE
017000                                                                  WEBSPAYE
017100   05  WS-FILES-OPEN-FLAG                    PIC X(1)             WEBSPAYE
017200       VALUE 'N'.                                                 WEBSPAYE
017300     88  WS-FILES-ARE-OPEN                   VALUE 'Y'.           WEBSPAYE
017400     88  WS-FILES-NOT-OPEN                   VALUE 'N'.           WEBSPAYE
017500                                                                  WEBSPAYE
017600*  token life mirrors the issuing service's view of a session     WEBSPAYE
017700   05  WS-TOKEN-LIFE-MINUTES                 PIC S9(3)            WEBSPAYE
017800                                             COMP-3 VALUE 30.     WEBSPAYE
017900   05  WS-THEN-HH                            PIC 9(2).            WEBSPAYE
018000   05  WS-THEN-MI                            PIC 9(2).            WEBSPAYE
018100   05  WS-IDLE-GONE                          PIC S9(5)            WEBSPAYE
018200                                             COMP-3.              WEBSPAYE
018300                                                                  WEBSPAYE
018400   05  WS-TODAY-DATE                         PIC X(8).            WEBSPAYE
018500   05  WS-SUB1                               PIC S9(4) COMP.      WEBSPAYE
018600   05  WS-SEQ-MAX                            PIC 9(3).            WEBSPAYE
018700   05  WS-SEQ-THIS                           PIC 9(3).            WEBSPAYE
018800   05  WS-NEW-PAYEE-ID.                                           WEBSPAYE
018900     10  WS-NEW-PAYEE-PID                    PIC X(5).            WEBSPAYE
019000     10  WS-NEW-PAYEE-SEQ                    PIC 9(3).            WEBSPAYE
019100   05  WS-SCREEN-HITS                        PIC 9(3).            WEBSPAYE
019200   05  WS-SCREEN-CONFIRMED-FLAG              PIC X(1).            WEBSPAYE
019300     88  WS-SCREEN-CONFIRMED                 VALUE 'Y'.           WEBSPAYE
019400     88  WS-SCREEN-NOT-CONFIRMED             VALUE 'N'.           WEBSPAYE
019800   05  WS-STEP-UP-FLAG                       PIC X(1).            WEBSPAYE
019900     88  WS-STEP-UP-NEEDED                   VALUE 'Y'.           WEBSPAYE
020000     88  WS-STEP-UP-NOT-NEEDED               VALUE 'N'.           WEBSPAYE
020100   05  WS-TXN-TAG                            PIC 9(1).            WEBSPAYE
020200                                                                  WEBSPAYE
020300*  the payee as it stood before the change, to put back if the    WEBSPAYE
020400*  change cannot be logged                                        WEBSPAYE
020500 01  WS-OLD-PAYEE-REC                        PIC X(120).          WEBSPAYE
020600                                                                  WEBSPAYE
020700 01  WS-WLM-DATA.                                                 WEBSPAYE
020800 COPY CWLMD.                                                      WEBSPAYE
020900                                                                  WEBSPAYE
021000 01  WS-TWOS-COMP.                                                WEBSPAYE
021100   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      WEBSPAYE
021200   05  WS-TWOS-COMP-INPUT                    PIC X(256).          WEBSPAYE
021300   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          WEBSPAYE
021400                                                                  WEBSPAYE
021500 COPY CBANKTXD.                                                   WEBSPAYE
021600                                                                  WEBSPAYE
021700*  the WEBSLOGN linkage, for the step-up password check           WEBSPAYE
021800 01  WS-LOGN-LINKAGE.                                             WEBSPAYE
021900   05  WS-LOGN-INPUT.                                             WEBSPAYE
022000     10  WS-LOGN-FUNCTION                    PIC X(1).            WEBSPAYE
022100       88  WS-LOGN-FUNC-STEPUP               VALUE 'V'.           WEBSPAYE
022200     10  WS-LOGN-PID                         PIC X(5).            WEBSPAYE
022300     10  WS-LOGN-PSWD                        PIC X(5).            WEBSPAYE
022400     10  WS-LOGN-KILL-TOKEN                  PIC X(16).           WEBSPAYE
022500   05  WS-LOGN-OUTPUT.                                            WEBSPAYE
022600     10  WS-LOGN-STATUS                      PIC X(1).            WEBSPAYE
022700       88  WS-LOGN-OK                        VALUE '0'.           WEBSPAYE
022800       88  WS-LOGN-LOCKED                    VALUE '3'.           WEBSPAYE
022900     10  WS-LOGN-TOKEN                       PIC X(16).           WEBSPAYE
023000                                                                  WEBSPAYE
023100 LINKAGE SECTION.                                                 WEBSPAYE
023200 01  L-LINKAGE.                                                   WEBSPAYE
023300   05  L-INPUT.                                                   WEBSPAYE
023400     10  L-PID                               PIC X(5).            WEBSPAYE
023500     10  L-TOKEN                             PIC X(16).           WEBSPAYE
023600     10  L-FUNC                              PIC X(1).            WEBSPAYE
023700       88  L-FUNC-LIST                       VALUE 'L'.           WEBSPAYE
023800       88  L-FUNC-ADD                        VALUE 'A'.           WEBSPAYE
023900       88  L-FUNC-UPDATE                     VALUE 'U'.           WEBSPAYE
024000       88  L-FUNC-CLOSE                      VALUE 'C'.           WEBSPAYE
024100     10  L-PAYEE-ID                          PIC X(8).            WEBSPAYE
024200     10  L-NAME                              PIC X(30).           WEBSPAYE
024300     10  L-BANK-NAME                         PIC X(30).           WEBSPAYE
024400     10  L-ROUTING                           PIC X(9).            WEBSPAYE
024500     10  L-EXT-ACCNO                         PIC X(17).           WEBSPAYE
024600     10  L-PSWD                              PIC X(5).            WEBSPAYE
024700   05  L-OUTPUT.                                                  WEBSPAYE
024800     10  L-STATUS                            PIC X(1).            WEBSPAYE
024900       88  L-STATUS-OK                       VALUE '0'.           WEBSPAYE
025000       88  L-STATUS-BAD-TOKEN                VALUE '1'.           WEBSPAYE
025100       88  L-STATUS-NO-FILES                 VALUE '2'.           WEBSPAYE
025200       88  L-STATUS-REFUSED                  VALUE '3'.           WEBSPAYE
025300       88  L-STATUS-STEP-UP                  VALUE '4'.           WEBSPAYE
025400     10  L-MSG                               PIC X(40).           WEBSPAYE
025500     10  L-OUT-PAYEE-ID                      PIC X(8).            WEBSPAYE
025600     10  L-COUNT                             PIC 9(1).            WEBSPAYE
025700     10  L-ENTRY OCCURS 8 TIMES.                                  WEBSPAYE
025800       15  L-E-PAYEE-ID                      PIC X(8).            WEBSPAYE
025900       15  L-E-NAME                          PIC X(30).           WEBSPAYE
026000       15  L-E-BANK-NAME                     PIC X(30).           WEBSPAYE
026100       15  L-E-ROUTING                       PIC X(9).            WEBSPAYE
026200       15  L-E-EXT-ACCNO                     PIC X(17).           WEBSPAYE
026300       15  L-E-STATUS                        PIC X(1).            WEBSPAYE
026400       15  L-E-SCREEN-STATUS                 PIC X(1).            WEBSPAYE
026500                                                                  WEBSPAYE
026600 PROCEDURE DIVISION USING L-LINKAGE.                              WEBSPAYE
026700 0000-MAINLINE.                                                   WEBSPAYE
026800     SET L-STATUS-BAD-TOKEN TO TRUE.                              WEBSPAYE
026900     MOVE SPACES TO L-MSG.                                        WEBSPAYE
027000     MOVE SPACES TO L-OUT-PAYEE-ID.                               WEBSPAYE
027100     MOVE 0 TO L-COUNT.                                           WEBSPAYE
027200     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.                      WEBSPAYE
027300     IF WS-FILES-NOT-OPEN                                         WEBSPAYE
027400        SET L-STATUS-NO-FILES TO TRUE                             WEBSPAYE
027500        GOBACK                                                    WEBSPAYE
027600     END-IF.                                                      WEBSPAYE
027700 COPY CTSTAMPP.                                                   WEBSPAYE
027800     MOVE WS-TIMESTAMP(1:4) TO WS-TODAY-DATE(1:4).                WEBSPAYE
027900     MOVE WS-TIMESTAMP(6:2) TO WS-TODAY-DATE(5:2).                WEBSPAYE
028000     MOVE WS-TIMESTAMP(9:2) TO WS-TODAY-DATE(7:2).                WEBSPAYE
028100     MOVE 'BUSDATE ' TO PRM-REC-KEY.                              WEBSPAYE
028200     READ BNKPARM-FILE                                            WEBSPAYE
028300       INVALID KEY                                                WEBSPAYE
028400         CONTINUE                                                 WEBSPAYE
028500     END-READ.                                                    WEBSPAYE
028600     IF WS-BNKPARM-STATUS IS EQUAL TO '00' AND                    WEBSPAYE
028700        PRM-REC-TEXT (1:8) IS NUMERIC                             WEBSPAYE
028800        MOVE PRM-REC-TEXT (1:8) TO WS-TODAY-DATE                  WEBSPAYE
028900     END-IF.                                                      WEBSPAYE
029000     PERFORM 2000-CHECK-TOKEN THRU 2000-EXIT.                     WEBSPAYE
029100     IF NOT L-STATUS-OK                                           WEBSPAYE
029200        MOVE 'Session token not accepted' TO L-MSG                WEBSPAYE
029300        GOBACK                                                    WEBSPAYE
029400     END-IF.                                                      WEBSPAYE
029500     IF L-FUNC-LIST                                               WEBSPAYE
029600        PERFORM 5000-LIST-PAYEES THRU 5000-EXIT                   WEBSPAYE
029700        GOBACK                                                    WEBSPAYE
029800     END-IF.                                                      WEBSPAYE
029900     SET L-STATUS-REFUSED TO TRUE.                                WEBSPAYE
030000*    a minor's payees are kept at the counter only, as for        WEBSPAYE
030100*    web transfers                                                WEBSPAYE
030200     MOVE L-PID TO BCS-REC-PID.                                   WEBSPAYE
030300     READ BNKCUST-FILE                                            WEBSPAYE
030400       INVALID KEY                                                WEBSPAYE
030500         CONTINUE                                                 WEBSPAYE
030600     END-READ.                                                    WEBSPAYE
030700     IF WS-BNKCUST-STATUS IS EQUAL TO '00' AND                    WEBSPAYE
030800        BCS-REC-IS-MINOR                                          WEBSPAYE
030900        MOVE 'Account holder is a minor' TO L-MSG                 WEBSPAYE
031000        GOBACK                                                    WEBSPAYE
031100     END-IF.                                                      WEBSPAYE
031200     IF L-FUNC-ADD                                                WEBSPAYE
031300        PERFORM 3000-ADD-PAYEE THRU 3000-EXIT                     WEBSPAYE
031400     ELSE                                                         WEBSPAYE
031500        IF L-FUNC-UPDATE                                          WEBSPAYE
031600           PERFORM 3200-UPDATE-PAYEE THRU 3200-EXIT               WEBSPAYE
031700        ELSE                                                      WEBSPAYE
031800           IF L-FUNC-CLOSE                                        WEBSPAYE
031900              PERFORM 3300-CLOSE-PAYEE THRU 3300-EXIT             WEBSPAYE
032000           ELSE                                                   WEBSPAYE
032100              MOVE 'Unknown payee function' TO L-MSG              WEBSPAYE
032200           END-IF                                                 WEBSPAYE
032300        END-IF                                                    WEBSPAYE
032400     END-IF.                                                      WEBSPAYE
032500     GOBACK.                                                      WEBSPAYE
032600                                                                  WEBSPAYE
032700***************************************************************** WEBSPAYE
032800* Open the files on first use                                   * WEBSPAYE
032900***************************************************************** WEBSPAYE
033000 1000-OPEN-FILES.                                                 WEBSPAYE
033100     IF WS-FILES-ARE-OPEN                                         WEBSPAYE
033200        GO TO 1000-EXIT                                           WEBSPAYE
033300     END-IF.                                                      WEBSPAYE
033400     OPEN I-O BNKWTOK-FILE.                                       WEBSPAYE
033500     IF WS-BNKWTOK-STATUS IS NOT EQUAL TO '00'                    WEBSPAYE
033600        GO TO 1000-EXIT                                           WEBSPAYE
033700     END-IF.                                                      WEBSPAYE
033800     OPEN INPUT BNKCUST-FILE.                                     WEBSPAYE
033900     OPEN I-O BNKPAYE-FILE.                                       WEBSPAYE
034000     OPEN INPUT BNKRDIR-FILE.                                     WEBSPAYE
034100     OPEN INPUT BNKWLST-FILE.                                     WEBSPAYE
034200     OPEN I-O BNKWHIT-FILE.                                       WEBSPAYE
034300     OPEN INPUT BNKPARM-FILE.                                     WEBSPAYE
034400     OPEN I-O BNKTXN-FILE.                                        WEBSPAYE
034500     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00' OR                 WEBSPAYE
034600        WS-BNKPAYE-STATUS IS NOT EQUAL TO '00' OR                 WEBSPAYE
034700        WS-BNKRDIR-STATUS IS NOT EQUAL TO '00' OR                 WEBSPAYE
034800        WS-BNKWLST-STATUS IS NOT EQUAL TO '00' OR                 WEBSPAYE
034900        WS-BNKWHIT-STATUS IS NOT EQUAL TO '00' OR                 WEBSPAYE
035000        WS-BNKPARM-STATUS IS NOT EQUAL TO '00' OR                 WEBSPAYE
035100        WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     WEBSPAYE
035200        GO TO 1000-EXIT                                           WEBSPAYE
035300     END-IF.                                                      WEBSPAYE
035400     SET WS-FILES-ARE-OPEN TO TRUE.                               WEBSPAYE
035500 1000-EXIT.                                                       WEBSPAYE
035600     EXIT.                                                        WEBSPAYE
035700                                                                  WEBSPAYE
035800***************************************************************** WEBSPAYE
035900* The session token must be live, the caller's, and within      * WEBSPAYE
036000* its life - exactly the WEBSBALS test                          * WEBSPAYE
036100***************************************************************** WEBSPAYE
036200 2000-CHECK-TOKEN.                                                WEBSPAYE
036300     MOVE L-TOKEN TO WTK-REC-TOKEN.                               WEBSPAYE
036400     READ BNKWTOK-FILE                                            WEBSPAYE
036500       INVALID KEY                                                WEBSPAYE
036600         GO TO 2000-EXIT                                          WEBSPAYE
036700     END-READ.                                                    WEBSPAYE
036800     IF NOT WTK-REC-IS-ACTIVE                                     WEBSPAYE
036900        GO TO 2000-EXIT                                           WEBSPAYE
037000     END-IF.                                                      WEBSPAYE
037100     IF WTK-REC-PID IS NOT EQUAL TO L-PID                         WEBSPAYE
037200        GO TO 2000-EXIT                                           WEBSPAYE
037300     END-IF.                                                      WEBSPAYE
037400     IF WTK-REC-LAST-USED-TS (1:10) IS NOT EQUAL TO               WEBSPAYE
037500        WS-TIMESTAMP (1:10)                                       WEBSPAYE
037600        GO TO 2100-TOKEN-DEAD                                     WEBSPAYE
037700     END-IF.                                                      WEBSPAYE
037800     MOVE WTK-REC-LAST-USED-TS (12:2) TO WS-THEN-HH.              WEBSPAYE
037900     MOVE WTK-REC-LAST-USED-TS (15:2) TO WS-THEN-MI.              WEBSPAYE
038000     COMPUTE WS-IDLE-GONE =                                       WEBSPAYE
038100         ((WS-TS-CT-HH * 60) + WS-TS-CT-MI) -                     WEBSPAYE
038200         ((WS-THEN-HH * 60) + WS-THEN-MI).                        WEBSPAYE
038300     IF WS-IDLE-GONE IS GREATER THAN WS-TOKEN-LIFE-MINUTES        WEBSPAYE
038400        GO TO 2100-TOKEN-DEAD                                     WEBSPAYE
038500     END-IF.                                                      WEBSPAYE
038600     MOVE WS-TIMESTAMP TO WTK-REC-LAST-USED-TS.                   WEBSPAYE
038700     REWRITE BNKWTOK-REC                                          WEBSPAYE
038800       INVALID KEY                                                WEBSPAYE
038900         CONTINUE                                                 WEBSPAYE
039000     END-REWRITE.                                                 WEBSPAYE
039100     SET L-STATUS-OK TO TRUE.                                     WEBSPAYE
039200     GO TO 2000-EXIT.                                             WEBSPAYE
039300 2100-TOKEN-DEAD.                                                 WEBSPAYE
039400     SET WTK-REC-IS-ENDED TO TRUE.                                WEBSPAYE
039500     REWRITE BNKWTOK-REC                                          WEBSPAYE
039600       INVALID KEY                                                WEBSPAYE
039700         CONTINUE                                                 WEBSPAYE
039800     END-REWRITE.                                                 WEBSPAYE
039900 2000-EXIT.                                                       WEBSPAYE
040000     EXIT.                                                        WEBSPAYE
040100                                                                  WEBSPAYE
040200***************************************************************** WEBSPAYE
040300* Add a payee under the next sequence issued to the customer -  * WEBSPAYE
040400* always behind the step-up password check                      * WEBSPAYE
040500***************************************************************** WEBSPAYE
040600 3000-ADD-PAYEE.                                                  WEBSPAYE
040700     IF L-NAME IS EQUAL TO SPACES OR                              WEBSPAYE
040800        L-ROUTING IS EQUAL TO SPACES OR                           WEBSPAYE
040900        L-EXT-ACCNO IS EQUAL TO SPACES                            WEBSPAYE
041000        MOVE 'Payee name/routing/account required' TO L-MSG       WEBSPAYE
041100        GO TO 3000-EXIT                                           WEBSPAYE
041200     END-IF.                                                      WEBSPAYE
041300     PERFORM 4000-CHECK-ROUTING THRU 4000-EXIT.                   WEBSPAYE
041400     IF L-MSG IS NOT EQUAL TO SPACES                              WEBSPAYE
041500        GO TO 3000-EXIT                                           WEBSPAYE
041600     END-IF.                                                      WEBSPAYE
041700     PERFORM 7000-STEP-UP THRU 7000-EXIT.                         WEBSPAYE
041800     IF L-MSG IS NOT EQUAL TO SPACES                              WEBSPAYE
041900        GO TO 3000-EXIT                                           WEBSPAYE
042000     END-IF.                                                      WEBSPAYE
042100     MOVE 0 TO WS-SEQ-MAX.                                        WEBSPAYE
042200     PERFORM 3100-SCAN-OWNER-PAYEES THRU 3100-EXIT.               WEBSPAYE
042300     IF WS-SEQ-MAX IS EQUAL TO 999                                WEBSPAYE
042400        MOVE 'Payee directory is full' TO L-MSG                   WEBSPAYE
042500        GO TO 3000-EXIT                                           WEBSPAYE
042600     END-IF.                                                      WEBSPAYE
042700     MOVE L-PID TO WS-NEW-PAYEE-PID.                              WEBSPAYE
042800     COMPUTE WS-NEW-PAYEE-SEQ = WS-SEQ-MAX + 1.                   WEBSPAYE
042900     MOVE SPACES TO TXN-T5-OLD.                                   WEBSPAYE
043000     MOVE SPACES TO BNKPAYE-REC.                                  WEBSPAYE
043100     MOVE WS-NEW-PAYEE-ID TO BPE-REC-PAYEE-ID.                    WEBSPAYE
043200     MOVE L-PID TO BPE-REC-OWNER-PID.                             WEBSPAYE
043300     MOVE L-NAME TO BPE-REC-NAME.                                 WEBSPAYE
043400     MOVE L-BANK-NAME TO BPE-REC-BANK-NAME.                       WEBSPAYE
043500     MOVE L-ROUTING TO BPE-REC-ROUTING.                           WEBSPAYE
043600     MOVE L-EXT-ACCNO TO BPE-REC-EXT-ACCNO.                       WEBSPAYE
043700     SET BPE-REC-IS-ACTIVE TO TRUE.                               WEBSPAYE
043800     PERFORM 4100-SCREEN-PAYEE-NAME THRU 4100-EXIT.               WEBSPAYE
043900     WRITE BNKPAYE-REC                                            WEBSPAYE
044000       INVALID KEY                                                WEBSPAYE
044100         MOVE 'Unable to add payee' TO L-MSG                      WEBSPAYE
044200         GO TO 3000-EXIT                                          WEBSPAYE
044300     END-WRITE.                                                   WEBSPAYE
044400     PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT.                WEBSPAYE
044500     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     WEBSPAYE
044600        DELETE BNKPAYE-FILE RECORD                                WEBSPAYE
044700          INVALID KEY                                             WEBSPAYE
044800            CONTINUE                                              WEBSPAYE
044900        END-DELETE                                                WEBSPAYE
045000        MOVE 'Unable to record the change' TO L-MSG               WEBSPAYE
045100        GO TO 3000-EXIT                                           WEBSPAYE
045200     END-IF.                                                      WEBSPAYE
045300     SET L-STATUS-OK TO TRUE.                                     WEBSPAYE
045400     MOVE WS-NEW-PAYEE-ID TO L-OUT-PAYEE-ID.                      WEBSPAYE
045500     IF BPE-REC-SCREEN-CLEAR                                      WEBSPAYE
045600        MOVE 'Payee added' TO L-MSG                               WEBSPAYE
045700     ELSE                                                         WEBSPAYE
045800        MOVE 'Payee added - held for screening' TO L-MSG          WEBSPAYE
045900     END-IF.                                                      WEBSPAYE
046000 3000-EXIT.                                                       WEBSPAYE
046100     EXIT.                                                        WEBSPAYE
046200                                                                  WEBSPAYE
046300***************************************************************** WEBSPAYE
046400* Find the highest sequence already issued to this customer     * WEBSPAYE
046500***************************************************************** WEBSPAYE
046600 3100-SCAN-OWNER-PAYEES.                                          WEBSPAYE
046700     MOVE L-PID TO BPE-REC-OWNER-PID.                             WEBSPAYE
046800     START BNKPAYE-FILE KEY IS NOT LESS THAN BPE-REC-OWNER-PID    WEBSPAYE
046900       INVALID KEY                                                WEBSPAYE
047000         GO TO 3100-EXIT                                          WEBSPAYE
047100     END-START.                                                   WEBSPAYE
047200 3110-SCAN-OWNER-LOOP.                                            WEBSPAYE
047300     READ BNKPAYE-FILE NEXT                                       WEBSPAYE
047400       AT END                                                     WEBSPAYE
047500         GO TO 3100-EXIT                                          WEBSPAYE
047600     END-READ.                                                    WEBSPAYE
047700     IF BPE-REC-OWNER-PID IS NOT EQUAL TO L-PID                   WEBSPAYE
047800        GO TO 3100-EXIT                                           WEBSPAYE
047900     END-IF.                                                      WEBSPAYE
048000     IF BPE-REC-PAYEE-ID (6:3) IS NUMERIC                         WEBSPAYE
048100        MOVE BPE-REC-PAYEE-ID (6:3) TO WS-SEQ-THIS                WEBSPAYE
048200        IF WS-SEQ-THIS IS GREATER THAN WS-SEQ-MAX                 WEBSPAYE
048300           MOVE WS-SEQ-THIS TO WS-SEQ-MAX                         WEBSPAYE
048400        END-IF                                                    WEBSPAYE
048500     END-IF.                                                      WEBSPAYE
048600     GO TO 3110-SCAN-OWNER-LOOP.                                  WEBSPAYE
048700 3100-EXIT.                                                       WEBSPAYE
048800     EXIT.                                                        WEBSPAYE
048900                                                                  WEBSPAYE
049000***************************************************************** WEBSPAYE
049100* Change the payee's name and receiving bank details - a blank  * WEBSPAYE
049200* field keeps what is there. A different bank code or account   * WEBSPAYE
049300* needs the step-up password check.                             * WEBSPAYE
049400***************************************************************** WEBSPAYE
049500 3200-UPDATE-PAYEE.                                               WEBSPAYE
049600     PERFORM 3400-FETCH-PAYEE THRU 3400-EXIT.                     WEBSPAYE
049700     IF L-MSG IS NOT EQUAL TO SPACES                              WEBSPAYE
049800        GO TO 3200-EXIT                                           WEBSPAYE
049900     END-IF.                                                      WEBSPAYE
050000     IF BPE-REC-IS-CLOSED                                         WEBSPAYE
050100        MOVE 'Payee is closed' TO L-MSG                           WEBSPAYE
050200        GO TO 3200-EXIT                                           WEBSPAYE
050300     END-IF.                                                      WEBSPAYE
050400     SET WS-STEP-UP-NOT-NEEDED TO TRUE.                           WEBSPAYE
050500     IF L-ROUTING IS NOT EQUAL TO SPACES AND                      WEBSPAYE
050600        L-ROUTING IS NOT EQUAL TO BPE-REC-ROUTING                 WEBSPAYE
050700        PERFORM 4000-CHECK-ROUTING THRU 4000-EXIT                 WEBSPAYE
050800        IF L-MSG IS NOT EQUAL TO SPACES                           WEBSPAYE
050900           GO TO 3200-EXIT                                        WEBSPAYE
051000        END-IF                                                    WEBSPAYE
051100        SET WS-STEP-UP-NEEDED TO TRUE                             WEBSPAYE
051200     END-IF.                                                      WEBSPAYE
051300     IF L-EXT-ACCNO IS NOT EQUAL TO SPACES AND                    WEBSPAYE
051400        L-EXT-ACCNO IS NOT EQUAL TO BPE-REC-EXT-ACCNO             WEBSPAYE
051500        SET WS-STEP-UP-NEEDED TO TRUE                             WEBSPAYE
051600     END-IF.                                                      WEBSPAYE
051700     IF WS-STEP-UP-NEEDED                                         WEBSPAYE
051800        PERFORM 7000-STEP-UP THRU 7000-EXIT                       WEBSPAYE
051900        IF L-MSG IS NOT EQUAL TO SPACES                           WEBSPAYE
052000           GO TO 3200-EXIT                                        WEBSPAYE
052100        END-IF                                                    WEBSPAYE
052200     END-IF.                                                      WEBSPAYE
052300     IF L-NAME IS NOT EQUAL TO SPACES                             WEBSPAYE
052400        MOVE L-NAME TO BPE-REC-NAME                               WEBSPAYE
052500        PERFORM 4100-SCREEN-PAYEE-NAME THRU 4100-EXIT             WEBSPAYE
052600     END-IF.                                                      WEBSPAYE
052700     IF L-BANK-NAME IS NOT EQUAL TO SPACES                        WEBSPAYE
052800        MOVE L-BANK-NAME TO BPE-REC-BANK-NAME                     WEBSPAYE
052900     END-IF.                                                      WEBSPAYE
053000     IF L-ROUTING IS NOT EQUAL TO SPACES                          WEBSPAYE
053100        MOVE L-ROUTING TO BPE-REC-ROUTING                         WEBSPAYE
053200     END-IF.                                                      WEBSPAYE
053300     IF L-EXT-ACCNO IS NOT EQUAL TO SPACES                        WEBSPAYE
053400        MOVE L-EXT-ACCNO TO BPE-REC-EXT-ACCNO                     WEBSPAYE
053500     END-IF.                                                      WEBSPAYE
053600     PERFORM 3500-STORE-PAYEE THRU 3500-EXIT.                     WEBSPAYE
053700     IF L-MSG IS NOT EQUAL TO SPACES                              WEBSPAYE
053800        GO TO 3200-EXIT                                           WEBSPAYE
053900     END-IF.                                                      WEBSPAYE
054000     SET L-STATUS-OK TO TRUE.                                     WEBSPAYE
054100     IF BPE-REC-SCREEN-CLEAR                                      WEBSPAYE
054200        MOVE 'Payee updated' TO L-MSG                             WEBSPAYE
054300     ELSE                                                         WEBSPAYE
054400        MOVE 'Payee updated - held for screening' TO L-MSG        WEBSPAYE
054500     END-IF.                                                      WEBSPAYE
054600 3200-EXIT.                                                       WEBSPAYE
054700     EXIT.                                                        WEBSPAYE
054800                                                                  WEBSPAYE
054900***************************************************************** WEBSPAYE
055000* Close a payee so no further payments can address it           * WEBSPAYE
055100***************************************************************** WEBSPAYE
055200 3300-CLOSE-PAYEE.                                                WEBSPAYE
055300     PERFORM 3400-FETCH-PAYEE THRU 3400-EXIT.                     WEBSPAYE
055400     IF L-MSG IS NOT EQUAL TO SPACES                              WEBSPAYE
055500        GO TO 3300-EXIT                                           WEBSPAYE
055600     END-IF.                                                      WEBSPAYE
055700     IF BPE-REC-IS-CLOSED                                         WEBSPAYE
055800        MOVE 'Payee is closed' TO L-MSG                           WEBSPAYE
055900        GO TO 3300-EXIT                                           WEBSPAYE
056000     END-IF.                                                      WEBSPAYE
056100     SET BPE-REC-IS-CLOSED TO TRUE.                               WEBSPAYE
056200     PERFORM 3500-STORE-PAYEE THRU 3500-EXIT.                     WEBSPAYE
056300     IF L-MSG IS NOT EQUAL TO SPACES                              WEBSPAYE
056400        GO TO 3300-EXIT                                           WEBSPAYE
056500     END-IF.                                                      WEBSPAYE
056600     SET L-STATUS-OK TO TRUE.                                     WEBSPAYE
056700     MOVE 'Payee closed' TO L-MSG.                                WEBSPAYE
056800 3300-EXIT.                                                       WEBSPAYE
056900     EXIT.                                                        WEBSPAYE
057000                                                                  WEBSPAYE
057100***************************************************************** WEBSPAYE
057200* Fetch a payee, insisting the caller owns it, and keep its     * WEBSPAYE
057300* images for the undo and the change log                        * WEBSPAYE
057400***************************************************************** WEBSPAYE
057500 3400-FETCH-PAYEE.                                                WEBSPAYE
057600     MOVE L-PAYEE-ID TO BPE-REC-PAYEE-ID.                         WEBSPAYE
057700     READ BNKPAYE-FILE                                            WEBSPAYE
057800       INVALID KEY                                                WEBSPAYE
057900         MOVE 'Payee not found' TO L-MSG                          WEBSPAYE
058000         GO TO 3400-EXIT                                          WEBSPAYE
058100     END-READ.                                                    WEBSPAYE
058200     IF BPE-REC-OWNER-PID IS NOT EQUAL TO L-PID                   WEBSPAYE
058300        MOVE 'Payee not found' TO L-MSG                           WEBSPAYE
058400        GO TO 3400-EXIT                                           WEBSPAYE
058500     END-IF.                                                      WEBSPAYE
058600     MOVE BNKPAYE-REC TO WS-OLD-PAYEE-REC.                        WEBSPAYE
058700     MOVE SPACES TO TXN-T5-OLD.                                   WEBSPAYE
058800     MOVE BPE-REC-PAYEE-ID TO TXN-T5-OLD-PAYEE-ID.                WEBSPAYE
058900     MOVE BPE-REC-NAME TO TXN-T5-OLD-NAME.                        WEBSPAYE
059000     MOVE BPE-REC-BANK-NAME TO TXN-T5-OLD-BANK-NAME.              WEBSPAYE
059100     MOVE BPE-REC-ROUTING TO TXN-T5-OLD-ROUTING.                  WEBSPAYE
059200     MOVE BPE-REC-EXT-ACCNO TO TXN-T5-OLD-EXT-ACCNO.              WEBSPAYE
059300     MOVE BPE-REC-STATUS TO TXN-T5-OLD-STATUS.                    WEBSPAYE
059400     MOVE BPE-REC-PAYEE-ID TO L-OUT-PAYEE-ID.                     WEBSPAYE
059500 3400-EXIT.                                                       WEBSPAYE
059600     EXIT.                                                        WEBSPAYE
059700                                                                  WEBSPAYE
059800***************************************************************** WEBSPAYE
059900* Rewrite the payee and log the change. A change that cannot be * WEBSPAYE
060000* logged is undone - the log must be complete.                  * WEBSPAYE
060100***************************************************************** WEBSPAYE
060200 3500-STORE-PAYEE.                                                WEBSPAYE
060300     REWRITE BNKPAYE-REC                                          WEBSPAYE
060400       INVALID KEY                                                WEBSPAYE
060500         MOVE 'Unable to rewrite payee' TO L-MSG                  WEBSPAYE
060600         GO TO 3500-EXIT                                          WEBSPAYE
060700     END-REWRITE.                                                 WEBSPAYE
060800     PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT.                WEBSPAYE
060900     IF WS-BNKTXN-STATUS IS EQUAL TO '00'                         WEBSPAYE
061000        GO TO 3500-EXIT                                           WEBSPAYE
061100     END-IF.                                                      WEBSPAYE
061200     MOVE WS-OLD-PAYEE-REC TO BNKPAYE-REC.                        WEBSPAYE
061300     REWRITE BNKPAYE-REC                                          WEBSPAYE
061400       INVALID KEY                                                WEBSPAYE
061500         CONTINUE                                                 WEBSPAYE
061600     END-REWRITE.                                                 WEBSPAYE
061700     MOVE 'Unable to record the change' TO L-MSG.                 WEBSPAYE
061800 3500-EXIT.                                                       WEBSPAYE
061900     EXIT.                                                        WEBSPAYE
062000                                                                  WEBSPAYE
062100***************************************************************** WEBSPAYE
062200* The payee's bank code must appear, unretired, in the routing  * WEBSPAYE
062300* directory loaded from the network's list                      * WEBSPAYE
062400***************************************************************** WEBSPAYE
062500 4000-CHECK-ROUTING.                                              WEBSPAYE
062600     MOVE L-ROUTING TO BRD-REC-ROUTING.                           WEBSPAYE
062700     READ BNKRDIR-FILE                                            WEBSPAYE
062800       INVALID KEY                                                WEBSPAYE
062900         MOVE 'Bank code not in routing directory' TO L-MSG       WEBSPAYE
063000         GO TO 4000-EXIT                                          WEBSPAYE
063100     END-READ.                                                    WEBSPAYE
063200     IF BRD-REC-IS-RETIRED                                        WEBSPAYE
063300        MOVE 'Bank code has been retired' TO L-MSG                WEBSPAYE
063400     END-IF.                                                      WEBSPAYE
063500 4000-EXIT.                                                       WEBSPAYE
063600     EXIT.                                                        WEBSPAYE
063700                                                                  WEBSPAYE
063800***************************************************************** WEBSPAYE
063900* Screen the payee's name against the watchlist filed by        * WEBSPAYE
064000* DBANK76P, exactly as DBANK27P does. Each open hit is queued   * WEBSPAYE
064100* on BNKWHIT under the owning customer for compliance to decide * WEBSPAYE
064200* and the payee is held; a match compliance has already         * WEBSPAYE
064300* confirmed for this payee blocks it.                           * WEBSPAYE
064400***************************************************************** WEBSPAYE
064500 4100-SCREEN-PAYEE-NAME.                                          WEBSPAYE
064600     MOVE 0 TO WS-SCREEN-HITS.                                    WEBSPAYE
064700     SET WS-SCREEN-NOT-CONFIRMED TO TRUE.                         WEBSPAYE
064800     MOVE LOW-VALUES TO BWL-REC-ID.                               WEBSPAYE
064900     START BNKWLST-FILE KEY IS NOT LESS THAN BWL-REC-ID           WEBSPAYE
065000       INVALID KEY                                                WEBSPAYE
065100         GO TO 4120-SCREEN-PAYEE-SET                              WEBSPAYE
065200     END-START.                                                   WEBSPAYE
065300 4110-SCREEN-WLST-LOOP.                                           WEBSPAYE
065400     READ BNKWLST-FILE NEXT                                       WEBSPAYE
065500       AT END                                                     WEBSPAYE
065600         GO TO 4120-SCREEN-PAYEE-SET                              WEBSPAYE
065700     END-READ.                                                    WEBSPAYE
065800     SET WLM-FUNC-MATCH TO TRUE.                                  WEBSPAYE
065900     MOVE BPE-REC-NAME TO WLM-NAME.                               WEBSPAYE
066000     MOVE BWL-REC-NORM-NAME TO WLM-WATCH-NORM.                    WEBSPAYE
066100     CALL 'UWLMTCH' USING WS-WLM-DATA.                            WEBSPAYE
066200     IF WLM-IS-MATCH                                              WEBSPAYE
066300        PERFORM 4200-QUEUE-PAYEE-HIT THRU 4200-EXIT               WEBSPAYE
066400     END-IF.                                                      WEBSPAYE
066500     GO TO 4110-SCREEN-WLST-LOOP.                                 WEBSPAYE
066600 4120-SCREEN-PAYEE-SET.                                           WEBSPAYE
066700     IF WS-SCREEN-CONFIRMED OR BPE-REC-SCREEN-BLOCKED             WEBSPAYE
066800        SET BPE-REC-SCREEN-BLOCKED TO TRUE                        WEBSPAYE
066900     ELSE                                                         WEBSPAYE
067000        IF WS-SCREEN-HITS IS GREATER THAN ZERO                    WEBSPAYE
067100           SET BPE-REC-SCREEN-HELD TO TRUE                        WEBSPAYE
067200        ELSE                                                      WEBSPAYE
067300           SET BPE-REC-SCREEN-CLEAR TO TRUE                       WEBSPAYE
067400        END-IF                                                    WEBSPAYE
067500     END-IF.                                                      WEBSPAYE
067600 4100-EXIT.                                                       WEBSPAYE
067700     EXIT.                                                        WEBSPAYE
067800                                                                  WEBSPAYE
067900***************************************************************** WEBSPAYE
067950* Queue one payee hit. The key carries the payee id, so only    * WEBSPAYE
068000* this payee's own record is read. A pending hit is left as it  * WEBSPAYE
068050* is and a decision taken under the payee's present name        * WEBSPAYE
068100* stands; one taken before a rename goes back to pending under  * WEBSPAYE
068150* the new name, keeping the earlier decision until compliance   * WEBSPAYE
068200* takes the new one.                                            * WEBSPAYE
068250***************************************************************** WEBSPAYE
068300 4200-QUEUE-PAYEE-HIT.                                            WEBSPAYE
068350     MOVE BPE-REC-OWNER-PID TO BWH-REC-PID.                       WEBSPAYE
068400     MOVE BWL-REC-ID TO BWH-REC-WATCH-ID.                         WEBSPAYE
068450     MOVE BPE-REC-PAYEE-ID TO BWH-REC-PAYEE-ID.                   WEBSPAYE
068500     READ BNKWHIT-FILE                                            WEBSPAYE
068550       INVALID KEY                                                WEBSPAYE
068600         GO TO 4210-QUEUE-PAYEE-HIT-NEW                           WEBSPAYE
068650     END-READ.                                                    WEBSPAYE
068700     IF BWH-REC-IS-PENDING                                        WEBSPAYE
068750        ADD 1 TO WS-SCREEN-HITS                                   WEBSPAYE
068800        GO TO 4200-EXIT                                           WEBSPAYE
068850     END-IF.                                                      WEBSPAYE
068900     IF BWH-REC-CUST-NAME IS EQUAL TO BPE-REC-NAME                WEBSPAYE
068950        IF BWH-REC-IS-CONFIRMED                                   WEBSPAYE
069000           SET WS-SCREEN-CONFIRMED TO TRUE                        WEBSPAYE
069050        END-IF                                                    WEBSPAYE
069100        GO TO 4200-EXIT                                           WEBSPAYE
069150     END-IF.                                                      WEBSPAYE
069200     MOVE BWL-REC-NAME TO BWH-REC-WATCH-NAME.                     WEBSPAYE
069250     MOVE BPE-REC-NAME TO BWH-REC-CUST-NAME.                      WEBSPAYE
069300     SET BWH-REC-IS-PENDING TO TRUE.                              WEBSPAYE
069350     MOVE WS-TODAY-DATE TO BWH-REC-FOUND-DATE.                    WEBSPAYE
069400     REWRITE BNKWHIT-REC                                          WEBSPAYE
069450       INVALID KEY                                                WEBSPAYE
069500         CONTINUE                                                 WEBSPAYE
069550     END-REWRITE.                                                 WEBSPAYE
069600     ADD 1 TO WS-SCREEN-HITS.                                     WEBSPAYE
069650     GO TO 4200-EXIT.                                             WEBSPAYE
069700 4210-QUEUE-PAYEE-HIT-NEW.                                        WEBSPAYE
069750     MOVE SPACES TO BNKWHIT-REC.                                  WEBSPAYE
069800     MOVE BPE-REC-OWNER-PID TO BWH-REC-PID.                       WEBSPAYE
069850     MOVE BWL-REC-ID TO BWH-REC-WATCH-ID.                         WEBSPAYE
069900     MOVE BPE-REC-PAYEE-ID TO BWH-REC-PAYEE-ID.                   WEBSPAYE
069950     MOVE BWL-REC-NAME TO BWH-REC-WATCH-NAME.                     WEBSPAYE
070000     MOVE BPE-REC-NAME TO BWH-REC-CUST-NAME.                      WEBSPAYE
070050     SET BWH-REC-MATCHED-PAYEE TO TRUE.                           WEBSPAYE
070100     SET BWH-REC-IS-PENDING TO TRUE.                              WEBSPAYE
070150     MOVE WS-TODAY-DATE TO BWH-REC-FOUND-DATE.                    WEBSPAYE
070200     WRITE BNKWHIT-REC                                            WEBSPAYE
070250       INVALID KEY                                                WEBSPAYE
070300         CONTINUE                                                 WEBSPAYE
070350     END-WRITE.                                                   WEBSPAYE
070400     ADD 1 TO WS-SCREEN-HITS.                                     WEBSPAYE
070450 4200-EXIT.                                                       WEBSPAYE
070500     EXIT.                                                        WEBSPAYE
072900                                                                  WEBSPAYE
073000***************************************************************** WEBSPAYE
073100* Return up to eight of the caller's payees                     * WEBSPAYE
073200***************************************************************** WEBSPAYE
073300 5000-LIST-PAYEES.                                                WEBSPAYE
073400     MOVE L-PID TO BPE-REC-OWNER-PID.                             WEBSPAYE
073500     START BNKPAYE-FILE KEY IS NOT LESS THAN BPE-REC-OWNER-PID    WEBSPAYE
073600       INVALID KEY                                                WEBSPAYE
073700         MOVE 'No payees on file' TO L-MSG                        WEBSPAYE
073800         GO TO 5000-EXIT                                          WEBSPAYE
073900     END-START.                                                   WEBSPAYE
074000 5100-LIST-LOOP.                                                  WEBSPAYE
074100     READ BNKPAYE-FILE NEXT                                       WEBSPAYE
074200       AT END                                                     WEBSPAYE
074300         GO TO 5000-EXIT                                          WEBSPAYE
074400     END-READ.                                                    WEBSPAYE
074500     IF BPE-REC-OWNER-PID IS NOT EQUAL TO L-PID OR                WEBSPAYE
074600        L-COUNT IS EQUAL TO 8                                     WEBSPAYE
074700        GO TO 5000-EXIT                                           WEBSPAYE
074800     END-IF.                                                      WEBSPAYE
074900     ADD 1 TO L-COUNT.                                            WEBSPAYE
075000     MOVE L-COUNT TO WS-SUB1.                                     WEBSPAYE
075100     MOVE BPE-REC-PAYEE-ID TO L-E-PAYEE-ID (WS-SUB1).             WEBSPAYE
075200     MOVE BPE-REC-NAME TO L-E-NAME (WS-SUB1).                     WEBSPAYE
075300     MOVE BPE-REC-BANK-NAME TO L-E-BANK-NAME (WS-SUB1).           WEBSPAYE
075400     MOVE BPE-REC-ROUTING TO L-E-ROUTING (WS-SUB1).               WEBSPAYE
075500     MOVE BPE-REC-EXT-ACCNO TO L-E-EXT-ACCNO (WS-SUB1).           WEBSPAYE
075600     MOVE BPE-REC-STATUS TO L-E-STATUS (WS-SUB1).                 WEBSPAYE
075700     MOVE BPE-REC-SCREEN-STATUS TO L-E-SCREEN-STATUS (WS-SUB1).   WEBSPAYE
075800     GO TO 5100-LIST-LOOP.                                        WEBSPAYE
075900 5000-EXIT.                                                       WEBSPAYE
076000     EXIT.                                                        WEBSPAYE
076100                                                                  WEBSPAYE
076200***************************************************************** WEBSPAYE
076300* Step-up: the customer's password again, checked by WEBSLOGN   * WEBSPAYE
076400* against the same lockout counters and journalled there as     * WEBSPAYE
076500* STEPUP or STEPFAIL                                            * WEBSPAYE
076600***************************************************************** WEBSPAYE
076700 7000-STEP-UP.                                                    WEBSPAYE
076800     IF L-PSWD IS EQUAL TO SPACES OR                              WEBSPAYE
076900        L-PSWD IS EQUAL TO LOW-VALUES                             WEBSPAYE
077000        SET L-STATUS-STEP-UP TO TRUE                              WEBSPAYE
077100        MOVE 'Enter your password to confirm change'              WEBSPAYE
077200          TO L-MSG                                                WEBSPAYE
077300        GO TO 7000-EXIT                                           WEBSPAYE
077400     END-IF.                                                      WEBSPAYE
077500     MOVE SPACES TO WS-LOGN-LINKAGE.                              WEBSPAYE
077600     SET WS-LOGN-FUNC-STEPUP TO TRUE.                             WEBSPAYE
077700     MOVE L-PID TO WS-LOGN-PID.                                   WEBSPAYE
077800     MOVE L-PSWD TO WS-LOGN-PSWD.                                 WEBSPAYE
077900     CALL 'WEBSLOGN' USING WS-LOGN-LINKAGE.                       WEBSPAYE
078000     IF WS-LOGN-OK                                                WEBSPAYE
078100        GO TO 7000-EXIT                                           WEBSPAYE
078200     END-IF.                                                      WEBSPAYE
078300     SET L-STATUS-STEP-UP TO TRUE.                                WEBSPAYE
078400     IF WS-LOGN-LOCKED                                            WEBSPAYE
078500        MOVE 'Sign-on is locked - please contact us' TO L-MSG     WEBSPAYE
078600     ELSE                                                         WEBSPAYE
078700        MOVE 'Password verification failed' TO L-MSG              WEBSPAYE
078800     END-IF.                                                      WEBSPAYE
078900 7000-EXIT.                                                       WEBSPAYE
079000     EXIT.                                                        WEBSPAYE
079100                                                                  WEBSPAYE
079200***************************************************************** WEBSPAYE
079300* Log the payee on BNKTXN as a change-type entry, sub-type Y,   * WEBSPAYE
079400* under the caller with no account, as DBANK07P logs a contact  * WEBSPAYE
079500* change. The entry is dated by the business date; the clock    * WEBSPAYE
079600* supplies the time of day, and the last digit of the           * WEBSPAYE
079700* timestamp is stepped if another entry already holds the key   * WEBSPAYE
079800***************************************************************** WEBSPAYE
079900 8000-WRITE-CHANGE-LOG.                                           WEBSPAYE
080000 COPY CTSTAMPP.                                                   WEBSPAYE
080100     MOVE WS-TODAY-DATE (1:4) TO WS-TIMESTAMP (1:4).              WEBSPAYE
080200     MOVE WS-TODAY-DATE (5:2) TO WS-TIMESTAMP (6:2).              WEBSPAYE
080300     MOVE WS-TODAY-DATE (7:2) TO WS-TIMESTAMP (9:2).              WEBSPAYE
080400     MOVE SPACES TO BNKTXN-REC.                                   WEBSPAYE
080500     MOVE L-PID TO BTX-REC-PID.                                   WEBSPAYE
080600     MOVE SPACES TO BTX-REC-ACCNO.                                WEBSPAYE
080700     SET BTX-REC-TYPE-CHANGE TO TRUE.                             WEBSPAYE
080800     SET BTX-REC-SUB-TYPE-PAYEE TO TRUE.                          WEBSPAYE
080900     MOVE ZERO TO BTX-REC-AMOUNT.                                 WEBSPAYE
081000     MOVE WS-TODAY-DATE TO TXN-T5-OLD-DATE.                       WEBSPAYE
081100     MOVE L-PID TO TXN-T5-OLD-USERID.                             WEBSPAYE
081200     MOVE SPACES TO TXN-T5-NEW.                                   WEBSPAYE
081300     MOVE BPE-REC-PAYEE-ID TO TXN-T5-NEW-PAYEE-ID.                WEBSPAYE
081400     MOVE BPE-REC-NAME TO TXN-T5-NEW-NAME.                        WEBSPAYE
081500     MOVE BPE-REC-BANK-NAME TO TXN-T5-NEW-BANK-NAME.              WEBSPAYE
081600     MOVE BPE-REC-ROUTING TO TXN-T5-NEW-ROUTING.                  WEBSPAYE
081700     MOVE BPE-REC-EXT-ACCNO TO TXN-T5-NEW-EXT-ACCNO.              WEBSPAYE
081800     MOVE BPE-REC-STATUS TO TXN-T5-NEW-STATUS.                    WEBSPAYE
081900     MOVE WS-TODAY-DATE TO TXN-T5-NEW-DATE.                       WEBSPAYE
082000     MOVE L-PID TO TXN-T5-NEW-USERID.                             WEBSPAYE
082100     MOVE TXN-T5-OLD TO BTX-REC-DATA-OLD.                         WEBSPAYE
082200     MOVE TXN-T5-NEW TO BTX-REC-DATA-NEW.                         WEBSPAYE
082300     MOVE 0 TO WS-TXN-TAG.                                        WEBSPAYE
082400 8100-WRITE-CHANGE-LOG-TRY.                                       WEBSPAYE
082500     MOVE WS-TXN-TAG TO WS-TIMESTAMP (26:1).                      WEBSPAYE
082600     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      WEBSPAYE
082700     MOVE SPACES TO BTX-REC-ALTKEY1-ACCNO.                        WEBSPAYE
082800     MOVE WS-TIMESTAMP TO BTX-REC-ALTKEY1-TIMESTAMP.              WEBSPAYE
082900     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     WEBSPAYE
083000     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      WEBSPAYE
083100     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             WEBSPAYE
083200     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       WEBSPAYE
083300                           WS-TWOS-COMP-INPUT                     WEBSPAYE
083400                           WS-TWOS-COMP-OUTPUT.                   WEBSPAYE
083500     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            WEBSPAYE
083600     WRITE BNKTXN-REC                                             WEBSPAYE
083700       INVALID KEY                                                WEBSPAYE
083800         CONTINUE                                                 WEBSPAYE
083900     END-WRITE.                                                   WEBSPAYE
084000     IF WS-BNKTXN-STATUS IS EQUAL TO '22' AND                     WEBSPAYE
084100        WS-TXN-TAG IS LESS THAN 9                                 WEBSPAYE
084200        ADD 1 TO WS-TXN-TAG                                       WEBSPAYE
084300        GO TO 8100-WRITE-CHANGE-LOG-TRY                           WEBSPAYE
084400     END-IF.                                                      WEBSPAYE
084500 8000-EXIT.                                                       WEBSPAYE
084600     EXIT.                                                        WEBSPAYE
