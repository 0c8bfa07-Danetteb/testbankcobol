000100***************************************************************** UIBPOST 
000200*                                                               * UIBPOST 
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * UIBPOST 
000400*   This demonstration program is provided for use by users     * UIBPOST 
000500*   of Micro Focus products and may be used, modified and       * UIBPOST 
000600*   distributed as part of your application provided that       * UIBPOST 
000700*   you properly acknowledge the copyright of Micro Focus       * UIBPOST 
000800*   in this material.                                           * UIBPOST 
000900*                                                               * UIBPOST 
001000***************************************************************** UIBPOST 
001100                                                                  UIBPOST 
001200***************************************************************** UIBPOST 
001300* Program:     UIBPOST.CBL                                      * UIBPOST 
001400* Function:    Inter-branch posting service over BNKIBDF for    * UIBPOST 
001500*              the batch posters and the web transfer service.  * UIBPOST 
001600*              POST looks up the branch of each account of a    * UIBPOST 
001700*              movement just written to the ledger; when they   * UIBPOST 
001800*              differ, the branch the money left books a due-to * UIBPOST 
001900*              entry against the branch it went to and that     * UIBPOST 
002000*              branch books the matching due-from entry, both   * UIBPOST 
002100*              under the debit leg's ledger timestamp and the   * UIBPOST 
002200*              business date the ledger carries. Accounts at    * UIBPOST 
002300*              the same branch, or with no branch on record,    * UIBPOST 
002400*              need no entry. The files open on first use and   * UIBPOST 
002500*              stay open for the life of the run.               * UIBPOST 
002600***************************************************************** UIBPOST 
002700 IDENTIFICATION DIVISION.                                         UIBPOST 
002800 PROGRAM-ID.                                                      UIBPOST 
002900     UIBPOST.                                                     UIBPOST 
003000 DATE-WRITTEN.                                                    UIBPOST 
003100     October 2008.                                                UIBPOST 
003200 DATE-COMPILED.                                                   UIBPOST 
003300     Today.                                                       UIBPOST 
003400 ENVIRONMENT DIVISION.                                            UIBPOST 
003500 INPUT-OUTPUT   SECTION.                                          UIBPOST 
003600   FILE-CONTROL.                                                  UIBPOST 
003700     SELECT BNKACC-FILE                                           UIBPOST 
003800            ASSIGN       TO BNKACC                                UIBPOST 
003900            ORGANIZATION IS INDEXED                               UIBPOST 
004000            ACCESS MODE  IS RANDOM                                UIBPOST 
004100            RECORD KEY   IS BAC-REC-ACCNO                         UIBPOST 
004200            FILE STATUS  IS WS-BNKACC-STATUS.                     UIBPOST 
004300     SELECT BNKIBDF-FILE                                          UIBPOST 
004400            ASSIGN       TO BNKIBDF                               UIBPOST 
004500            ORGANIZATION IS INDEXED                               UIBPOST 
004600            ACCESS MODE  IS RANDOM                                UIBPOST 
004700            RECORD KEY   IS IBD-REC-KEY                           UIBPOST 
004800            FILE STATUS  IS WS-BNKIBDF-STATUS.                    UIBPOST 
004900 DATA DIVISION.                                                   UIBPOST 
005000 FILE SECTION.                                                    UIBPOST 
005100 FD  BNKACC-FILE.                                                 UIBPOST 
005200 01  BNKACC-REC.                                                  UIBPOST 
005300 COPY CBANKVAC.                                                   UIBPOST 
005400 FD  BNKIBDF-FILE.                                                UIBPOST 
005500 01  BNKIBDF-REC.                                                 UIBPOST 
005600 COPY CBANKVIB.                                                   UIBPOST 
005700 WORKING-STORAGE SECTION.                                         UIBPOST 
005800 01  WS-TIMESTAMP-DATA.                                           UIBPOST 
005900 COPY CTSTAMPD.                                                   UIBPOST 
006000 01  WS-MISC-STORAGE.                                             UIBPOST 
006100   05  WS-PROGRAM-ID                         PIC X(8)             UIBPOST 
006200       VALUE 'UIBPOST'.                                           UIBPOST 
006300   05  WS-BNKACC-STATUS.                                          UIBPOST 
006400     10  WS-BNKACC-STAT1                     PIC X(1).            UIBPOST 
006500     10  WS-BNKACC-STAT2                     PIC X(1).            UIBPOST 
006600   05  WS-BNKIBDF-STATUS.                                         UIBPOST 
006700     10  WS-BNKIBDF-STAT1                    PIC X(1).            UIBPOST 
006800     10  WS-BNKIBDF-STAT2                    PIC X(1).            UIBPOST 
006900   05  WS-FILES-OPEN                         PIC X(1)             UIBPOST 
007000       VALUE 'N'.                                                 UIBPOST 
007100     88  WS-FILES-ARE-OPEN                    VALUE 'Y'.          UIBPOST 
007200     88  WS-FILES-NOT-OPEN                    VALUE 'N'.          UIBPOST 
007300   05  WS-FROM-BRANCH                        PIC X(4).            UIBPOST 
007400   05  WS-TO-BRANCH                          PIC X(4).            UIBPOST 
007500 01  WS-BUSD-DATA.                                                UIBPOST 
007600 COPY CBUSDD.                                                     UIBPOST 
007700 LINKAGE SECTION.                                                 UIBPOST 
007800 01  LK-IBPO-WORK-AREA.                                           UIBPOST 
007900 COPY CIBPOSD.                                                    UIBPOST 
008000 PROCEDURE DIVISION USING LK-IBPO-WORK-AREA.                      UIBPOST 
008100 0000-MAINLINE.                                                   UIBPOST 
008200     SET IBPO-FAILED TO TRUE.                                     UIBPOST 
008300     MOVE SPACES TO IBPO-MSG.                                     UIBPOST 
008400     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.                      UIBPOST 
008500     IF WS-FILES-NOT-OPEN                                         UIBPOST 
008600        MOVE 'Inter-branch register not available'                UIBPOST 
008700          TO IBPO-MSG                                             UIBPOST 
008800        GOBACK                                                    UIBPOST 
008900     END-IF.                                                      UIBPOST 
009000     EVALUATE TRUE                                                UIBPOST 
009100       WHEN IBPO-FUNC-POST                                        UIBPOST 
009200         PERFORM 2000-POST-MOVEMENT THRU 2000-EXIT                UIBPOST 
009300       WHEN OTHER                                                 UIBPOST 
009400         MOVE 'Unknown function' TO IBPO-MSG                      UIBPOST 
009500     END-EVALUATE.                                                UIBPOST 
009600     GOBACK.                                                      UIBPOST 
009700                                                                  UIBPOST 
009800***************************************************************** UIBPOST 
009900* Open the account file and the register on first use           * UIBPOST 
010000***************************************************************** UIBPOST 
010100 1000-OPEN-FILES.                                                 UIBPOST 
010200     IF WS-FILES-ARE-OPEN                                         UIBPOST 
010300        GO TO 1000-EXIT                                           UIBPOST 
010400     END-IF.                                                      UIBPOST 
010500     OPEN INPUT BNKACC-FILE.                                      UIBPOST 
010600     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     UIBPOST 
010700        GO TO 1000-EXIT                                           UIBPOST 
010800     END-IF.                                                      UIBPOST 
010900     OPEN I-O BNKIBDF-FILE.                                       UIBPOST 
011000     IF WS-BNKIBDF-STATUS IS EQUAL TO '00' OR                     UIBPOST 
011100        WS-BNKIBDF-STATUS IS EQUAL TO '05'                        UIBPOST 
011200        SET WS-FILES-ARE-OPEN TO TRUE                             UIBPOST 
011300     ELSE                                                         UIBPOST 
011400        CLOSE BNKACC-FILE                                         UIBPOST 
011500     END-IF.                                                      UIBPOST 
011600 1000-EXIT.                                                       UIBPOST 
011700     EXIT.                                                        UIBPOST 
011800                                                                  UIBPOST 
011900***************************************************************** UIBPOST 
012000* Book the movement to both branches when it crosses between    * UIBPOST 
012100* them                                                          * UIBPOST 
012200***************************************************************** UIBPOST 
012300 2000-POST-MOVEMENT.                                              UIBPOST 
012400     IF IBPO-TIMESTAMP IS EQUAL TO SPACES OR                      UIBPOST 
012500        IBPO-FROM-ACCNO IS EQUAL TO SPACES OR                     UIBPOST 
012600        IBPO-TO-ACCNO IS EQUAL TO SPACES                          UIBPOST 
012700        MOVE 'Timestamp and both accounts required'               UIBPOST 
012800          TO IBPO-MSG                                             UIBPOST 
012900        GO TO 2000-EXIT                                           UIBPOST 
013000     END-IF.                                                      UIBPOST 
013100     SET IBPO-SAME-BRANCH TO TRUE.                                UIBPOST 
013200     MOVE IBPO-FROM-ACCNO TO BAC-REC-ACCNO.                       UIBPOST 
013300     READ BNKACC-FILE                                             UIBPOST 
013400       INVALID KEY                                                UIBPOST 
013500         GO TO 2000-EXIT                                          UIBPOST 
013600     END-READ.                                                    UIBPOST 
013700     MOVE BAC-REC-BRANCH-CODE TO WS-FROM-BRANCH.                  UIBPOST 
013800     MOVE IBPO-TO-ACCNO TO BAC-REC-ACCNO.                         UIBPOST 
013900     READ BNKACC-FILE                                             UIBPOST 
014000       INVALID KEY                                                UIBPOST 
014100         GO TO 2000-EXIT                                          UIBPOST 
014200     END-READ.                                                    UIBPOST 
014300     MOVE BAC-REC-BRANCH-CODE TO WS-TO-BRANCH.                    UIBPOST 
014400     IF WS-FROM-BRANCH IS EQUAL TO SPACES OR                      UIBPOST 
014500        WS-TO-BRANCH IS EQUAL TO SPACES OR                        UIBPOST 
014600        WS-FROM-BRANCH IS EQUAL TO WS-TO-BRANCH                   UIBPOST 
014700        GO TO 2000-EXIT                                           UIBPOST 
014800     END-IF.                                                      UIBPOST 
014900                                                                  UIBPOST 
015000     SET IBPO-FAILED TO TRUE.                                     UIBPOST 
015100     IF IBPO-BUS-DATE IS EQUAL TO SPACES                          UIBPOST 
015200        CALL 'UBUSDATE' USING WS-BUSD-DATA                        UIBPOST 
015300        MOVE BUSD-DATE TO IBPO-BUS-DATE                           UIBPOST 
015400     END-IF.                                                      UIBPOST 
015500 COPY CTSTAMPP.                                                   UIBPOST 
015600*    the branch the money left owes the branch it went to         UIBPOST 
015700     MOVE SPACES TO BNKIBDF-REC.                                  UIBPOST 
015800     MOVE IBPO-BUS-DATE TO IBD-REC-BUS-DATE.                      UIBPOST 
015900     MOVE IBPO-TIMESTAMP TO IBD-REC-TIMESTAMP.                    UIBPOST 
016000     SET IBD-REC-DUE-TO TO TRUE.                                  UIBPOST 
016100     MOVE WS-FROM-BRANCH TO IBD-REC-BRANCH.                       UIBPOST 
016200     MOVE WS-TO-BRANCH TO IBD-REC-OTHER-BRANCH.                   UIBPOST 
016300     MOVE IBPO-AMOUNT TO IBD-REC-AMOUNT.                          UIBPOST 
016400     MOVE IBPO-REFNO TO IBD-REC-REFNO.                            UIBPOST 
016500     MOVE IBPO-FROM-ACCNO TO IBD-REC-FROM-ACCNO.                  UIBPOST 
016600     MOVE IBPO-TO-ACCNO TO IBD-REC-TO-ACCNO.                      UIBPOST 
016700     MOVE IBPO-JOB-NAME TO IBD-REC-POSTED-BY.                     UIBPOST 
016800     MOVE WS-TIMESTAMP TO IBD-REC-WRITTEN.                        UIBPOST 
016900     WRITE BNKIBDF-REC                                            UIBPOST 
017000       INVALID KEY                                                UIBPOST 
017100         MOVE 'Unable to write due-to entry'                      UIBPOST 
017200           TO IBPO-MSG                                            UIBPOST 
017300         GO TO 2000-EXIT                                          UIBPOST 
017400     END-WRITE.                                                   UIBPOST 
017500*    and the branch it went to is owed it                         UIBPOST 
017600     SET IBD-REC-DUE-FROM TO TRUE.                                UIBPOST 
017700     MOVE WS-TO-BRANCH TO IBD-REC-BRANCH.                         UIBPOST 
017800     MOVE WS-FROM-BRANCH TO IBD-REC-OTHER-BRANCH.                 UIBPOST 
017900     WRITE BNKIBDF-REC                                            UIBPOST 
018000       INVALID KEY                                                UIBPOST 
018100         MOVE 'Unable to write due-from entry'                    UIBPOST 
018200           TO IBPO-MSG                                            UIBPOST 
018300         GO TO 2000-EXIT                                          UIBPOST 
018400     END-WRITE.                                                   UIBPOST 
018500     SET IBPO-POSTED TO TRUE.                                     UIBPOST 
018600 2000-EXIT.                                                       UIBPOST 
018700     EXIT.                                                        UIBPOST 
