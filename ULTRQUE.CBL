000100***************************************************************** ULTRQUE 
000200*                                                               * ULTRQUE 
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * ULTRQUE 
000400*   This demonstration program is provided for use by users     * ULTRQUE 
000500*   of Micro Focus products and may be used, modified and       * ULTRQUE 
000600*   distributed as part of your application provided that       * ULTRQUE 
000700*   you properly acknowledge the copyright of Micro Focus       * ULTRQUE 
000800*   in this material.                                           * ULTRQUE 
000900*                                                               * ULTRQUE 
001000***************************************************************** ULTRQUE 
001100                                                                  ULTRQUE 
001200                                                                  ULTRQUE 
001300***************************************************************** ULTRQUE 
001400* Program:     ULTRQUE.CBL                                      * ULTRQUE 
001500* Function:    Customer letter queue service over BNKLTRQ.      * ULTRQUE 
001600*              QUEUE puts a notice due on the queue for the     * ULTRQUE 
001700*              nightly letter production run DBNK193P. A notice * ULTRQUE 
001800*              already queued for the same customer, document   * ULTRQUE 
001900*              type, reference and date is replaced, so a job   * ULTRQUE 
002000*              that is rerun does not send the letter twice.    * ULTRQUE 
002100*              The queue opens on first use and stays open for  * ULTRQUE 
002200*              the life of the run.                             * ULTRQUE 
002300***************************************************************** ULTRQUE 
002400 IDENTIFICATION DIVISION.                                         ULTRQUE 
002500 PROGRAM-ID.                                                      ULTRQUE 
002600     ULTRQUE.                                                     ULTRQUE 
002700 DATE-WRITTEN.                                                    ULTRQUE 
002800     October 2008.                                                ULTRQUE 
002900 DATE-COMPILED.                                                   ULTRQUE 
003000     Today.                                                       ULTRQUE 
003100 ENVIRONMENT DIVISION.                                            ULTRQUE 
003200 INPUT-OUTPUT   SECTION.                                          ULTRQUE 
003300   FILE-CONTROL.                                                  ULTRQUE 
003400     SELECT BNKLTRQ-FILE                                          ULTRQUE 
003500            ASSIGN       TO BNKLTRQ                               ULTRQUE 
003600            ORGANIZATION IS INDEXED                               ULTRQUE 
003700            ACCESS MODE  IS DYNAMIC                               ULTRQUE 
003800            RECORD KEY   IS BLQ-REC-KEY                           ULTRQUE 
003900            FILE STATUS  IS WS-BNKLTRQ-STATUS.                    ULTRQUE 
004000 DATA DIVISION.                                                   ULTRQUE 
004100 FILE SECTION.                                                    ULTRQUE 
004200 FD  BNKLTRQ-FILE.                                                ULTRQUE 
004300 01  BNKLTRQ-REC.                                                 ULTRQUE 
004400 COPY CBANKVLQ.                                                   ULTRQUE 
004500 WORKING-STORAGE SECTION.                                         ULTRQUE 
004600 01  WS-TIMESTAMP-DATA.                                           ULTRQUE 
004700 COPY CTSTAMPD.                                                   ULTRQUE 
004800 01  WS-MISC-STORAGE.                                             ULTRQUE 
004900   05  WS-PROGRAM-ID                         PIC X(8)             ULTRQUE 
005000       VALUE 'ULTRQUE'.                                           ULTRQUE 
005100   05  WS-BNKLTRQ-STATUS.                                         ULTRQUE 
005200     10  WS-BNKLTRQ-STAT1                    PIC X(1).            ULTRQUE 
005300     10  WS-BNKLTRQ-STAT2                    PIC X(1).            ULTRQUE 
005400   05  WS-QUE-OPEN                           PIC X(1)             ULTRQUE 
005500       VALUE 'N'.                                                 ULTRQUE 
005600     88  WS-QUE-IS-OPEN                       VALUE 'Y'.          ULTRQUE 
005700     88  WS-QUE-NOT-OPEN                      VALUE 'N'.          ULTRQUE 
005800 LINKAGE SECTION.                                                 ULTRQUE 
005900 01  LK-LTRQ-WORK-AREA.                                           ULTRQUE 
006000 COPY CLTRQD.                                                     ULTRQUE 
006100 PROCEDURE DIVISION USING LK-LTRQ-WORK-AREA.                      ULTRQUE 
006200 0000-MAINLINE.                                                   ULTRQUE 
006300     SET LTRQ-FAILED TO TRUE.                                     ULTRQUE 
006400     MOVE SPACES TO LTRQ-MSG.                                     ULTRQUE 
006500     PERFORM 1000-OPEN-QUEUE THRU 1000-EXIT.                      ULTRQUE 
006600     IF WS-QUE-NOT-OPEN                                           ULTRQUE 
006700        MOVE 'Letter queue not available'                         ULTRQUE 
006800          TO LTRQ-MSG                                             ULTRQUE 
006900        GOBACK                                                    ULTRQUE 
007000     END-IF.                                                      ULTRQUE 
007100     EVALUATE TRUE                                                ULTRQUE 
007200       WHEN LTRQ-FUNC-QUEUE                                       ULTRQUE 
007300         PERFORM 2000-QUEUE-LETTER THRU 2000-EXIT                 ULTRQUE 
007400       WHEN OTHER                                                 ULTRQUE 
007500         MOVE 'Unknown function' TO LTRQ-MSG                      ULTRQUE 
007600     END-EVALUATE.                                                ULTRQUE 
007700     GOBACK.                                                      ULTRQUE 
007800                                                                  ULTRQUE 
007900***************************************************************** ULTRQUE 
008000* Open the queue on first use                                   * ULTRQUE 
008100***************************************************************** ULTRQUE 
008200 1000-OPEN-QUEUE.                                                 ULTRQUE 
008300     IF WS-QUE-IS-OPEN                                            ULTRQUE 
008400        GO TO 1000-EXIT                                           ULTRQUE 
008500     END-IF.                                                      ULTRQUE 
008600     OPEN I-O BNKLTRQ-FILE.                                       ULTRQUE 
008700     IF WS-BNKLTRQ-STATUS IS EQUAL TO '00' OR                     ULTRQUE 
008800        WS-BNKLTRQ-STATUS IS EQUAL TO '05'                        ULTRQUE 
008900        SET WS-QUE-IS-OPEN TO TRUE                                ULTRQUE 
009000     END-IF.                                                      ULTRQUE 
009100 1000-EXIT.                                                       ULTRQUE 
009200     EXIT.                                                        ULTRQUE 
009300                                                                  ULTRQUE 
009400***************************************************************** ULTRQUE 
009500* Queue the notice. The same notice queued again the same day   * ULTRQUE 
009600* replaces the earlier entry.                                   * ULTRQUE 
009700***************************************************************** ULTRQUE 
009800 2000-QUEUE-LETTER.                                               ULTRQUE 
009900     IF LTRQ-PID IS EQUAL TO SPACES OR                            ULTRQUE 
010000        LTRQ-DOC-TYPE IS EQUAL TO SPACES OR                       ULTRQUE 
010100        LTRQ-TEMPLATE IS EQUAL TO SPACES                          ULTRQUE 
010200        MOVE 'Customer, type and template required'               ULTRQUE 
010300          TO LTRQ-MSG                                             ULTRQUE 
010400        GO TO 2000-EXIT                                           ULTRQUE 
010500     END-IF.                                                      ULTRQUE 
010600 COPY CTSTAMPP.                                                   ULTRQUE 
010700     MOVE SPACES TO BNKLTRQ-REC.                                  ULTRQUE 
010800     MOVE LTRQ-PID TO BLQ-REC-PID.                                ULTRQUE 
010900     MOVE LTRQ-DOC-TYPE TO BLQ-REC-DOC-TYPE.                      ULTRQUE 
011000     MOVE LTRQ-REF TO BLQ-REC-REF.                                ULTRQUE 
011100     IF LTRQ-DUE-DATE IS EQUAL TO SPACES                          ULTRQUE 
011200        MOVE WS-TS-CURRENT-DATE TO BLQ-REC-DUE-DATE               ULTRQUE 
011300     ELSE                                                         ULTRQUE 
011400        MOVE LTRQ-DUE-DATE TO BLQ-REC-DUE-DATE                    ULTRQUE 
011500     END-IF.                                                      ULTRQUE 
011600     MOVE LTRQ-TEMPLATE TO BLQ-REC-TEMPLATE.                      ULTRQUE 
011700     MOVE LTRQ-ACCNO TO BLQ-REC-ACCNO.                            ULTRQUE 
011800     MOVE LTRQ-AMOUNT TO BLQ-REC-AMOUNT.                          ULTRQUE 
011900     MOVE LTRQ-DATE TO BLQ-REC-DATE.                              ULTRQUE 
012000     MOVE LTRQ-TEXT TO BLQ-REC-TEXT.                              ULTRQUE 
012010     MOVE LTRQ-REASONS TO BLQ-REC-REASONS.                        ULTRQUE 
012100     MOVE LTRQ-JOB-NAME TO BLQ-REC-QUEUED-BY.                     ULTRQUE 
012200     MOVE WS-TIMESTAMP TO BLQ-REC-TIMESTAMP.                      ULTRQUE 
012300     WRITE BNKLTRQ-REC                                            ULTRQUE 
012400       INVALID KEY                                                ULTRQUE 
012500         REWRITE BNKLTRQ-REC                                      ULTRQUE 
012600           INVALID KEY                                            ULTRQUE 
012700             MOVE 'Unable to queue letter'                        ULTRQUE 
012800               TO LTRQ-MSG                                        ULTRQUE 
012900             GO TO 2000-EXIT                                      ULTRQUE 
013000         END-REWRITE                                              ULTRQUE 
013100     END-WRITE.                                                   ULTRQUE 
013200     SET LTRQ-OK TO TRUE.                                         ULTRQUE 
013300 2000-EXIT.                                                       ULTRQUE 
013400     EXIT.                                                        ULTRQUE 
