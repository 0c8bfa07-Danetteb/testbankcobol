000100***************************************************************** DBNK208P
000200*                                                               * DBNK208P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK208P
000400*   This demonstration program is provided for use by users     * DBNK208P
000500*   of Micro Focus products and may be used, modified and       * DBNK208P
000600*   distributed as part of your application provided that       * DBNK208P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK208P
000800*   in this material.                                           * DBNK208P
000900*                                                               * DBNK208P
001000***************************************************************** DBNK208P
001100                                                                  DBNK208P
001200                                                                  DBNK208P
001300***************************************************************** DBNK208P
001400* Program:     DBNK208P.CBL                                     * DBNK208P
001500* Function:    Queue a customer letter on BNKLTRQ from an       * DBNK208P
001600*              online transaction, as ULTRQUE does for the      * DBNK208P
001700*              batch jobs. The nightly letter production run    * DBNK208P
001800*              DBNK193P merges it with its BNKMSGC template,    * DBNK208P
001900*              sends it and logs it on BNKCORR. A notice        * DBNK208P
002000*              already queued for the same customer, document   * DBNK208P
002100*              type, reference and date is replaced, so a       * DBNK208P
002200*              repeated request does not send the letter twice. * DBNK208P
002300*              VSAM version                                     * DBNK208P
002400***************************************************************** DBNK208P
002500                                                                  DBNK208P
002600 IDENTIFICATION DIVISION.                                         DBNK208P
002700 PROGRAM-ID.                                                      DBNK208P
002800     DBNK208P.                                                    DBNK208P
002900 DATE-WRITTEN.                                                    DBNK208P
003000     October 2008.                                                DBNK208P
003100 DATE-COMPILED.                                                   DBNK208P
003200     Today.                                                       DBNK208P
003300                                                                  DBNK208P
003400 ENVIRONMENT DIVISION.                                            DBNK208P
003500                                                                  DBNK208P
003600 DATA DIVISION.                                                   DBNK208P
003700                                                                  DBNK208P
003800 WORKING-STORAGE SECTION.                                         DBNK208P
003900 01  WS-MISC-STORAGE.                                             DBNK208P
004000   05  WS-PROGRAM-ID                         PIC X(8)             DBNK208P
004100       VALUE 'DBNK208P'.                                          DBNK208P
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBNK208P
004300   05  WS-RESP                               PIC S9(8) COMP.      DBNK208P
004400   05  WS-LTRQ-TOKEN                         PIC S9(8) COMP.      DBNK208P
004500   05  WS-BNKLTRQ-RID                        PIC X(37).           DBNK208P
004600                                                                  DBNK208P
004700 COPY CTSTAMPD.                                                   DBNK208P
004800                                                                  DBNK208P
004900 01  WS-BNKLTRQ-REC.                                              DBNK208P
005000 COPY CBANKVLQ.                                                   DBNK208P
005100                                                                  DBNK208P
005200 01  WS-OLD-LTRQ-REC                         PIC X(151).          DBNK208P
005300                                                                  DBNK208P
005400 01  WS-COMMAREA.                                                 DBNK208P
005500 COPY CBNKD208.                                                   DBNK208P
005600                                                                  DBNK208P
005700 COPY CABENDD.                                                    DBNK208P
005800                                                                  DBNK208P
005900 LINKAGE SECTION.                                                 DBNK208P
006000 01  DFHCOMMAREA.                                                 DBNK208P
006100   05  LK-COMMAREA                           PIC X(1)             DBNK208P
006200       OCCURS 1 TO 4096 TIMES                                     DBNK208P
006300         DEPENDING ON WS-COMMAREA-LENGTH.                         DBNK208P
006400                                                                  DBNK208P
006500 COPY CENTRY.                                                     DBNK208P
006600***************************************************************** DBNK208P
006700* Move the passed data to our area                              * DBNK208P
006800***************************************************************** DBNK208P
006900     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBNK208P
007000     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBNK208P
007100                                                                  DBNK208P
007200***************************************************************** DBNK208P
007300* Initialize our output area                                    * DBNK208P
007400***************************************************************** DBNK208P
007500     MOVE SPACES TO C208O-DATA.                                   DBNK208P
007600     SET C208O-FAIL TO TRUE.                                      DBNK208P
007700                                                                  DBNK208P
007800     IF C208I-PID IS EQUAL TO SPACES OR                           DBNK208P
007900        C208I-DOC-TYPE IS EQUAL TO SPACES OR                      DBNK208P
008000        C208I-TEMPLATE IS EQUAL TO SPACES                         DBNK208P
008100        MOVE 'Customer, type and template required' TO C208O-MSG  DBNK208P
008200        GO TO DBNK208P-EXIT                                       DBNK208P
008300     END-IF.                                                      DBNK208P
008400                                                                  DBNK208P
008500***************************************************************** DBNK208P
008600* Build the queue entry                                         * DBNK208P
008700***************************************************************** DBNK208P
008800 COPY CTSTAMPP.                                                   DBNK208P
008900     MOVE SPACES TO WS-BNKLTRQ-REC.                               DBNK208P
009000     MOVE C208I-PID TO BLQ-REC-PID.                               DBNK208P
009100     MOVE C208I-DOC-TYPE TO BLQ-REC-DOC-TYPE.                     DBNK208P
009200     MOVE C208I-REF TO BLQ-REC-REF.                               DBNK208P
009300     IF C208I-DUE-DATE IS EQUAL TO SPACES                         DBNK208P
009400        MOVE WS-TS-CURRENT-DATE TO BLQ-REC-DUE-DATE               DBNK208P
009500     ELSE                                                         DBNK208P
009600        MOVE C208I-DUE-DATE TO BLQ-REC-DUE-DATE                   DBNK208P
009700     END-IF.                                                      DBNK208P
009800     MOVE C208I-TEMPLATE TO BLQ-REC-TEMPLATE.                     DBNK208P
009900     MOVE C208I-ACCNO TO BLQ-REC-ACCNO.                           DBNK208P
010000     MOVE C208I-AMOUNT TO BLQ-REC-AMOUNT.                         DBNK208P
010100     MOVE C208I-DATE TO BLQ-REC-DATE.                             DBNK208P
010200     MOVE C208I-TEXT TO BLQ-REC-TEXT.                             DBNK208P
010300     MOVE C208I-QUEUED-BY TO BLQ-REC-QUEUED-BY.                   DBNK208P
010400     MOVE WS-TIMESTAMP TO BLQ-REC-TIMESTAMP.                      DBNK208P
010500     MOVE BLQ-REC-KEY TO WS-BNKLTRQ-RID.                          DBNK208P
010600                                                                  DBNK208P
010700     EXEC CICS WRITE FILE('BNKLTRQ')                              DBNK208P
010800                     FROM(WS-BNKLTRQ-REC)                         DBNK208P
010900                     LENGTH(LENGTH OF WS-BNKLTRQ-REC)             DBNK208P
011000                     RIDFLD(WS-BNKLTRQ-RID)                       DBNK208P
011100                     KEYLENGTH(LENGTH OF WS-BNKLTRQ-RID)          DBNK208P
011200                     RESP(WS-RESP)                                DBNK208P
011300     END-EXEC.                                                    DBNK208P
011400     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK208P
011500        GO TO LETTER-QUEUED                                       DBNK208P
011600     END-IF.                                                      DBNK208P
011700     IF WS-RESP IS NOT EQUAL TO DFHRESP(DUPREC)                   DBNK208P
011800        MOVE 'Unable to queue letter' TO C208O-MSG                DBNK208P
011900        GO TO DBNK208P-EXIT                                       DBNK208P
012000     END-IF.                                                      DBNK208P
012100                                                                  DBNK208P
012200***************************************************************** DBNK208P
012300* The same notice is already waiting - replace it               * DBNK208P
012400***************************************************************** DBNK208P
012500     EXEC CICS READ FILE('BNKLTRQ')                               DBNK208P
012600                    UPDATE                                        DBNK208P
012700                    INTO(WS-OLD-LTRQ-REC)                         DBNK208P
012800                    LENGTH(LENGTH OF WS-OLD-LTRQ-REC)             DBNK208P
012900                    RIDFLD(WS-BNKLTRQ-RID)                        DBNK208P
013000                    KEYLENGTH(LENGTH OF WS-BNKLTRQ-RID)           DBNK208P
013100                    TOKEN(WS-LTRQ-TOKEN)                          DBNK208P
013200                    RESP(WS-RESP)                                 DBNK208P
013300     END-EXEC.                                                    DBNK208P
013400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK208P
013500        MOVE 'Unable to queue letter' TO C208O-MSG                DBNK208P
013600        GO TO DBNK208P-EXIT                                       DBNK208P
013700     END-IF.                                                      DBNK208P
013800     EXEC CICS REWRITE FILE('BNKLTRQ')                            DBNK208P
013900                       FROM(WS-BNKLTRQ-REC)                       DBNK208P
014000                       LENGTH(LENGTH OF WS-BNKLTRQ-REC)           DBNK208P
014100                       TOKEN(WS-LTRQ-TOKEN)                       DBNK208P
014200                       RESP(WS-RESP)                              DBNK208P
014300     END-EXEC.                                                    DBNK208P
014400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK208P
014500        MOVE 'Unable to queue letter' TO C208O-MSG                DBNK208P
014600        GO TO DBNK208P-EXIT                                       DBNK208P
014700     END-IF.                                                      DBNK208P
014800                                                                  DBNK208P
014900 LETTER-QUEUED.                                                   DBNK208P
015000     SET C208O-OK TO TRUE.                                        DBNK208P
015100                                                                  DBNK208P
015200***************************************************************** DBNK208P
015300* Move the result back to the callers area                      * DBNK208P
015400***************************************************************** DBNK208P
015500 DBNK208P-EXIT.                                                   DBNK208P
015600     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBNK208P
015700                                                                  DBNK208P
015800***************************************************************** DBNK208P
015900* Return to our caller                                          * DBNK208P
016000***************************************************************** DBNK208P
016100 COPY CRETURN.                                                    DBNK208P
