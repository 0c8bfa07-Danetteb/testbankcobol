000100***************************************************************** DBNK172P
000200*                                                               * DBNK172P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK172P
000400*   This demonstration program is provided for use by users     * DBNK172P
000500*   of Micro Focus products and may be used, modified and       * DBNK172P
000600*   distributed as part of your application provided that       * DBNK172P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK172P
000800*   in this material.                                           * DBNK172P
000900*                                                               * DBNK172P
001000***************************************************************** DBNK172P
001100                                                                  DBNK172P
001200                                                                  DBNK172P
001300***************************************************************** DBNK172P
001400* Program:     DBNK172P.CBL                                     * DBNK172P
001500* Function:    AML scenario case disposition over BNKAMLQ, in   * DBNK172P
001600*              the shape of the DBNK172P structuring review.    * DBNK172P
001700*              LIST returns pending cases; CLEAR and CONFIRM    * DBNK172P
001800*              retain the deciding operator and date on the     * DBNK172P
001900*              record. VSAM version                             * DBNK172P
002000***************************************************************** DBNK172P
002100                                                                  DBNK172P
002200 IDENTIFICATION DIVISION.                                         DBNK172P
002300 PROGRAM-ID.                                                      DBNK172P
002400     DBNK172P.                                                    DBNK172P
002500 DATE-WRITTEN.                                                    DBNK172P
002600     October 2007.                                                DBNK172P
002700 DATE-COMPILED.                                                   DBNK172P
002800     Today.                                                       DBNK172P
002900                                                                  DBNK172P
003000 ENVIRONMENT DIVISION.                                            DBNK172P
003100                                                                  DBNK172P
003200 DATA DIVISION.                                                   DBNK172P
003300                                                                  DBNK172P
003400 WORKING-STORAGE SECTION.                                         DBNK172P
003500 01  WS-MISC-STORAGE.                                             DBNK172P
003600   05  WS-PROGRAM-ID                         PIC X(8)             DBNK172P
003700       VALUE 'DBNK172P'.                                          DBNK172P
003800   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBNK172P
003900   05  WS-RESP                               PIC S9(8) COMP.      DBNK172P
004000   05  WS-AMLQ-TOKEN                         PIC S9(8) COMP.      DBNK172P
004100   05  WS-BNKAMLQ-RID.                                            DBNK172P
004200     10  WS-BNKAMLQ-RID-ACCNO                PIC X(9).            DBNK172P
004300     10  WS-BNKAMLQ-RID-SCENARIO             PIC X(1).            DBNK172P
004400     10  WS-BNKAMLQ-RID-DATE                 PIC X(8).            DBNK172P
004500   05  WS-TODAY-DATE                         PIC X(8).            DBNK172P
004600                                                                  DBNK172P
004700 COPY CTSTAMPD.                                                   DBNK172P
004800                                                                  DBNK172P
004900 01  WS-BNKAMLQ-REC.                                              DBNK172P
005000 COPY CBANKVAQ.                                                   DBNK172P
005100                                                                  DBNK172P
005200 01  WS-COMMAREA.                                                 DBNK172P
005300 COPY CBNKD172.                                                   DBNK172P
005400                                                                  DBNK172P
005500 COPY CABENDD.                                                    DBNK172P
005600                                                                  DBNK172P
005700 LINKAGE SECTION.                                                 DBNK172P
005800 01  DFHCOMMAREA.                                                 DBNK172P
005900   05  LK-COMMAREA                           PIC X(1)             DBNK172P
006000       OCCURS 1 TO 4096 TIMES                                     DBNK172P
006100         DEPENDING ON WS-COMMAREA-LENGTH.                         DBNK172P
006200                                                                  DBNK172P
006300 COPY CENTRY.                                                     DBNK172P
006400***************************************************************** DBNK172P
006500* Move the passed data to our area                              * DBNK172P
006600***************************************************************** DBNK172P
006700     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBNK172P
006800     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBNK172P
006900                                                                  DBNK172P
007000***************************************************************** DBNK172P
007100* Initialize our output area                                    * DBNK172P
007200***************************************************************** DBNK172P
007300     MOVE SPACES TO C172O-DATA.                                   DBNK172P
007400     SET C172O-FAIL TO TRUE.                                      DBNK172P
007500     MOVE 0 TO C172O-COUNT.                                       DBNK172P
007600                                                                  DBNK172P
007700 COPY CTSTAMPP.                                                   DBNK172P
007800     MOVE WS-TIMESTAMP(1:4) TO WS-TODAY-DATE(1:4).                DBNK172P
007900     MOVE WS-TIMESTAMP(6:2) TO WS-TODAY-DATE(5:2).                DBNK172P
008000     MOVE WS-TIMESTAMP(9:2) TO WS-TODAY-DATE(7:2).                DBNK172P
008100                                                                  DBNK172P
008200     IF C172I-LIST                                                DBNK172P
008300        GO TO LIST-PENDING                                        DBNK172P
008400     END-IF.                                                      DBNK172P
008500                                                                  DBNK172P
008600***************************************************************** DBNK172P
008700* Clear or confirm one case, held for update                   *  DBNK172P
008800***************************************************************** DBNK172P
008900     MOVE C172I-ACCNO TO WS-BNKAMLQ-RID-ACCNO.                    DBNK172P
009000     MOVE C172I-SCENARIO TO WS-BNKAMLQ-RID-SCENARIO.              DBNK172P
009100     MOVE C172I-DETECTED-DATE TO WS-BNKAMLQ-RID-DATE.             DBNK172P
009200     EXEC CICS READ FILE('BNKAMLQ')                               DBNK172P
009300                    UPDATE                                        DBNK172P
009400                    INTO(WS-BNKAMLQ-REC)                          DBNK172P
009500                    LENGTH(LENGTH OF WS-BNKAMLQ-REC)              DBNK172P
009600                    RIDFLD(WS-BNKAMLQ-RID)                        DBNK172P
009700                    KEYLENGTH(LENGTH OF WS-BNKAMLQ-RID)           DBNK172P
009800                    TOKEN(WS-AMLQ-TOKEN)                          DBNK172P
009900                    RESP(WS-RESP)                                 DBNK172P
010000     END-EXEC.                                                    DBNK172P
010100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK172P
010200        MOVE 'Case is not on file' TO C172O-MSG                   DBNK172P
010300        GO TO DBNK172P-EXIT                                       DBNK172P
010400     END-IF.                                                      DBNK172P
010500     IF NOT BAQ-REC-IS-PENDING                                    DBNK172P
010600        MOVE 'Case has already been decided' TO C172O-MSG         DBNK172P
010700        GO TO DBNK172P-EXIT                                       DBNK172P
010800     END-IF.                                                      DBNK172P
010900     IF C172I-CLEAR                                               DBNK172P
011000        SET BAQ-REC-IS-CLEARED TO TRUE                            DBNK172P
011100     ELSE                                                         DBNK172P
011200        SET BAQ-REC-IS-CONFIRMED TO TRUE                          DBNK172P
011300     END-IF.                                                      DBNK172P
011400     MOVE C172I-OPERATOR TO BAQ-REC-DECIDED-BY.                   DBNK172P
011500     MOVE WS-TODAY-DATE TO BAQ-REC-DECIDED-DATE.                  DBNK172P
011600     EXEC CICS REWRITE FILE('BNKAMLQ')                            DBNK172P
011700                    FROM(WS-BNKAMLQ-REC)                          DBNK172P
011800                    LENGTH(LENGTH OF WS-BNKAMLQ-REC)              DBNK172P
011900                    TOKEN(WS-AMLQ-TOKEN)                          DBNK172P
012000                    RESP(WS-RESP)                                 DBNK172P
012100     END-EXEC.                                                    DBNK172P
012200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK172P
012300        MOVE 'Unable to update case' TO C172O-MSG                 DBNK172P
012400        GO TO DBNK172P-EXIT                                       DBNK172P
012500     END-IF.                                                      DBNK172P
012600     SET C172O-OK TO TRUE.                                        DBNK172P
012700     IF C172I-CLEAR                                               DBNK172P
012800        MOVE 'Case cleared' TO C172O-MSG                          DBNK172P
012900     ELSE                                                         DBNK172P
013000        MOVE 'Case confirmed as suspicious' TO C172O-MSG          DBNK172P
013100     END-IF.                                                      DBNK172P
013200     GO TO DBNK172P-EXIT.                                         DBNK172P
013300                                                                  DBNK172P
013400***************************************************************** DBNK172P
013500* List up to 8 pending cases                                   *  DBNK172P
013600***************************************************************** DBNK172P
013700 LIST-PENDING.                                                    DBNK172P
013800     MOVE LOW-VALUES TO WS-BNKAMLQ-RID.                           DBNK172P
013900     EXEC CICS STARTBR FILE('BNKAMLQ')                            DBNK172P
014000                       RIDFLD(WS-BNKAMLQ-RID)                     DBNK172P
014100                       KEYLENGTH(LENGTH OF WS-BNKAMLQ-RID)        DBNK172P
014200                       GTEQ                                       DBNK172P
014300                       RESP(WS-RESP)                              DBNK172P
014400     END-EXEC.                                                    DBNK172P
014500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK172P
014600        SET C172O-OK TO TRUE                                      DBNK172P
014700        MOVE 'Queue is empty' TO C172O-MSG                        DBNK172P
014800        GO TO DBNK172P-EXIT                                       DBNK172P
014900     END-IF.                                                      DBNK172P
015000 LIST-LOOP.                                                       DBNK172P
015100     EXEC CICS READNEXT FILE('BNKAMLQ')                           DBNK172P
015200                        INTO(WS-BNKAMLQ-REC)                      DBNK172P
015300                        LENGTH(LENGTH OF WS-BNKAMLQ-REC)          DBNK172P
015400                        RIDFLD(WS-BNKAMLQ-RID)                    DBNK172P
015500                        KEYLENGTH(LENGTH OF WS-BNKAMLQ-RID)       DBNK172P
015600                        RESP(WS-RESP)                             DBNK172P
015700     END-EXEC.                                                    DBNK172P
015800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK172P
015900        C172O-COUNT IS EQUAL TO 8                                 DBNK172P
016000        GO TO LIST-ENDED                                          DBNK172P
016100     END-IF.                                                      DBNK172P
016200     IF NOT BAQ-REC-IS-PENDING                                    DBNK172P
016300        GO TO LIST-LOOP                                           DBNK172P
016400     END-IF.                                                      DBNK172P
016500     ADD 1 TO C172O-COUNT.                                        DBNK172P
016600     MOVE BAQ-REC-ACCNO TO C172O-E-ACCNO (C172O-COUNT).           DBNK172P
016700     MOVE BAQ-REC-SCENARIO TO C172O-E-SCENARIO (C172O-COUNT).     DBNK172P
016800     MOVE BAQ-REC-DETECTED-DATE TO                                DBNK172P
016900          C172O-E-DETECTED-DATE (C172O-COUNT).                    DBNK172P
017000     MOVE BAQ-REC-PID TO C172O-E-PID (C172O-COUNT).               DBNK172P
017100     MOVE BAQ-REC-AMOUNT-IN TO                                    DBNK172P
017200          C172O-E-AMOUNT-IN (C172O-COUNT).                        DBNK172P
017300     MOVE BAQ-REC-AMOUNT-OUT TO                                   DBNK172P
017400          C172O-E-AMOUNT-OUT (C172O-COUNT).                       DBNK172P
017500     MOVE BAQ-REC-ITEM-COUNT TO                                   DBNK172P
017600          C172O-E-ITEM-COUNT (C172O-COUNT).                       DBNK172P
017700     GO TO LIST-LOOP.                                             DBNK172P
017800 LIST-ENDED.                                                      DBNK172P
017900     EXEC CICS ENDBR FILE('BNKAMLQ')                              DBNK172P
018000                     RESP(WS-RESP)                                DBNK172P
018100     END-EXEC.                                                    DBNK172P
018200     SET C172O-OK TO TRUE.                                        DBNK172P
018300     MOVE SPACES TO C172O-MSG.                                    DBNK172P
018400                                                                  DBNK172P
018500***************************************************************** DBNK172P
018600* Move the result back to the callers area                      * DBNK172P
018700***************************************************************** DBNK172P
018800 DBNK172P-EXIT.                                                   DBNK172P
018900     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBNK172P
019000                                                                  DBNK172P
019100***************************************************************** DBNK172P
019200* Return to our caller                                          * DBNK172P
019300***************************************************************** DBNK172P
019400 COPY CRETURN.                                                    DBNK172P
019500                                                                  DBNK172P
