000100***************************************************************** DBNK194P
000200*                                                               * DBNK194P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK194P
000400*   This demonstration program is provided for use by users     * DBNK194P
000500*   of Micro Focus products and may be used, modified and       * DBNK194P
000600*   distributed as part of your application provided that       * DBNK194P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK194P
000800*   in this material.                                           * DBNK194P
000900*                                                               * DBNK194P
001000***************************************************************** DBNK194P
001100                                                                  DBNK194P
001200                                                                  DBNK194P
001300***************************************************************** DBNK194P
001400* Program:     DBNK194P.CBL                                     * DBNK194P
001500* Function:    Read or update a customer's marketing consents   * DBNK194P
001600*              on the BNKCONS register - for each of post,      * DBNK194P
001700*              e-mail, telephone and SMS, whether they agree to * DBNK194P
001800*              hear about our own products, offers from our     * DBNK194P
001900*              partners and the optional account alerts. Each   * DBNK194P
002000*              cell changed is written with the date and the    * DBNK194P
002100*              route it came in by, and logged on BNKTXN as a   * DBNK194P
002200*              change-type entry, sub-type K, so that consent   * DBNK194P
002300*              can be shown when it is challenged. The whole    * DBNK194P
002400*              update is backed out if any part of it fails.    * DBNK194P
002500*              VSAM version                                     * DBNK194P
002600***************************************************************** DBNK194P
002700                                                                  DBNK194P
002800 IDENTIFICATION DIVISION.                                         DBNK194P
002900 PROGRAM-ID.                                                      DBNK194P
003000     DBNK194P.                                                    DBNK194P
003100 DATE-WRITTEN.                                                    DBNK194P
003200     October 2008.                                                DBNK194P
003300 DATE-COMPILED.                                                   DBNK194P
003400     Today.                                                       DBNK194P
003500                                                                  DBNK194P
003600 ENVIRONMENT DIVISION.                                            DBNK194P
003700                                                                  DBNK194P
003800 DATA DIVISION.                                                   DBNK194P
003900                                                                  DBNK194P
004000 WORKING-STORAGE SECTION.                                         DBNK194P
004100 01  WS-MISC-STORAGE.                                             DBNK194P
004200   05  WS-PROGRAM-ID                         PIC X(8)             DBNK194P
004300       VALUE 'DBNK194P'.                                          DBNK194P
004400   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBNK194P
004500   05  WS-RESP                               PIC S9(8) COMP.      DBNK194P
004600   05  WS-CONS-TOKEN                         PIC S9(8) COMP.      DBNK194P
004700   05  WS-BNKCONS-RID.                                            DBNK194P
004800     10  WS-BNKCONS-RID-PID                  PIC X(5).            DBNK194P
004900     10  WS-BNKCONS-RID-CHANNEL              PIC X(1).            DBNK194P
005000     10  WS-BNKCONS-RID-PURPOSE              PIC X(1).            DBNK194P
005100   05  WS-BNKTXN-RID                         PIC X(26).           DBNK194P
005200   05  WS-TODAY-DATE                         PIC X(8).            DBNK194P
005300   05  WS-SUB1                               PIC S9(4) COMP.      DBNK194P
005400   05  WS-SUB2                               PIC S9(4) COMP.      DBNK194P
005500   05  WS-TXN-TAG                            PIC 9(1).            DBNK194P
005600   05  WS-CONS-FLAG                          PIC X(1).            DBNK194P
005700     88  WS-CONS-ON-FILE                     VALUE 'Y'.           DBNK194P
005800     88  WS-CONS-NOT-ON-FILE                 VALUE 'N'.           DBNK194P
005900   05  WS-OLD-STATUS                         PIC X(1).            DBNK194P
006000   05  WS-OLD-DATE                           PIC X(8).            DBNK194P
006100   05  WS-OLD-SOURCE                         PIC X(1).            DBNK194P
006200   05  WS-OLD-USERID                         PIC X(8).            DBNK194P
006300                                                                  DBNK194P
006400*  the grid order - channels down, purposes across                DBNK194P
006500 01  WS-CODE-TABLES.                                              DBNK194P
006600   05  WS-CHANNEL-CODES                      PIC X(4)             DBNK194P
006700       VALUE 'PETS'.                                              DBNK194P
006800   05  WS-PURPOSE-CODES                      PIC X(3)             DBNK194P
006900       VALUE 'MRA'.                                               DBNK194P
007000                                                                  DBNK194P
007100 01  WS-TWOS-COMP.                                                DBNK194P
007200   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBNK194P
007300   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBNK194P
007400   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          DBNK194P
007500                                                                  DBNK194P
007600 COPY CTSTAMPD.                                                   DBNK194P
007700                                                                  DBNK194P
007800 01  WS-BNKCONS-REC.                                              DBNK194P
007900 COPY CBANKVCN.                                                   DBNK194P
008000                                                                  DBNK194P
008100 01  WS-BNKTXN-REC.                                               DBNK194P
008200 COPY CBANKVTX.                                                   DBNK194P
008300                                                                  DBNK194P
008400 COPY CBANKTXD.                                                   DBNK194P
008500                                                                  DBNK194P
008600 01  WS-COMMAREA.                                                 DBNK194P
008700 COPY CBNKD194.                                                   DBNK194P
008800                                                                  DBNK194P
008900 COPY CABENDD.                                                    DBNK194P
009000                                                                  DBNK194P
009100 LINKAGE SECTION.                                                 DBNK194P
009200 01  DFHCOMMAREA.                                                 DBNK194P
009300   05  LK-COMMAREA                           PIC X(1)             DBNK194P
009400       OCCURS 1 TO 4096 TIMES                                     DBNK194P
009500         DEPENDING ON WS-COMMAREA-LENGTH.                         DBNK194P
009600                                                                  DBNK194P
009700 COPY CENTRY.                                                     DBNK194P
009800***************************************************************** DBNK194P
009900* Move the passed data to our area                              * DBNK194P
010000***************************************************************** DBNK194P
010100     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBNK194P
010200     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBNK194P
010300                                                                  DBNK194P
010400***************************************************************** DBNK194P
010500* Initialize our output area                                    * DBNK194P
010600***************************************************************** DBNK194P
010700     MOVE SPACES TO C194O-DATA.                                   DBNK194P
010800     SET C194O-FAIL TO TRUE.                                      DBNK194P
010900     MOVE 0 TO C194O-CHANGES.                                     DBNK194P
011000                                                                  DBNK194P
011100 COPY CTSTAMPP.                                                   DBNK194P
011200     MOVE WS-TIMESTAMP(1:4) TO WS-TODAY-DATE(1:4).                DBNK194P
011300     MOVE WS-TIMESTAMP(6:2) TO WS-TODAY-DATE(5:2).                DBNK194P
011400     MOVE WS-TIMESTAMP(9:2) TO WS-TODAY-DATE(7:2).                DBNK194P
011500                                                                  DBNK194P
011600     IF C194I-WRITE                                               DBNK194P
011700        GO TO UPDATE-CONSENTS                                     DBNK194P
011800     END-IF.                                                      DBNK194P
011900     IF NOT C194I-READ                                            DBNK194P
012000        MOVE 'Request code must be R or W' TO C194O-MSG           DBNK194P
012100        GO TO DBNK194P-EXIT                                       DBNK194P
012200     END-IF.                                                      DBNK194P
012300                                                                  DBNK194P
012400***************************************************************** DBNK194P
012500* Return what is on file - a cell with no record stays blank    * DBNK194P
012600***************************************************************** DBNK194P
012700     PERFORM RETURN-ONE-CHANNEL THRU                              DBNK194P
012800             RETURN-ONE-CHANNEL-EXIT                              DBNK194P
012900       VARYING WS-SUB1 FROM 1 BY 1                                DBNK194P
013000         UNTIL WS-SUB1 IS GREATER THAN 4                          DBNK194P
013100            OR C194O-MSG IS NOT EQUAL TO SPACES.                  DBNK194P
013200     IF C194O-MSG IS EQUAL TO SPACES                              DBNK194P
013300        SET C194O-OK TO TRUE                                      DBNK194P
013400     END-IF.                                                      DBNK194P
013500     GO TO DBNK194P-EXIT.                                         DBNK194P
013600                                                                  DBNK194P
013700***************************************************************** DBNK194P
013800* Validate the grid, then record every cell that differs from   * DBNK194P
013900* the register and log it. Any failure backs the lot out - the  * DBNK194P
014000* register and the log must agree                               * DBNK194P
014100***************************************************************** DBNK194P
014200 UPDATE-CONSENTS.                                                 DBNK194P
014300     INSPECT C194I-GRID                                           DBNK194P
014400       CONVERTING 'yn' TO 'YN'.                                   DBNK194P
014500     PERFORM CHECK-ONE-CHANNEL THRU                               DBNK194P
014600             CHECK-ONE-CHANNEL-EXIT                               DBNK194P
014700       VARYING WS-SUB1 FROM 1 BY 1                                DBNK194P
014800         UNTIL WS-SUB1 IS GREATER THAN 4                          DBNK194P
014900            OR C194O-MSG IS NOT EQUAL TO SPACES.                  DBNK194P
015000     IF C194O-MSG IS NOT EQUAL TO SPACES                          DBNK194P
015100        GO TO DBNK194P-EXIT                                       DBNK194P
015200     END-IF.                                                      DBNK194P
015300     IF C194I-SOURCE IS NOT EQUAL TO 'S' AND                      DBNK194P
015400        C194I-SOURCE IS NOT EQUAL TO 'W'                          DBNK194P
015500        MOVE 'Consent source must be S or W' TO C194O-MSG         DBNK194P
015600        GO TO DBNK194P-EXIT                                       DBNK194P
015700     END-IF.                                                      DBNK194P
015800                                                                  DBNK194P
015900     PERFORM STORE-ONE-CHANNEL THRU                               DBNK194P
016000             STORE-ONE-CHANNEL-EXIT                               DBNK194P
016100       VARYING WS-SUB1 FROM 1 BY 1                                DBNK194P
016200         UNTIL WS-SUB1 IS GREATER THAN 4                          DBNK194P
016300            OR C194O-MSG IS NOT EQUAL TO SPACES.                  DBNK194P
016400     IF C194O-MSG IS NOT EQUAL TO SPACES                          DBNK194P
016500        EXEC CICS SYNCPOINT ROLLBACK                              DBNK194P
016600        END-EXEC                                                  DBNK194P
016700        MOVE 0 TO C194O-CHANGES                                   DBNK194P
016800        GO TO DBNK194P-EXIT                                       DBNK194P
016900     END-IF.                                                      DBNK194P
017000                                                                  DBNK194P
017100     PERFORM RETURN-ONE-CHANNEL THRU                              DBNK194P
017200             RETURN-ONE-CHANNEL-EXIT                              DBNK194P
017300       VARYING WS-SUB1 FROM 1 BY 1                                DBNK194P
017400         UNTIL WS-SUB1 IS GREATER THAN 4                          DBNK194P
017500            OR C194O-MSG IS NOT EQUAL TO SPACES.                  DBNK194P
017600     SET C194O-OK TO TRUE.                                        DBNK194P
017700     IF C194O-CHANGES IS EQUAL TO 0                               DBNK194P
017800        MOVE 'No consent changes' TO C194O-MSG                    DBNK194P
017900     ELSE                                                         DBNK194P
018000        MOVE 'Consents updated' TO C194O-MSG                      DBNK194P
018100     END-IF.                                                      DBNK194P
018200                                                                  DBNK194P
018300***************************************************************** DBNK194P
018400* Move the result back to the callers area                      * DBNK194P
018500***************************************************************** DBNK194P
018600 DBNK194P-EXIT.                                                   DBNK194P
018700     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBNK194P
018800                                                                  DBNK194P
018900***************************************************************** DBNK194P
019000* Return to our caller                                          * DBNK194P
019100***************************************************************** DBNK194P
019200 COPY CRETURN.                                                    DBNK194P
019300                                                                  DBNK194P
019400***************************************************************** DBNK194P
019500* Each cell is Y, N or blank                                    * DBNK194P
019600***************************************************************** DBNK194P
019700 CHECK-ONE-CHANNEL.                                               DBNK194P
019800     PERFORM CHECK-ONE-CELL THRU                                  DBNK194P
019900             CHECK-ONE-CELL-EXIT                                  DBNK194P
020000       VARYING WS-SUB2 FROM 1 BY 1                                DBNK194P
020100         UNTIL WS-SUB2 IS GREATER THAN 3.                         DBNK194P
020200 CHECK-ONE-CHANNEL-EXIT.                                          DBNK194P
020300     EXIT.                                                        DBNK194P
020400                                                                  DBNK194P
020500 CHECK-ONE-CELL.                                                  DBNK194P
020600     IF C194I-FLAG (WS-SUB1, WS-SUB2) IS NOT EQUAL TO SPACE AND   DBNK194P
020700        C194I-FLAG (WS-SUB1, WS-SUB2) IS NOT EQUAL TO 'Y' AND     DBNK194P
020800        C194I-FLAG (WS-SUB1, WS-SUB2) IS NOT EQUAL TO 'N'         DBNK194P
020900        MOVE 'Consent must be Y, N or blank' TO C194O-MSG         DBNK194P
021000     END-IF.                                                      DBNK194P
021100 CHECK-ONE-CELL-EXIT.                                             DBNK194P
021200     EXIT.                                                        DBNK194P
021300                                                                  DBNK194P
021400 STORE-ONE-CHANNEL.                                               DBNK194P
021500     PERFORM STORE-ONE-CELL THRU                                  DBNK194P
021600             STORE-ONE-CELL-EXIT                                  DBNK194P
021700       VARYING WS-SUB2 FROM 1 BY 1                                DBNK194P
021800         UNTIL WS-SUB2 IS GREATER THAN 3                          DBNK194P
021900            OR C194O-MSG IS NOT EQUAL TO SPACES.                  DBNK194P
022000 STORE-ONE-CHANNEL-EXIT.                                          DBNK194P
022100     EXIT.                                                        DBNK194P
022200                                                                  DBNK194P
022300***************************************************************** DBNK194P
022400* Record one cell where it differs from the register, rewriting * DBNK194P
022500* the record held for update or writing the first one, and log  * DBNK194P
022600* the change                                                    * DBNK194P
022700***************************************************************** DBNK194P
022800 STORE-ONE-CELL.                                                  DBNK194P
022900     IF C194I-FLAG (WS-SUB1, WS-SUB2) IS EQUAL TO SPACE           DBNK194P
023000        GO TO STORE-ONE-CELL-EXIT                                 DBNK194P
023100     END-IF.                                                      DBNK194P
023200     MOVE C194I-PID TO WS-BNKCONS-RID-PID.                        DBNK194P
023300     MOVE WS-CHANNEL-CODES (WS-SUB1:1) TO WS-BNKCONS-RID-CHANNEL. DBNK194P
023400     MOVE WS-PURPOSE-CODES (WS-SUB2:1) TO WS-BNKCONS-RID-PURPOSE. DBNK194P
023500     EXEC CICS READ FILE('BNKCONS')                               DBNK194P
023600                    UPDATE                                        DBNK194P
023700                    INTO(WS-BNKCONS-REC)                          DBNK194P
023800                    LENGTH(LENGTH OF WS-BNKCONS-REC)              DBNK194P
023900                    RIDFLD(WS-BNKCONS-RID)                        DBNK194P
024000                    KEYLENGTH(LENGTH OF WS-BNKCONS-RID)           DBNK194P
024100                    TOKEN(WS-CONS-TOKEN)                          DBNK194P
024200                    RESP(WS-RESP)                                 DBNK194P
024300     END-EXEC.                                                    DBNK194P
024400     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK194P
024500        SET WS-CONS-ON-FILE TO TRUE                               DBNK194P
024600     ELSE                                                         DBNK194P
024700        IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                    DBNK194P
024800           SET WS-CONS-NOT-ON-FILE TO TRUE                        DBNK194P
024900           MOVE SPACES TO WS-BNKCONS-REC                          DBNK194P
025000           MOVE WS-BNKCONS-RID TO CNS-REC-KEY                     DBNK194P
025100        ELSE                                                      DBNK194P
025200           MOVE 'Unable to read consents' TO C194O-MSG            DBNK194P
025300           GO TO STORE-ONE-CELL-EXIT                              DBNK194P
025400        END-IF                                                    DBNK194P
025500     END-IF.                                                      DBNK194P
025600     IF WS-CONS-ON-FILE AND                                       DBNK194P
025700        CNS-REC-STATUS IS EQUAL TO C194I-FLAG (WS-SUB1, WS-SUB2)  DBNK194P
025800        EXEC CICS UNLOCK FILE('BNKCONS')                          DBNK194P
025900                         TOKEN(WS-CONS-TOKEN)                     DBNK194P
026000                         RESP(WS-RESP)                            DBNK194P
026100        END-EXEC                                                  DBNK194P
026200        GO TO STORE-ONE-CELL-EXIT                                 DBNK194P
026300     END-IF.                                                      DBNK194P
026400     MOVE CNS-REC-STATUS TO WS-OLD-STATUS.                        DBNK194P
026500     MOVE CNS-REC-DATE TO WS-OLD-DATE.                            DBNK194P
026600     MOVE CNS-REC-SOURCE TO WS-OLD-SOURCE.                        DBNK194P
026700     MOVE CNS-REC-CHANGED-BY TO WS-OLD-USERID.                    DBNK194P
026800     MOVE C194I-FLAG (WS-SUB1, WS-SUB2) TO CNS-REC-STATUS.        DBNK194P
026900     MOVE WS-TODAY-DATE TO CNS-REC-DATE.                          DBNK194P
027000     MOVE C194I-SOURCE TO CNS-REC-SOURCE.                         DBNK194P
027100     MOVE C194I-USERID TO CNS-REC-CHANGED-BY.                     DBNK194P
027200     MOVE WS-TIMESTAMP TO CNS-REC-TIMESTAMP.                      DBNK194P
027300     IF WS-CONS-ON-FILE                                           DBNK194P
027400        EXEC CICS REWRITE FILE('BNKCONS')                         DBNK194P
027500                      FROM(WS-BNKCONS-REC)                        DBNK194P
027600                      LENGTH(LENGTH OF WS-BNKCONS-REC)            DBNK194P
027700                      TOKEN(WS-CONS-TOKEN)                        DBNK194P
027800                      RESP(WS-RESP)                               DBNK194P
027900        END-EXEC                                                  DBNK194P
028000     ELSE                                                         DBNK194P
028100        EXEC CICS WRITE FILE('BNKCONS')                           DBNK194P
028200                      FROM(WS-BNKCONS-REC)                        DBNK194P
028300                      LENGTH(LENGTH OF WS-BNKCONS-REC)            DBNK194P
028400                      RIDFLD(WS-BNKCONS-RID)                      DBNK194P
028500                      KEYLENGTH(LENGTH OF WS-BNKCONS-RID)         DBNK194P
028600                      RESP(WS-RESP)                               DBNK194P
028700        END-EXEC                                                  DBNK194P
028800     END-IF.                                                      DBNK194P
028900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK194P
029000        MOVE 'Unable to update consents' TO C194O-MSG             DBNK194P
029100        GO TO STORE-ONE-CELL-EXIT                                 DBNK194P
029200     END-IF.                                                      DBNK194P
029300     PERFORM WRITE-CHANGE-LOG THRU                                DBNK194P
029400             WRITE-CHANGE-LOG-EXIT.                               DBNK194P
029500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK194P
029600        MOVE 'Unable to record the consent change' TO C194O-MSG   DBNK194P
029700        GO TO STORE-ONE-CELL-EXIT                                 DBNK194P
029800     END-IF.                                                      DBNK194P
029900     ADD 1 TO C194O-CHANGES.                                      DBNK194P
030000 STORE-ONE-CELL-EXIT.                                             DBNK194P
030100     EXIT.                                                        DBNK194P
030200                                                                  DBNK194P
030300***************************************************************** DBNK194P
030400* Log the cell on BNKTXN as a change-type entry, sub-type K,    * DBNK194P
030500* under the customer with no account, as DBANK07P logs a        * DBNK194P
030600* contact change. The last digit of the timestamp is stepped if * DBNK194P
030700* another entry already holds the key                           * DBNK194P
030800***************************************************************** DBNK194P
030900 WRITE-CHANGE-LOG.                                                DBNK194P
031000     MOVE SPACES TO WS-BNKTXN-REC.                                DBNK194P
031100     MOVE C194I-PID TO BTX-REC-PID.                               DBNK194P
031200     MOVE SPACES TO BTX-REC-ACCNO.                                DBNK194P
031300     SET BTX-REC-TYPE-CHANGE TO TRUE.                             DBNK194P
031400     SET BTX-REC-SUB-TYPE-CONSENT TO TRUE.                        DBNK194P
031500     MOVE ZERO TO BTX-REC-AMOUNT.                                 DBNK194P
031600     MOVE SPACES TO TXN-T6-OLD.                                   DBNK194P
031700     MOVE CNS-REC-CHANNEL TO TXN-T6-OLD-CHANNEL.                  DBNK194P
031800     MOVE CNS-REC-PURPOSE TO TXN-T6-OLD-PURPOSE.                  DBNK194P
031900     MOVE WS-OLD-STATUS TO TXN-T6-OLD-STATUS.                     DBNK194P
032000     MOVE WS-OLD-DATE TO TXN-T6-OLD-DATE.                         DBNK194P
032100     MOVE WS-OLD-SOURCE TO TXN-T6-OLD-SOURCE.                     DBNK194P
032200     MOVE WS-OLD-USERID TO TXN-T6-OLD-USERID.                     DBNK194P
032300     MOVE SPACES TO TXN-T6-NEW.                                   DBNK194P
032400     MOVE CNS-REC-CHANNEL TO TXN-T6-NEW-CHANNEL.                  DBNK194P
032500     MOVE CNS-REC-PURPOSE TO TXN-T6-NEW-PURPOSE.                  DBNK194P
032600     MOVE CNS-REC-STATUS TO TXN-T6-NEW-STATUS.                    DBNK194P
032700     MOVE CNS-REC-DATE TO TXN-T6-NEW-DATE.                        DBNK194P
032800     MOVE CNS-REC-SOURCE TO TXN-T6-NEW-SOURCE.                    DBNK194P
032900     MOVE CNS-REC-CHANGED-BY TO TXN-T6-NEW-USERID.                DBNK194P
033000     MOVE TXN-T6-OLD TO BTX-REC-DATA-OLD.                         DBNK194P
033100     MOVE TXN-T6-NEW TO BTX-REC-DATA-NEW.                         DBNK194P
033200     MOVE 0 TO WS-TXN-TAG.                                        DBNK194P
033300 WRITE-CHANGE-LOG-TRY.                                            DBNK194P
033400 COPY CTSTAMPP.                                                   DBNK194P
033500     MOVE WS-TXN-TAG TO WS-TIMESTAMP (26:1).                      DBNK194P
033600     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      DBNK194P
033700     MOVE SPACES TO BTX-REC-ALTKEY1-ACCNO.                        DBNK194P
033800     MOVE WS-TIMESTAMP TO BTX-REC-ALTKEY1-TIMESTAMP.              DBNK194P
033900     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBNK194P
034000     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBNK194P
034100     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBNK194P
034200     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBNK194P
034300                           WS-TWOS-COMP-INPUT                     DBNK194P
034400                           WS-TWOS-COMP-OUTPUT.                   DBNK194P
034500     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            DBNK194P
034600     MOVE WS-TIMESTAMP TO WS-BNKTXN-RID.                          DBNK194P
034700     EXEC CICS WRITE FILE('BNKTXN')                               DBNK194P
034800                     FROM(WS-BNKTXN-REC)                          DBNK194P
034900                     LENGTH(LENGTH OF WS-BNKTXN-REC)              DBNK194P
035000                     RIDFLD(WS-BNKTXN-RID)                        DBNK194P
035100                     KEYLENGTH(LENGTH OF WS-BNKTXN-RID)           DBNK194P
035200                     RESP(WS-RESP)                                DBNK194P
035300     END-EXEC.                                                    DBNK194P
035400     IF WS-RESP IS EQUAL TO DFHRESP(DUPREC) AND                   DBNK194P
035500        WS-TXN-TAG IS LESS THAN 9                                 DBNK194P
035600        ADD 1 TO WS-TXN-TAG                                       DBNK194P
035700        GO TO WRITE-CHANGE-LOG-TRY                                DBNK194P
035800     END-IF.                                                      DBNK194P
035900 WRITE-CHANGE-LOG-EXIT.                                           DBNK194P
036000     EXIT.                                                        DBNK194P
036100                                                                  DBNK194P
036200***************************************************************** DBNK194P
036300* Copy the register into the output grid                        * DBNK194P
036400***************************************************************** DBNK194P
036500 RETURN-ONE-CHANNEL.                                              DBNK194P
036600     PERFORM RETURN-ONE-CELL THRU                                 DBNK194P
036700             RETURN-ONE-CELL-EXIT                                 DBNK194P
036800       VARYING WS-SUB2 FROM 1 BY 1                                DBNK194P
036900         UNTIL WS-SUB2 IS GREATER THAN 3                          DBNK194P
037000            OR C194O-MSG IS NOT EQUAL TO SPACES.                  DBNK194P
037100 RETURN-ONE-CHANNEL-EXIT.                                         DBNK194P
037200     EXIT.                                                        DBNK194P
037300                                                                  DBNK194P
037400 RETURN-ONE-CELL.                                                 DBNK194P
037500     MOVE SPACES TO C194O-CELL (WS-SUB1, WS-SUB2).                DBNK194P
037600     MOVE C194I-PID TO WS-BNKCONS-RID-PID.                        DBNK194P
037700     MOVE WS-CHANNEL-CODES (WS-SUB1:1) TO WS-BNKCONS-RID-CHANNEL. DBNK194P
037800     MOVE WS-PURPOSE-CODES (WS-SUB2:1) TO WS-BNKCONS-RID-PURPOSE. DBNK194P
037900     EXEC CICS READ FILE('BNKCONS')                               DBNK194P
038000                    INTO(WS-BNKCONS-REC)                          DBNK194P
038100                    LENGTH(LENGTH OF WS-BNKCONS-REC)              DBNK194P
038200                    RIDFLD(WS-BNKCONS-RID)                        DBNK194P
038300                    KEYLENGTH(LENGTH OF WS-BNKCONS-RID)           DBNK194P
038400                    RESP(WS-RESP)                                 DBNK194P
038500     END-EXEC.                                                    DBNK194P
038600     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                       DBNK194P
038700        GO TO RETURN-ONE-CELL-EXIT                                DBNK194P
038800     END-IF.                                                      DBNK194P
038900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK194P
039000        MOVE 'Unable to read consents' TO C194O-MSG               DBNK194P
039100        GO TO RETURN-ONE-CELL-EXIT                                DBNK194P
039200     END-IF.                                                      DBNK194P
039300     MOVE CNS-REC-STATUS TO C194O-FLAG (WS-SUB1, WS-SUB2).        DBNK194P
039400     MOVE CNS-REC-DATE TO C194O-DATE (WS-SUB1, WS-SUB2).          DBNK194P
039500     MOVE CNS-REC-SOURCE TO C194O-SOURCE (WS-SUB1, WS-SUB2).      DBNK194P
039600 RETURN-ONE-CELL-EXIT.                                            DBNK194P
039700     EXIT.                                                        DBNK194P
