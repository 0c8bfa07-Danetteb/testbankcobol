000100***************************************************************** DBNK174P
000200*                                                               * DBNK174P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK174P
000400*   This demonstration program is provided for use by users     * DBNK174P
000500*   of Micro Focus products and may be used, modified and       * DBNK174P
000600*   distributed as part of your application provided that       * DBNK174P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK174P
000800*   in this material.                                           * DBNK174P
000900*                                                               * DBNK174P
001000***************************************************************** DBNK174P
001100                                                                  DBNK174P
001200***************************************************************** DBNK174P
001300* Program:     DBNK174P.CBL                                     * DBNK174P
001400* Function:    Read or update a customer's tax residency on     * DBNK174P
001500*              BNKTAXR - up to three countries, each with its   * DBNK174P
001600*              taxpayer identification number, and whether a    * DBNK174P
001700*              self-certification is held. A signed             * DBNK174P
001800*              self-certification is dated when first given     * DBNK174P
001900*              and again whenever the countries or numbers it   * DBNK174P
002000*              covers change.                                   * DBNK174P
002100*              VSAM version                                     * DBNK174P
002200***************************************************************** DBNK174P
002300                                                                  DBNK174P
002400 IDENTIFICATION DIVISION.                                         DBNK174P
002500 PROGRAM-ID.                                                      DBNK174P
002600     DBNK174P.                                                    DBNK174P
002700 DATE-WRITTEN.                                                    DBNK174P
002800     October 2007.                                                DBNK174P
002900 DATE-COMPILED.                                                   DBNK174P
003000     Today.                                                       DBNK174P
003100                                                                  DBNK174P
003200 ENVIRONMENT DIVISION.                                            DBNK174P
003300                                                                  DBNK174P
003400 DATA DIVISION.                                                   DBNK174P
003500                                                                  DBNK174P
003600 WORKING-STORAGE SECTION.                                         DBNK174P
003700 01  WS-MISC-STORAGE.                                             DBNK174P
003800   05  WS-PROGRAM-ID                         PIC X(8)             DBNK174P
003900       VALUE 'DBNK174P'.                                          DBNK174P
004000   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBNK174P
004100   05  WS-RESP                               PIC S9(8) COMP.      DBNK174P
004200   05  WS-TAXR-TOKEN                         PIC S9(8) COMP.      DBNK174P
004300   05  WS-BNKTAXR-RID                        PIC X(5).            DBNK174P
004400   05  WS-TODAY-DATE                         PIC X(8).            DBNK174P
004500   05  WS-SUB1                               PIC S9(4) COMP.      DBNK174P
004600   05  WS-SUB2                               PIC S9(4) COMP.      DBNK174P
004700   05  WS-CNTRY-USED                         PIC S9(4) COMP.      DBNK174P
004800   05  WS-TAXR-FLAG                          PIC X(1).            DBNK174P
004900     88  WS-TAXR-ON-FILE                     VALUE 'Y'.           DBNK174P
005000     88  WS-TAXR-NOT-ON-FILE                 VALUE 'N'.           DBNK174P
005100   05  WS-OLD-RESIDENCY                      PIC X(69).           DBNK174P
005200                                                                  DBNK174P
005300 COPY CTSTAMPD.                                                   DBNK174P
005400                                                                  DBNK174P
005500 01  WS-BNKTAXR-REC.                                              DBNK174P
005600 COPY CBANKVTR.                                                   DBNK174P
005700                                                                  DBNK174P
005800 01  WS-COMMAREA.                                                 DBNK174P
005900 COPY CBNKD174.                                                   DBNK174P
006000                                                                  DBNK174P
006100 COPY CABENDD.                                                    DBNK174P
006200                                                                  DBNK174P
006300 LINKAGE SECTION.                                                 DBNK174P
006400 01  DFHCOMMAREA.                                                 DBNK174P
006500   05  LK-COMMAREA                           PIC X(1)             DBNK174P
006600       OCCURS 1 TO 4096 TIMES                                     DBNK174P
006700         DEPENDING ON WS-COMMAREA-LENGTH.                         DBNK174P
006800                                                                  DBNK174P
006900 COPY CENTRY.                                                     DBNK174P
007000***************************************************************** DBNK174P
007100* Move the passed data to our area                              * DBNK174P
007200***************************************************************** DBNK174P
007300     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBNK174P
007400     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBNK174P
007500                                                                  DBNK174P
007600***************************************************************** DBNK174P
007700* Initialize our output area                                    * DBNK174P
007800***************************************************************** DBNK174P
007900     MOVE SPACES TO C174O-DATA.                                   DBNK174P
008000     SET C174O-FAIL TO TRUE.                                      DBNK174P
008100                                                                  DBNK174P
008200 COPY CTSTAMPP.                                                   DBNK174P
008300     MOVE WS-TIMESTAMP(1:4) TO WS-TODAY-DATE(1:4).                DBNK174P
008400     MOVE WS-TIMESTAMP(6:2) TO WS-TODAY-DATE(5:2).                DBNK174P
008500     MOVE WS-TIMESTAMP(9:2) TO WS-TODAY-DATE(7:2).                DBNK174P
008600                                                                  DBNK174P
008610     IF C174I-VALIDATE                                            DBNK174P
008620        PERFORM VALIDATE-RESIDENCY THRU                           DBNK174P
008630                VALIDATE-RESIDENCY-EXIT                           DBNK174P
008640        IF C174O-MSG IS EQUAL TO SPACES                           DBNK174P
008650           SET C174O-OK TO TRUE                                   DBNK174P
008660        END-IF                                                    DBNK174P
008670        GO TO DBNK174P-EXIT                                       DBNK174P
008680     END-IF.                                                      DBNK174P
008700     IF C174I-WRITE                                               DBNK174P
008800        GO TO UPDATE-RESIDENCY                                    DBNK174P
008900     END-IF.                                                      DBNK174P
009000                                                                  DBNK174P
009100***************************************************************** DBNK174P
009200* Return what is on file - a customer with no record yet has    * DBNK174P
009300* no countries and no self-certification                        * DBNK174P
009400***************************************************************** DBNK174P
009500     MOVE C174I-PID TO WS-BNKTAXR-RID.                            DBNK174P
009600     EXEC CICS READ FILE('BNKTAXR')                               DBNK174P
009700                    INTO(WS-BNKTAXR-REC)                          DBNK174P
009800                    LENGTH(LENGTH OF WS-BNKTAXR-REC)              DBNK174P
009900                    RIDFLD(WS-BNKTAXR-RID)                        DBNK174P
010000                    KEYLENGTH(LENGTH OF WS-BNKTAXR-RID)           DBNK174P
010100                    RESP(WS-RESP)                                 DBNK174P
010200     END-EXEC.                                                    DBNK174P
010300     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                       DBNK174P
010400        SET C174O-OK TO TRUE                                      DBNK174P
010500        MOVE 'No tax residency on file' TO C174O-MSG              DBNK174P
010600        GO TO DBNK174P-EXIT                                       DBNK174P
010700     END-IF.                                                      DBNK174P
010800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK174P
010900        MOVE 'Unable to read tax residency' TO C174O-MSG          DBNK174P
011000        GO TO DBNK174P-EXIT                                       DBNK174P
011100     END-IF.                                                      DBNK174P
011200     PERFORM RETURN-RESIDENCY THRU                                DBNK174P
011300             RETURN-RESIDENCY-EXIT.                               DBNK174P
011400     SET C174O-OK TO TRUE.                                        DBNK174P
011500     GO TO DBNK174P-EXIT.                                         DBNK174P
011600                                                                  DBNK174P
011700***************************************************************** DBNK174P
011800* Validate the new details, then rewrite the record held for    * DBNK174P
011900* update or write the customer's first one                      * DBNK174P
012000***************************************************************** DBNK174P
012100 UPDATE-RESIDENCY.                                                DBNK174P
012200     PERFORM VALIDATE-RESIDENCY THRU                              DBNK174P
012300             VALIDATE-RESIDENCY-EXIT.                             DBNK174P
012400     IF C174O-MSG IS NOT EQUAL TO SPACES                          DBNK174P
012500        GO TO DBNK174P-EXIT                                       DBNK174P
012600     END-IF.                                                      DBNK174P
012700                                                                  DBNK174P
012800     MOVE C174I-PID TO WS-BNKTAXR-RID.                            DBNK174P
012900     EXEC CICS READ FILE('BNKTAXR')                               DBNK174P
013000                    UPDATE                                        DBNK174P
013100                    INTO(WS-BNKTAXR-REC)                          DBNK174P
013200                    LENGTH(LENGTH OF WS-BNKTAXR-REC)              DBNK174P
013300                    RIDFLD(WS-BNKTAXR-RID)                        DBNK174P
013400                    KEYLENGTH(LENGTH OF WS-BNKTAXR-RID)           DBNK174P
013500                    TOKEN(WS-TAXR-TOKEN)                          DBNK174P
013600                    RESP(WS-RESP)                                 DBNK174P
013700     END-EXEC.                                                    DBNK174P
013800     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK174P
013900        SET WS-TAXR-ON-FILE TO TRUE                               DBNK174P
014000     ELSE                                                         DBNK174P
014100        IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                    DBNK174P
014200           SET WS-TAXR-NOT-ON-FILE TO TRUE                        DBNK174P
014300           MOVE SPACES TO WS-BNKTAXR-REC                          DBNK174P
014400           MOVE C174I-PID TO TXR-REC-PID                          DBNK174P
014500        ELSE                                                      DBNK174P
014600           MOVE 'Unable to read tax residency' TO C174O-MSG       DBNK174P
014700           GO TO DBNK174P-EXIT                                    DBNK174P
014800        END-IF                                                    DBNK174P
014900     END-IF.                                                      DBNK174P
015000                                                                  DBNK174P
015100*    a signed self-certification is re-dated when what it covers  DBNK174P
015200*    changes; withdrawing it clears the date                      DBNK174P
015300     MOVE SPACES TO WS-OLD-RESIDENCY.                             DBNK174P
015400     IF WS-TAXR-ON-FILE                                           DBNK174P
015500        MOVE WS-BNKTAXR-REC (6:69) TO WS-OLD-RESIDENCY            DBNK174P
015600     END-IF.                                                      DBNK174P
015700     PERFORM STORE-ONE-RESIDENCY THRU                             DBNK174P
015800             STORE-ONE-RESIDENCY-EXIT                             DBNK174P
015900       VARYING WS-SUB1 FROM 1 BY 1                                DBNK174P
016000         UNTIL WS-SUB1 IS GREATER THAN 3.                         DBNK174P
016100     IF C174I-SELF-CERT IS EQUAL TO 'Y'                           DBNK174P
016200        IF TXR-REC-CERT-MISSING OR                                DBNK174P
016300           WS-BNKTAXR-REC (6:69) IS NOT EQUAL TO WS-OLD-RESIDENCY DBNK174P
016400           MOVE WS-TODAY-DATE TO TXR-REC-CERT-DATE                DBNK174P
016500        END-IF                                                    DBNK174P
016600        SET TXR-REC-CERT-SIGNED TO TRUE                           DBNK174P
016700     ELSE                                                         DBNK174P
016800        MOVE 'N' TO TXR-REC-SELF-CERT                             DBNK174P
016900        MOVE SPACES TO TXR-REC-CERT-DATE                          DBNK174P
017000     END-IF.                                                      DBNK174P
017100     MOVE WS-PROGRAM-ID TO TXR-REC-UPDATED-BY.                    DBNK174P
017200     MOVE WS-TODAY-DATE TO TXR-REC-UPDATED-DATE.                  DBNK174P
017300                                                                  DBNK174P
017400     IF WS-TAXR-ON-FILE                                           DBNK174P
017500        EXEC CICS REWRITE FILE('BNKTAXR')                         DBNK174P
017600                       FROM(WS-BNKTAXR-REC)                       DBNK174P
017700                       LENGTH(LENGTH OF WS-BNKTAXR-REC)           DBNK174P
017800                       TOKEN(WS-TAXR-TOKEN)                       DBNK174P
017900                       RESP(WS-RESP)                              DBNK174P
018000        END-EXEC                                                  DBNK174P
018100     ELSE                                                         DBNK174P
018200        EXEC CICS WRITE FILE('BNKTAXR')                           DBNK174P
018300                       FROM(WS-BNKTAXR-REC)                       DBNK174P
018400                       LENGTH(LENGTH OF WS-BNKTAXR-REC)           DBNK174P
018500                       RIDFLD(WS-BNKTAXR-RID)                     DBNK174P
018600                       KEYLENGTH(LENGTH OF WS-BNKTAXR-RID)        DBNK174P
018700                       RESP(WS-RESP)                              DBNK174P
018800        END-EXEC                                                  DBNK174P
018900     END-IF.                                                      DBNK174P
019000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK174P
019100        MOVE 'Unable to update tax residency' TO C174O-MSG        DBNK174P
019200        GO TO DBNK174P-EXIT                                       DBNK174P
019300     END-IF.                                                      DBNK174P
019400     PERFORM RETURN-RESIDENCY THRU                                DBNK174P
019500             RETURN-RESIDENCY-EXIT.                               DBNK174P
019600     SET C174O-OK TO TRUE.                                        DBNK174P
019700     MOVE 'Tax residency updated' TO C174O-MSG.                   DBNK174P
019800                                                                  DBNK174P
019900***************************************************************** DBNK174P
020000* Move the result back to the callers area                      * DBNK174P
020100***************************************************************** DBNK174P
020200 DBNK174P-EXIT.                                                   DBNK174P
020300     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBNK174P
020400                                                                  DBNK174P
020500***************************************************************** DBNK174P
020600* Return to our caller                                          * DBNK174P
020700***************************************************************** DBNK174P
020800 COPY CRETURN.                                                    DBNK174P
020900                                                                  DBNK174P
021000***************************************************************** DBNK174P
021100* Each country used needs its TIN and each TIN its country; no  * DBNK174P
021200* country twice; the self-certification is Y, N or blank and a  * DBNK174P
021300* Y needs at least one country to certify                       * DBNK174P
021400***************************************************************** DBNK174P
021500 VALIDATE-RESIDENCY.                                              DBNK174P
021600     INSPECT C174I-DATA                                           DBNK174P
021700       CONVERTING 'abcdefghijklmnopqrstuvwxyz'                    DBNK174P
021800               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                   DBNK174P
021900     MOVE 0 TO WS-CNTRY-USED.                                     DBNK174P
022000     PERFORM CHECK-ONE-RESIDENCY THRU                             DBNK174P
022100             CHECK-ONE-RESIDENCY-EXIT                             DBNK174P
022200       VARYING WS-SUB1 FROM 1 BY 1                                DBNK174P
022300         UNTIL WS-SUB1 IS GREATER THAN 3                          DBNK174P
022400            OR C174O-MSG IS NOT EQUAL TO SPACES.                  DBNK174P
022500     IF C174O-MSG IS NOT EQUAL TO SPACES                          DBNK174P
022600        GO TO VALIDATE-RESIDENCY-EXIT                             DBNK174P
022700     END-IF.                                                      DBNK174P
022800     IF C174I-SELF-CERT IS NOT EQUAL TO SPACE AND                 DBNK174P
022900        C174I-SELF-CERT IS NOT EQUAL TO 'Y' AND                   DBNK174P
023000        C174I-SELF-CERT IS NOT EQUAL TO 'N'                       DBNK174P
023100        MOVE 'Self-certification must be Y or N' TO C174O-MSG     DBNK174P
023200        GO TO VALIDATE-RESIDENCY-EXIT                             DBNK174P
023300     END-IF.                                                      DBNK174P
023400     IF C174I-SELF-CERT IS EQUAL TO 'Y' AND                       DBNK174P
023500        WS-CNTRY-USED IS EQUAL TO 0                               DBNK174P
023600        MOVE 'Self-certification needs a tax country'             DBNK174P
023700          TO C174O-MSG                                            DBNK174P
023800     END-IF.                                                      DBNK174P
023900 VALIDATE-RESIDENCY-EXIT.                                         DBNK174P
024000     EXIT.                                                        DBNK174P
024100                                                                  DBNK174P
024200 CHECK-ONE-RESIDENCY.                                             DBNK174P
024300     IF C174I-CNTRY (WS-SUB1) IS EQUAL TO SPACES                  DBNK174P
024400        IF C174I-TIN (WS-SUB1) IS NOT EQUAL TO SPACES             DBNK174P
024500           MOVE 'Tax country missing for a TIN' TO C174O-MSG      DBNK174P
024600        END-IF                                                    DBNK174P
024700        GO TO CHECK-ONE-RESIDENCY-EXIT                            DBNK174P
024800     END-IF.                                                      DBNK174P
024900     IF C174I-TIN (WS-SUB1) IS EQUAL TO SPACES                    DBNK174P
025000        MOVE 'TIN required for each tax country' TO C174O-MSG     DBNK174P
025100        GO TO CHECK-ONE-RESIDENCY-EXIT                            DBNK174P
025200     END-IF.                                                      DBNK174P
025300     ADD 1 TO WS-CNTRY-USED.                                      DBNK174P
025400     PERFORM CHECK-REPEAT-CNTRY THRU                              DBNK174P
025500             CHECK-REPEAT-CNTRY-EXIT                              DBNK174P
025600       VARYING WS-SUB2 FROM 1 BY 1                                DBNK174P
025700         UNTIL WS-SUB2 IS NOT LESS THAN WS-SUB1.                  DBNK174P
025800 CHECK-ONE-RESIDENCY-EXIT.                                        DBNK174P
025900     EXIT.                                                        DBNK174P
026000                                                                  DBNK174P
026100 CHECK-REPEAT-CNTRY.                                              DBNK174P
026200     IF C174I-CNTRY (WS-SUB2) IS EQUAL TO C174I-CNTRY (WS-SUB1)   DBNK174P
026300        MOVE 'Tax country entered twice' TO C174O-MSG             DBNK174P
026400     END-IF.                                                      DBNK174P
026500 CHECK-REPEAT-CNTRY-EXIT.                                         DBNK174P
026600     EXIT.                                                        DBNK174P
026700                                                                  DBNK174P
026800 STORE-ONE-RESIDENCY.                                             DBNK174P
026900     MOVE C174I-CNTRY (WS-SUB1) TO TXR-REC-CNTRY (WS-SUB1).       DBNK174P
027000     MOVE C174I-TIN (WS-SUB1) TO TXR-REC-TIN (WS-SUB1).           DBNK174P
027100 STORE-ONE-RESIDENCY-EXIT.                                        DBNK174P
027200     EXIT.                                                        DBNK174P
027300                                                                  DBNK174P
027400***************************************************************** DBNK174P
027500* Copy the record on file into the output area                  * DBNK174P
027600***************************************************************** DBNK174P
027700 RETURN-RESIDENCY.                                                DBNK174P
027800     PERFORM RETURN-ONE-RESIDENCY THRU                            DBNK174P
027900             RETURN-ONE-RESIDENCY-EXIT                            DBNK174P
028000       VARYING WS-SUB1 FROM 1 BY 1                                DBNK174P
028100         UNTIL WS-SUB1 IS GREATER THAN 3.                         DBNK174P
028200     MOVE TXR-REC-SELF-CERT TO C174O-SELF-CERT.                   DBNK174P
028300     MOVE TXR-REC-CERT-DATE TO C174O-CERT-DATE.                   DBNK174P
028400 RETURN-RESIDENCY-EXIT.                                           DBNK174P
028500     EXIT.                                                        DBNK174P
028600                                                                  DBNK174P
028700 RETURN-ONE-RESIDENCY.                                            DBNK174P
028800     MOVE TXR-REC-CNTRY (WS-SUB1) TO C174O-CNTRY (WS-SUB1).       DBNK174P
028900     MOVE TXR-REC-TIN (WS-SUB1) TO C174O-TIN (WS-SUB1).           DBNK174P
029000 RETURN-ONE-RESIDENCY-EXIT.                                       DBNK174P
029100     EXIT.                                                        DBNK174P
