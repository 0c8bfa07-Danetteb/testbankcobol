000100***************************************************************** DBNK176P
000200*                                                               * DBNK176P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK176P
000400*   This demonstration program is provided for use by users     * DBNK176P
000500*   of Micro Focus products and may be used, modified and       * DBNK176P
000600*   distributed as part of your application provided that       * DBNK176P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK176P
000800*   in this material.                                           * DBNK176P
000900*                                                               * DBNK176P
001000***************************************************************** DBNK176P
001100                                                                  DBNK176P
001200***************************************************************** DBNK176P
001300* Program:     DBNK176P.CBL                                     * DBNK176P
001400* Function:    Business entity customers. Sets a customer's     * DBNK176P
001500*              entity type (company, partnership or trust) and  * DBNK176P
001600*              business profile on BNKENTY, and maintains the   * DBNK176P
001700*              beneficial owner register BNKBOWN - the          * DBNK176P
001800*              individual customers who own or control the      * DBNK176P
001900*              entity, with the share each holds. Shares on     * DBNK176P
002000*              the register may not total more than 100 per     * DBNK176P
002100*              cent. An inquiry returns the profile and the     * DBNK176P
002200*              people currently on the register.                * DBNK176P
002300*              VSAM version                                     * DBNK176P
002400***************************************************************** DBNK176P
002500                                                                  DBNK176P
002600 IDENTIFICATION DIVISION.                                         DBNK176P
002700 PROGRAM-ID.                                                      DBNK176P
002800     DBNK176P.                                                    DBNK176P
002900 DATE-WRITTEN.                                                    DBNK176P
003000     October 2007.                                                DBNK176P
003100 DATE-COMPILED.                                                   DBNK176P
003200     Today.                                                       DBNK176P
003300                                                                  DBNK176P
003400 ENVIRONMENT DIVISION.                                            DBNK176P
003500                                                                  DBNK176P
003600 DATA DIVISION.                                                   DBNK176P
003700                                                                  DBNK176P
003800 WORKING-STORAGE SECTION.                                         DBNK176P
003900 01  WS-MISC-STORAGE.                                             DBNK176P
004000   05  WS-PROGRAM-ID                         PIC X(8)             DBNK176P
004100       VALUE 'DBNK176P'.                                          DBNK176P
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBNK176P
004300   05  WS-RESP                               PIC S9(8) COMP.      DBNK176P
004400   05  WS-CUST-TOKEN                         PIC S9(8) COMP.      DBNK176P
004500   05  WS-ENTY-TOKEN                         PIC S9(8) COMP.      DBNK176P
004600   05  WS-BOWN-TOKEN                         PIC S9(8) COMP.      DBNK176P
004700   05  WS-BNKCUST-RID                        PIC X(5).            DBNK176P
004800   05  WS-BNKENTY-RID                        PIC X(5).            DBNK176P
004900   05  WS-BNKBOWN-RID.                                            DBNK176P
005000     10  WS-BNKBOWN-RID-ENTITY               PIC X(5).            DBNK176P
005100     10  WS-BNKBOWN-RID-OWNER                PIC X(5).            DBNK176P
005200   05  WS-TODAY-DATE                         PIC X(8).            DBNK176P
005300   05  WS-DONE-MSG                           PIC X(40).           DBNK176P
005400   05  WS-ENTITY-NAME                        PIC X(30).           DBNK176P
005500   05  WS-ENTITY-TYPE                        PIC X(1).            DBNK176P
005600   05  WS-OTHERS-PCT                         PIC 9(5)V99.         DBNK176P
005700   05  WS-NEW-TOTAL-PCT                      PIC 9(5)V99.         DBNK176P
005800   05  WS-ENTY-FLAG                          PIC X(1).            DBNK176P
005900     88  WS-ENTY-ON-FILE                     VALUE 'Y'.           DBNK176P
006000     88  WS-ENTY-NOT-ON-FILE                 VALUE 'N'.           DBNK176P
006100                                                                  DBNK176P
006200 COPY CTSTAMPD.                                                   DBNK176P
006300                                                                  DBNK176P
006400 01  WS-BNKCUST-REC.                                              DBNK176P
006500 COPY CBANKVCS.                                                   DBNK176P
006600                                                                  DBNK176P
006700 01  WS-BNKENTY-REC.                                              DBNK176P
006800 COPY CBANKVEN.                                                   DBNK176P
006900                                                                  DBNK176P
007000 01  WS-BNKBOWN-REC.                                              DBNK176P
007100 COPY CBANKVBO.                                                   DBNK176P
007200                                                                  DBNK176P
007300 01  WS-COMMAREA.                                                 DBNK176P
007400 COPY CBNKD176.                                                   DBNK176P
007500                                                                  DBNK176P
007600 COPY CABENDD.                                                    DBNK176P
007700                                                                  DBNK176P
007800 LINKAGE SECTION.                                                 DBNK176P
007900 01  DFHCOMMAREA.                                                 DBNK176P
008000   05  LK-COMMAREA                           PIC X(1)             DBNK176P
008100       OCCURS 1 TO 4096 TIMES                                     DBNK176P
008200         DEPENDING ON WS-COMMAREA-LENGTH.                         DBNK176P
008300                                                                  DBNK176P
008400 COPY CENTRY.                                                     DBNK176P
008500***************************************************************** DBNK176P
008600* Move the passed data to our area                              * DBNK176P
008700***************************************************************** DBNK176P
008800     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBNK176P
008900     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBNK176P
009000                                                                  DBNK176P
009100***************************************************************** DBNK176P
009200* Initialize our output area                                    * DBNK176P
009300***************************************************************** DBNK176P
009400     MOVE SPACES TO C176O-DATA.                                   DBNK176P
009500     SET C176O-FAIL TO TRUE.                                      DBNK176P
009600     MOVE 0 TO C176O-TOTAL-PCT.                                   DBNK176P
009700     MOVE 0 TO C176O-COUNT.                                       DBNK176P
009800     MOVE SPACES TO WS-DONE-MSG.                                  DBNK176P
009900                                                                  DBNK176P
010000 COPY CTSTAMPP.                                                   DBNK176P
010100     MOVE WS-TIMESTAMP(1:4) TO WS-TODAY-DATE(1:4).                DBNK176P
010200     MOVE WS-TIMESTAMP(6:2) TO WS-TODAY-DATE(5:2).                DBNK176P
010300     MOVE WS-TIMESTAMP(9:2) TO WS-TODAY-DATE(7:2).                DBNK176P
010400                                                                  DBNK176P
010500***************************************************************** DBNK176P
010600* Every function starts from the entity's customer record       * DBNK176P
010700***************************************************************** DBNK176P
010800     MOVE C176I-ENTITY-PID TO WS-BNKCUST-RID.                     DBNK176P
010900     EXEC CICS READ FILE('BNKCUST')                               DBNK176P
011000                    INTO(WS-BNKCUST-REC)                          DBNK176P
011100                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBNK176P
011200                    RIDFLD(WS-BNKCUST-RID)                        DBNK176P
011300                    RESP(WS-RESP)                                 DBNK176P
011400     END-EXEC.                                                    DBNK176P
011500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK176P
011600        MOVE 'Customer not found' TO C176O-MSG                    DBNK176P
011700        GO TO DBNK176P-EXIT                                       DBNK176P
011800     END-IF.                                                      DBNK176P
011900     MOVE BCS-REC-NAME TO WS-ENTITY-NAME.                         DBNK176P
012000     MOVE BCS-REC-ENTITY-TYPE TO WS-ENTITY-TYPE.                  DBNK176P
012100                                                                  DBNK176P
012200     IF C176I-SET-PROFILE                                         DBNK176P
012300        GO TO SET-PROFILE                                         DBNK176P
012400     END-IF.                                                      DBNK176P
012500     IF C176I-INQUIRE                                             DBNK176P
012600        GO TO RETURN-ENTITY                                       DBNK176P
012700     END-IF.                                                      DBNK176P
012800     IF NOT BCS-REC-IS-ENTITY                                     DBNK176P
012900        MOVE 'Customer is not a business entity' TO C176O-MSG     DBNK176P
013000        GO TO DBNK176P-EXIT                                       DBNK176P
013100     END-IF.                                                      DBNK176P
013200     IF C176I-REMOVE-OWNER                                        DBNK176P
013300        GO TO REMOVE-OWNER                                        DBNK176P
013400     END-IF.                                                      DBNK176P
013500                                                                  DBNK176P
013600***************************************************************** DBNK176P
013700* Add a person to the register, or change the share or role of  * DBNK176P
013800* one already on it. The person must be an individual customer  * DBNK176P
013900* and the register may not go over 100 per cent                 * DBNK176P
014000***************************************************************** DBNK176P
014100     IF C176I-OWNER-PID IS EQUAL TO C176I-ENTITY-PID              DBNK176P
014200        MOVE 'An entity cannot own itself' TO C176O-MSG           DBNK176P
014300        GO TO DBNK176P-EXIT                                       DBNK176P
014400     END-IF.                                                      DBNK176P
014500     IF C176I-ROLE IS NOT EQUAL TO 'O' AND                        DBNK176P
014600        C176I-ROLE IS NOT EQUAL TO 'C' AND                        DBNK176P
014700        C176I-ROLE IS NOT EQUAL TO 'B'                            DBNK176P
014800        MOVE 'Role must be O, C or B' TO C176O-MSG                DBNK176P
014900        GO TO DBNK176P-EXIT                                       DBNK176P
015000     END-IF.                                                      DBNK176P
015100     IF C176I-PCT IS NOT NUMERIC OR                               DBNK176P
015200        C176I-PCT IS GREATER THAN 100                             DBNK176P
015300        MOVE 'Share must be 0 to 100 per cent' TO C176O-MSG       DBNK176P
015400        GO TO DBNK176P-EXIT                                       DBNK176P
015500     END-IF.                                                      DBNK176P
015600     IF C176I-ROLE IS NOT EQUAL TO 'C' AND                        DBNK176P
015700        C176I-PCT IS EQUAL TO ZERO                                DBNK176P
015800        MOVE 'An owner must hold a share' TO C176O-MSG            DBNK176P
015900        GO TO DBNK176P-EXIT                                       DBNK176P
016000     END-IF.                                                      DBNK176P
016100     MOVE C176I-OWNER-PID TO WS-BNKCUST-RID.                      DBNK176P
016200     EXEC CICS READ FILE('BNKCUST')                               DBNK176P
016300                    INTO(WS-BNKCUST-REC)                          DBNK176P
016400                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBNK176P
016500                    RIDFLD(WS-BNKCUST-RID)                        DBNK176P
016600                    RESP(WS-RESP)                                 DBNK176P
016700     END-EXEC.                                                    DBNK176P
016800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK176P
016900        MOVE 'Owner is not a customer' TO C176O-MSG               DBNK176P
017000        GO TO DBNK176P-EXIT                                       DBNK176P
017100     END-IF.                                                      DBNK176P
017200     IF BCS-REC-IS-ENTITY                                         DBNK176P
017300        MOVE 'Owner must be an individual customer' TO C176O-MSG  DBNK176P
017400        GO TO DBNK176P-EXIT                                       DBNK176P
017500     END-IF.                                                      DBNK176P
017600     IF BCS-REC-IS-DECEASED                                       DBNK176P
017700        MOVE 'Owner is flagged deceased' TO C176O-MSG             DBNK176P
017800        GO TO DBNK176P-EXIT                                       DBNK176P
017900     END-IF.                                                      DBNK176P
018000     PERFORM LIST-REGISTER THRU                                   DBNK176P
018100             LIST-REGISTER-EXIT.                                  DBNK176P
018200     COMPUTE WS-NEW-TOTAL-PCT = WS-OTHERS-PCT + C176I-PCT.        DBNK176P
018300     IF WS-NEW-TOTAL-PCT IS GREATER THAN 100                      DBNK176P
018400        MOVE 'Shares would total over 100 per cent' TO C176O-MSG  DBNK176P
018500        GO TO DBNK176P-EXIT                                       DBNK176P
018600     END-IF.                                                      DBNK176P
018700                                                                  DBNK176P
018800     MOVE C176I-ENTITY-PID TO WS-BNKBOWN-RID-ENTITY.              DBNK176P
018900     MOVE C176I-OWNER-PID TO WS-BNKBOWN-RID-OWNER.                DBNK176P
019000     EXEC CICS READ FILE('BNKBOWN')                               DBNK176P
019100                    UPDATE                                        DBNK176P
019200                    INTO(WS-BNKBOWN-REC)                          DBNK176P
019300                    LENGTH(LENGTH OF WS-BNKBOWN-REC)              DBNK176P
019400                    RIDFLD(WS-BNKBOWN-RID)                        DBNK176P
019500                    KEYLENGTH(LENGTH OF WS-BNKBOWN-RID)           DBNK176P
019600                    TOKEN(WS-BOWN-TOKEN)                          DBNK176P
019700                    RESP(WS-RESP)                                 DBNK176P
019800     END-EXEC.                                                    DBNK176P
019900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND               DBNK176P
020000        WS-RESP IS NOT EQUAL TO DFHRESP(NOTFND)                   DBNK176P
020100        MOVE 'Unable to read owner register' TO C176O-MSG         DBNK176P
020200        GO TO DBNK176P-EXIT                                       DBNK176P
020300     END-IF.                                                      DBNK176P
020400*    a person taken off and put back on is dated afresh           DBNK176P
020500     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                       DBNK176P
020600        MOVE SPACES TO WS-BNKBOWN-REC                             DBNK176P
020700        MOVE WS-TODAY-DATE TO BOW-REC-ADDED-DATE                  DBNK176P
020800     ELSE                                                         DBNK176P
020900        IF BOW-REC-IS-REMOVED                                     DBNK176P
021000           MOVE WS-TODAY-DATE TO BOW-REC-ADDED-DATE               DBNK176P
021100        END-IF                                                    DBNK176P
021200     END-IF.                                                      DBNK176P
021300     MOVE C176I-ENTITY-PID TO BOW-REC-ENTITY-PID.                 DBNK176P
021400     MOVE C176I-OWNER-PID TO BOW-REC-OWNER-PID.                   DBNK176P
021500     MOVE C176I-PCT TO BOW-REC-PCT.                               DBNK176P
021600     MOVE C176I-ROLE TO BOW-REC-ROLE.                             DBNK176P
021700     SET BOW-REC-IS-ACTIVE TO TRUE.                               DBNK176P
021800     MOVE SPACES TO BOW-REC-REMOVED-DATE.                         DBNK176P
021900     MOVE C176I-OPERATOR TO BOW-REC-UPDATED-BY.                   DBNK176P
022000     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK176P
022100        EXEC CICS REWRITE FILE('BNKBOWN')                         DBNK176P
022200                       FROM(WS-BNKBOWN-REC)                       DBNK176P
022300                       LENGTH(LENGTH OF WS-BNKBOWN-REC)           DBNK176P
022400                       TOKEN(WS-BOWN-TOKEN)                       DBNK176P
022500                       RESP(WS-RESP)                              DBNK176P
022600        END-EXEC                                                  DBNK176P
022700     ELSE                                                         DBNK176P
022800        EXEC CICS WRITE FILE('BNKBOWN')                           DBNK176P
022900                       FROM(WS-BNKBOWN-REC)                       DBNK176P
023000                       LENGTH(LENGTH OF WS-BNKBOWN-REC)           DBNK176P
023100                       RIDFLD(WS-BNKBOWN-RID)                     DBNK176P
023200                       KEYLENGTH(LENGTH OF WS-BNKBOWN-RID)        DBNK176P
023300                       RESP(WS-RESP)                              DBNK176P
023400        END-EXEC                                                  DBNK176P
023500     END-IF.                                                      DBNK176P
023600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK176P
023700        MOVE 'Unable to update owner register' TO C176O-MSG       DBNK176P
023800        GO TO DBNK176P-EXIT                                       DBNK176P
023900     END-IF.                                                      DBNK176P
024000     MOVE 'Owner recorded on the register' TO WS-DONE-MSG.        DBNK176P
024100     GO TO RETURN-ENTITY.                                         DBNK176P
024200                                                                  DBNK176P
024300***************************************************************** DBNK176P
024400* Take a person off the register - the record is kept, marked   * DBNK176P
024500* removed and dated                                             * DBNK176P
024600***************************************************************** DBNK176P
024700 REMOVE-OWNER.                                                    DBNK176P
024800     MOVE C176I-ENTITY-PID TO WS-BNKBOWN-RID-ENTITY.              DBNK176P
024900     MOVE C176I-OWNER-PID TO WS-BNKBOWN-RID-OWNER.                DBNK176P
025000     EXEC CICS READ FILE('BNKBOWN')                               DBNK176P
025100                    UPDATE                                        DBNK176P
025200                    INTO(WS-BNKBOWN-REC)                          DBNK176P
025300                    LENGTH(LENGTH OF WS-BNKBOWN-REC)              DBNK176P
025400                    RIDFLD(WS-BNKBOWN-RID)                        DBNK176P
025500                    KEYLENGTH(LENGTH OF WS-BNKBOWN-RID)           DBNK176P
025600                    TOKEN(WS-BOWN-TOKEN)                          DBNK176P
025700                    RESP(WS-RESP)                                 DBNK176P
025800     END-EXEC.                                                    DBNK176P
025900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK176P
026000        MOVE 'Person is not on the register' TO C176O-MSG         DBNK176P
026100        GO TO DBNK176P-EXIT                                       DBNK176P
026200     END-IF.                                                      DBNK176P
026300     IF BOW-REC-IS-REMOVED                                        DBNK176P
026400        EXEC CICS UNLOCK FILE('BNKBOWN')                          DBNK176P
026500                         TOKEN(WS-BOWN-TOKEN)                     DBNK176P
026600        END-EXEC                                                  DBNK176P
026700        MOVE 'Person is not on the register' TO C176O-MSG         DBNK176P
026800        GO TO DBNK176P-EXIT                                       DBNK176P
026900     END-IF.                                                      DBNK176P
027000     SET BOW-REC-IS-REMOVED TO TRUE.                              DBNK176P
027100     MOVE WS-TODAY-DATE TO BOW-REC-REMOVED-DATE.                  DBNK176P
027200     MOVE C176I-OPERATOR TO BOW-REC-UPDATED-BY.                   DBNK176P
027300     EXEC CICS REWRITE FILE('BNKBOWN')                            DBNK176P
027400                    FROM(WS-BNKBOWN-REC)                          DBNK176P
027500                    LENGTH(LENGTH OF WS-BNKBOWN-REC)              DBNK176P
027600                    TOKEN(WS-BOWN-TOKEN)                          DBNK176P
027700                    RESP(WS-RESP)                                 DBNK176P
027800     END-EXEC.                                                    DBNK176P
027900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK176P
028000        MOVE 'Unable to update owner register' TO C176O-MSG       DBNK176P
028100        GO TO DBNK176P-EXIT                                       DBNK176P
028200     END-IF.                                                      DBNK176P
028300     MOVE 'Person removed from the register' TO WS-DONE-MSG.      DBNK176P
028400     GO TO RETURN-ENTITY.                                         DBNK176P
028500                                                                  DBNK176P
028600***************************************************************** DBNK176P
028700* Set the entity type and business profile. The profile is      * DBNK176P
028800* filed first so an entity never exists without one             * DBNK176P
028900***************************************************************** DBNK176P
029000 SET-PROFILE.                                                     DBNK176P
029100     INSPECT C176I-ENTITY-TYPE                                    DBNK176P
029200       CONVERTING 'cpt' TO 'CPT'.                                 DBNK176P
029300     IF C176I-ENTITY-TYPE IS NOT EQUAL TO 'C' AND                 DBNK176P
029400        C176I-ENTITY-TYPE IS NOT EQUAL TO 'P' AND                 DBNK176P
029500        C176I-ENTITY-TYPE IS NOT EQUAL TO 'T'                     DBNK176P
029600        MOVE 'Entity type must be C, P or T' TO C176O-MSG         DBNK176P
029700        GO TO DBNK176P-EXIT                                       DBNK176P
029800     END-IF.                                                      DBNK176P
029900     IF C176I-FORMED-DATE IS NOT NUMERIC                          DBNK176P
030000        MOVE 'Formation date must be YYYYMMDD' TO C176O-MSG       DBNK176P
030100        GO TO DBNK176P-EXIT                                       DBNK176P
030200     END-IF.                                                      DBNK176P
030300     IF C176I-FORMED-DATE IS GREATER THAN WS-TODAY-DATE           DBNK176P
030400        MOVE 'Formation date is in the future' TO C176O-MSG       DBNK176P
030500        GO TO DBNK176P-EXIT                                       DBNK176P
030600     END-IF.                                                      DBNK176P
030700     IF C176I-REG-NO IS EQUAL TO SPACES                           DBNK176P
030800        MOVE 'Registration number required' TO C176O-MSG          DBNK176P
030900        GO TO DBNK176P-EXIT                                       DBNK176P
031000     END-IF.                                                      DBNK176P
031100     IF C176I-NATURE IS EQUAL TO SPACES                           DBNK176P
031200        MOVE 'Nature of business required' TO C176O-MSG           DBNK176P
031300        GO TO DBNK176P-EXIT                                       DBNK176P
031400     END-IF.                                                      DBNK176P
031500     IF BCS-REC-IS-MINOR                                          DBNK176P
031600        MOVE 'Customer is recorded as a minor' TO C176O-MSG       DBNK176P
031700        GO TO DBNK176P-EXIT                                       DBNK176P
031800     END-IF.                                                      DBNK176P
031900                                                                  DBNK176P
032000     MOVE C176I-ENTITY-PID TO WS-BNKENTY-RID.                     DBNK176P
032100     EXEC CICS READ FILE('BNKENTY')                               DBNK176P
032200                    UPDATE                                        DBNK176P
032300                    INTO(WS-BNKENTY-REC)                          DBNK176P
032400                    LENGTH(LENGTH OF WS-BNKENTY-REC)              DBNK176P
032500                    RIDFLD(WS-BNKENTY-RID)                        DBNK176P
032600                    KEYLENGTH(LENGTH OF WS-BNKENTY-RID)           DBNK176P
032700                    TOKEN(WS-ENTY-TOKEN)                          DBNK176P
032800                    RESP(WS-RESP)                                 DBNK176P
032900     END-EXEC.                                                    DBNK176P
033000     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK176P
033100        SET WS-ENTY-ON-FILE TO TRUE                               DBNK176P
033200     ELSE                                                         DBNK176P
033300        IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                    DBNK176P
033400           SET WS-ENTY-NOT-ON-FILE TO TRUE                        DBNK176P
033500           MOVE SPACES TO WS-BNKENTY-REC                          DBNK176P
033600           MOVE C176I-ENTITY-PID TO ENT-REC-PID                   DBNK176P
033700        ELSE                                                      DBNK176P
033800           MOVE 'Unable to read business profile' TO C176O-MSG    DBNK176P
033900           GO TO DBNK176P-EXIT                                    DBNK176P
034000        END-IF                                                    DBNK176P
034100     END-IF.                                                      DBNK176P
034200     MOVE C176I-REG-NO TO ENT-REC-REG-NO.                         DBNK176P
034300     MOVE C176I-FORMED-DATE TO ENT-REC-FORMED-DATE.               DBNK176P
034400     MOVE C176I-NATURE TO ENT-REC-NATURE.                         DBNK176P
034500     MOVE C176I-OPERATOR TO ENT-REC-UPDATED-BY.                   DBNK176P
034600     MOVE WS-TODAY-DATE TO ENT-REC-UPDATED-DATE.                  DBNK176P
034700     IF WS-ENTY-ON-FILE                                           DBNK176P
034800        EXEC CICS REWRITE FILE('BNKENTY')                         DBNK176P
034900                       FROM(WS-BNKENTY-REC)                       DBNK176P
035000                       LENGTH(LENGTH OF WS-BNKENTY-REC)           DBNK176P
035100                       TOKEN(WS-ENTY-TOKEN)                       DBNK176P
035200                       RESP(WS-RESP)                              DBNK176P
035300        END-EXEC                                                  DBNK176P
035400     ELSE                                                         DBNK176P
035500        EXEC CICS WRITE FILE('BNKENTY')                           DBNK176P
035600                       FROM(WS-BNKENTY-REC)                       DBNK176P
035700                       LENGTH(LENGTH OF WS-BNKENTY-REC)           DBNK176P
035800                       RIDFLD(WS-BNKENTY-RID)                     DBNK176P
035900                       KEYLENGTH(LENGTH OF WS-BNKENTY-RID)        DBNK176P
036000                       RESP(WS-RESP)                              DBNK176P
036100        END-EXEC                                                  DBNK176P
036200     END-IF.                                                      DBNK176P
036300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK176P
036400        MOVE 'Unable to update business profile' TO C176O-MSG     DBNK176P
036500        GO TO DBNK176P-EXIT                                       DBNK176P
036600     END-IF.                                                      DBNK176P
036700                                                                  DBNK176P
036800     IF BCS-REC-ENTITY-TYPE IS NOT EQUAL TO C176I-ENTITY-TYPE     DBNK176P
036900        MOVE C176I-ENTITY-PID TO WS-BNKCUST-RID                   DBNK176P
037000        EXEC CICS READ FILE('BNKCUST')                            DBNK176P
037100                       UPDATE                                     DBNK176P
037200                       INTO(WS-BNKCUST-REC)                       DBNK176P
037300                       LENGTH(LENGTH OF WS-BNKCUST-REC)           DBNK176P
037400                       RIDFLD(WS-BNKCUST-RID)                     DBNK176P
037500                       TOKEN(WS-CUST-TOKEN)                       DBNK176P
037600                       RESP(WS-RESP)                              DBNK176P
037700        END-EXEC                                                  DBNK176P
037800        IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                DBNK176P
037900           MOVE 'Unable to update customer' TO C176O-MSG          DBNK176P
038000           GO TO DBNK176P-EXIT                                    DBNK176P
038100        END-IF                                                    DBNK176P
038200        MOVE C176I-ENTITY-TYPE TO BCS-REC-ENTITY-TYPE             DBNK176P
038300        EXEC CICS REWRITE FILE('BNKCUST')                         DBNK176P
038400                          FROM(WS-BNKCUST-REC)                    DBNK176P
038500                          LENGTH(LENGTH OF WS-BNKCUST-REC)        DBNK176P
038600                          TOKEN(WS-CUST-TOKEN)                    DBNK176P
038700                          RESP(WS-RESP)                           DBNK176P
038800        END-EXEC                                                  DBNK176P
038900        IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                DBNK176P
039000           MOVE 'Unable to update customer' TO C176O-MSG          DBNK176P
039100           GO TO DBNK176P-EXIT                                    DBNK176P
039200        END-IF                                                    DBNK176P
039300     END-IF.                                                      DBNK176P
039400     MOVE C176I-ENTITY-TYPE TO WS-ENTITY-TYPE.                    DBNK176P
039500     MOVE 'Business profile updated' TO WS-DONE-MSG.              DBNK176P
039600                                                                  DBNK176P
039700***************************************************************** DBNK176P
039800* Return the profile and the people on the register             * DBNK176P
039900***************************************************************** DBNK176P
040000 RETURN-ENTITY.                                                   DBNK176P
040100     MOVE WS-ENTITY-NAME TO C176O-ENTITY-NAME.                    DBNK176P
040200     MOVE WS-ENTITY-TYPE TO C176O-ENTITY-TYPE.                    DBNK176P
040300     MOVE C176I-ENTITY-PID TO WS-BNKENTY-RID.                     DBNK176P
040400     EXEC CICS READ FILE('BNKENTY')                               DBNK176P
040500                    INTO(WS-BNKENTY-REC)                          DBNK176P
040600                    LENGTH(LENGTH OF WS-BNKENTY-REC)              DBNK176P
040700                    RIDFLD(WS-BNKENTY-RID)                        DBNK176P
040800                    KEYLENGTH(LENGTH OF WS-BNKENTY-RID)           DBNK176P
040900                    RESP(WS-RESP)                                 DBNK176P
041000     END-EXEC.                                                    DBNK176P
041100     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK176P
041200        SET WS-ENTY-ON-FILE TO TRUE                               DBNK176P
041300        MOVE ENT-REC-REG-NO TO C176O-REG-NO                       DBNK176P
041400        MOVE ENT-REC-FORMED-DATE TO C176O-FORMED-DATE             DBNK176P
041500        MOVE ENT-REC-NATURE TO C176O-NATURE                       DBNK176P
041600     ELSE                                                         DBNK176P
041700        SET WS-ENTY-NOT-ON-FILE TO TRUE                           DBNK176P
041800     END-IF.                                                      DBNK176P
041900     MOVE SPACES TO C176I-OWNER-PID.                              DBNK176P
042000     PERFORM LIST-REGISTER THRU                                   DBNK176P
042100             LIST-REGISTER-EXIT.                                  DBNK176P
042200     MOVE WS-OTHERS-PCT TO C176O-TOTAL-PCT.                       DBNK176P
042300     SET C176O-OK TO TRUE.                                        DBNK176P
042400     MOVE WS-DONE-MSG TO C176O-MSG.                               DBNK176P
042500     IF C176O-MSG IS EQUAL TO SPACES AND                          DBNK176P
042600        WS-ENTY-NOT-ON-FILE                                       DBNK176P
042700        MOVE 'No business profile on file' TO C176O-MSG           DBNK176P
042800     END-IF.                                                      DBNK176P
042900                                                                  DBNK176P
043000***************************************************************** DBNK176P
043100* Move the result back to the callers area                      * DBNK176P
043200***************************************************************** DBNK176P
043300 DBNK176P-EXIT.                                                   DBNK176P
043400     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBNK176P
043500                                                                  DBNK176P
043600***************************************************************** DBNK176P
043700* Return to our caller                                          * DBNK176P
043800***************************************************************** DBNK176P
043900 COPY CRETURN.                                                    DBNK176P
044000                                                                  DBNK176P
044100***************************************************************** DBNK176P
044200* Browse the entity's register, totalling the shares of the     * DBNK176P
044300* people still on it other than C176I-OWNER-PID and returning   * DBNK176P
044400* the first six of them                                         * DBNK176P
044500***************************************************************** DBNK176P
044600 LIST-REGISTER.                                                   DBNK176P
044700     MOVE 0 TO WS-OTHERS-PCT.                                     DBNK176P
044800     MOVE 0 TO C176O-COUNT.                                       DBNK176P
044900     MOVE C176I-ENTITY-PID TO WS-BNKBOWN-RID-ENTITY.              DBNK176P
045000     MOVE LOW-VALUES TO WS-BNKBOWN-RID-OWNER.                     DBNK176P
045100     EXEC CICS STARTBR FILE('BNKBOWN')                            DBNK176P
045200                       RIDFLD(WS-BNKBOWN-RID)                     DBNK176P
045300                       KEYLENGTH(LENGTH OF WS-BNKBOWN-RID)        DBNK176P
045400                       GTEQ                                       DBNK176P
045500                       RESP(WS-RESP)                              DBNK176P
045600     END-EXEC.                                                    DBNK176P
045700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK176P
045800        GO TO LIST-REGISTER-EXIT                                  DBNK176P
045900     END-IF.                                                      DBNK176P
046000 LIST-REGISTER-LOOP.                                              DBNK176P
046100     EXEC CICS READNEXT FILE('BNKBOWN')                           DBNK176P
046200                        INTO(WS-BNKBOWN-REC)                      DBNK176P
046300                        LENGTH(LENGTH OF WS-BNKBOWN-REC)          DBNK176P
046400                        RIDFLD(WS-BNKBOWN-RID)                    DBNK176P
046500                        KEYLENGTH(LENGTH OF WS-BNKBOWN-RID)       DBNK176P
046600                        RESP(WS-RESP)                             DBNK176P
046700     END-EXEC.                                                    DBNK176P
046800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK176P
046900        BOW-REC-ENTITY-PID IS NOT EQUAL TO C176I-ENTITY-PID       DBNK176P
047000        GO TO LIST-REGISTER-ENDED                                 DBNK176P
047100     END-IF.                                                      DBNK176P
047200     IF BOW-REC-IS-REMOVED OR                                     DBNK176P
047300        BOW-REC-OWNER-PID IS EQUAL TO C176I-OWNER-PID             DBNK176P
047400        GO TO LIST-REGISTER-LOOP                                  DBNK176P
047500     END-IF.                                                      DBNK176P
047600     ADD BOW-REC-PCT TO WS-OTHERS-PCT.                            DBNK176P
047700     IF C176O-COUNT IS EQUAL TO 6                                 DBNK176P
047800        GO TO LIST-REGISTER-LOOP                                  DBNK176P
047900     END-IF.                                                      DBNK176P
048000     ADD 1 TO C176O-COUNT.                                        DBNK176P
048100     MOVE BOW-REC-OWNER-PID TO C176O-E-OWNER-PID (C176O-COUNT).   DBNK176P
048200     MOVE BOW-REC-PCT TO C176O-E-PCT (C176O-COUNT).               DBNK176P
048300     MOVE BOW-REC-ROLE TO C176O-E-ROLE (C176O-COUNT).             DBNK176P
048400     MOVE BOW-REC-ADDED-DATE TO C176O-E-ADDED-DATE (C176O-COUNT). DBNK176P
048500     MOVE BOW-REC-OWNER-PID TO WS-BNKCUST-RID.                    DBNK176P
048600     EXEC CICS READ FILE('BNKCUST')                               DBNK176P
048700                    INTO(WS-BNKCUST-REC)                          DBNK176P
048800                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBNK176P
048900                    RIDFLD(WS-BNKCUST-RID)                        DBNK176P
049000                    RESP(WS-RESP)                                 DBNK176P
049100     END-EXEC.                                                    DBNK176P
049200     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK176P
049300        MOVE BCS-REC-NAME TO C176O-E-OWNER-NAME (C176O-COUNT)     DBNK176P
049400     END-IF.                                                      DBNK176P
049500     GO TO LIST-REGISTER-LOOP.                                    DBNK176P
049600 LIST-REGISTER-ENDED.                                             DBNK176P
049700     EXEC CICS ENDBR FILE('BNKBOWN')                              DBNK176P
049800                     RESP(WS-RESP)                                DBNK176P
049900     END-EXEC.                                                    DBNK176P
050000 LIST-REGISTER-EXIT.                                              DBNK176P
050100     EXIT.                                                        DBNK176P
