004330     88  WS-KYC-INCOMPLETE                   VALUE 'N'.           DBANK19P
004332     88  WS-KYC-LAPSED                       VALUE 'L'.           DBANK19P
004334   05  WS-KYC-TODAY                          PIC X(8).            DBANK19P
004335   05  WS-KYC-PID                            PIC X(5).            DBANK19P
004336   05  WS-KYC-PARM-KEY                       PIC X(8).            DBANK19P
004337   05  WS-KYC-DEFAULT                        PIC X(20).           DBANK19P
004338   05  WS-BNKENTY-RID                        PIC X(5).            DBANK19P
004339   05  WS-BNKBOWN-RID.                                            DBANK19P
004340     10  WS-BNKBOWN-RID-ENTITY               PIC X(5).            DBANK19P
004341     10  WS-BNKBOWN-RID-OWNER                PIC X(5).            DBANK19P
004342   05  WS-BOWN-MIN-PCT                       PIC 9(3)V99.         DBANK19P
004343   05  WS-CONTROLLER-COUNT                   PIC 9(3).            DBANK19P
004344   05  WS-MATURITY-DATE.                                          DBANK19P
004345     10  WS-MAT-YYYY                         PIC 9(4).            DBANK19P
004346     10  WS-MAT-MM                           PIC 9(2).            DBANK19P
004347     10  WS-MAT-DD                           PIC 9(2).            DBANK19P
004350   05  WS-MAT-MM-WORK                        PIC S9(5) COMP-3.    DBANK19P
004360   05  WS-MAT-YEARS                          PIC S9(3) COMP-3.    DBANK19P
004370   05  WS-MAT-MM-REM                         PIC S9(3) COMP-3.    DBANK19P
004384   05  WS-BIRTH-DATE-R REDEFINES WS-BIRTH-DATE.                   DBANK19P
004385     10  WS-BIRTH-YYYY                       PIC 9(4).            DBANK19P
004386     10  WS-BIRTH-MMDD                       PIC 9(4).            DBANK19P
004388   05  WS-TAX-FLAG                           PIC X(1).            DBANK19P
004390     88  WS-TAX-NOT-GIVEN                    VALUE 'N'.           DBANK19P
004392     88  WS-TAX-GIVEN                        VALUE 'Y'.           DBANK19P
004394     88  WS-TAX-NOT-SAVED                    VALUE 'F'.           DBANK19P
004396   05  WS-TAX-SUB                            PIC S9(4) COMP.      DBANK19P
004400                                                                  DBANK19P
004500 01  WS-TWOS-COMP.                                                DBANK19P
004600   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBANK19P
005212                                                                  DBANK19P
005214 01  WS-BNKKYC-REC.                                               DBANK19P
005216 COPY CBANKVKY.                                                   DBANK19P
005217                                                                  DBANK19P
005218 01  WS-BNKENTY-REC.                                              DBANK19P
005219 COPY CBANKVEN.                                                   DBANK19P
005220                                                                  DBANK19P
005221 01  WS-BNKBOWN-REC.                                              DBANK19P
005222 COPY CBANKVBO.                                                   DBANK19P
005232                                                                  DBANK19P
005242 01  WS-BNKPARM-REC.                                              DBANK19P
005252 COPY CBANKVPM.                                                   DBANK19P
005400                                                                  DBANK19P
005500 01  WS-BNKATYP-REC.                                              DBANK19P
005600 COPY CBANKVAT.                                                   DBANK19P
006500                                                                  DBANK19P
006600 01  WS-COMMAREA.                                                 DBANK19P
006700 COPY CBANKD19.                                                   DBANK19P
006710                                                                  DBANK19P
006720 01  WS-TAXR-DATA.                                                DBANK19P
006730 COPY CBNKD174.                                                   DBANK19P
006800                                                                  DBANK19P
006900 COPY CABENDD.                                                    DBANK19P
007000                                                                  DBANK19P
010311***************************************************************** DBANK19P
010312* The customer's KYC record must be complete and in date       *  DBANK19P
010313* before any account opens - an incomplete or lapsed record    *  DBANK19P
010314* refers the opening to the branch. A business entity is held  *  DBANK19P
010315* to its own document list (BNKPARM key KYCBDOCS) and, beyond  *  DBANK19P
010316* that, must have its business profile and its controlling     *  DBANK19P
010317* persons on file, each with complete KYC of their own          * DBANK19P
010318***************************************************************** DBANK19P
010319     MOVE CD19I-PID TO WS-KYC-PID.                                DBANK19P
010320     IF BCS-REC-IS-ENTITY                                         DBANK19P
010321        MOVE 'KYCBDOCS' TO WS-KYC-PARM-KEY                        DBANK19P
010322        MOVE 'REG ADDR' TO WS-KYC-DEFAULT                         DBANK19P
010323     ELSE                                                         DBANK19P
010324        MOVE 'KYCDOCS ' TO WS-KYC-PARM-KEY                        DBANK19P
010325        MOVE 'ID  ADDR' TO WS-KYC-DEFAULT                         DBANK19P
010326     END-IF.                                                      DBANK19P
010327     PERFORM CHECK-KYC-DOCUMENTS THRU                             DBANK19P
010328             CHECK-KYC-DOCUMENTS-EXIT.                            DBANK19P
010329     IF WS-KYC-INCOMPLETE                                         DBANK19P
010330        MOVE 'KYC record incomplete - refer' TO CD19O-MSG         DBANK19P
010331        GO TO DBANK19P-EXIT                                       DBANK19P
010332     END-IF.                                                      DBANK19P
010333     IF WS-KYC-LAPSED                                             DBANK19P
010334        MOVE 'KYC document expired - refer' TO CD19O-MSG          DBANK19P
010335        GO TO DBANK19P-EXIT                                       DBANK19P
010336     END-IF.                                                      DBANK19P
010337     IF BCS-REC-IS-ENTITY                                         DBANK19P
010343        PERFORM CHECK-CONTROLLING-PERSONS THRU                    DBANK19P
010352                CHECK-CONTROLLING-PERSONS-EXIT                    DBANK19P
010361        IF CD19O-MSG IS NOT EQUAL TO SPACES                       DBANK19P
010370           GO TO DBANK19P-EXIT                                    DBANK19P
010379        END-IF                                                    DBANK19P
010388     END-IF.                                                      DBANK19P
010400                                                                  DBANK19P
010500***************************************************************** DBANK19P
010600* The account type requested must be a valid one                * DBANK19P
011819        MOVE WS-PROD-MSG TO CD19O-MSG                             DBANK19P
011820        GO TO DBANK19P-EXIT                                       DBANK19P
011821     END-IF.                                                      DBANK19P
011824                                                                  DBANK19P
011827***************************************************************** DBANK19P
011830* Tax residency given with the application is checked before    * DBANK19P
011833* the account opens, by the same rules DBNK174P applies when    * DBANK19P
011836* the customer maintains it                                     * DBANK19P
011839***************************************************************** DBANK19P
011842     SET WS-TAX-NOT-GIVEN TO TRUE.                                DBANK19P
011845     IF CD19I-TAX-RESIDENCY (1) IS NOT EQUAL TO SPACES OR         DBANK19P
011848        CD19I-TAX-RESIDENCY (2) IS NOT EQUAL TO SPACES OR         DBANK19P
011851        CD19I-TAX-RESIDENCY (3) IS NOT EQUAL TO SPACES OR         DBANK19P
011854        CD19I-TAX-SELF-CERT IS NOT EQUAL TO SPACE                 DBANK19P
011857        SET WS-TAX-GIVEN TO TRUE                                  DBANK19P
011858        MOVE SPACES TO C174-DATA                                  DBANK19P
011860        SET C174I-VALIDATE TO TRUE                                DBANK19P
011863        PERFORM CALL-TAX-RESIDENCY THRU                           DBANK19P
011866                CALL-TAX-RESIDENCY-EXIT                           DBANK19P
011869        IF C174O-FAIL                                             DBANK19P
011872           MOVE C174O-MSG TO CD19O-MSG                            DBANK19P
011875           GO TO DBANK19P-EXIT                                    DBANK19P
011878        END-IF                                                    DBANK19P
011881     END-IF.                                                      DBANK19P
011900                                                                  DBANK19P
012000***************************************************************** DBANK19P
012100* Find the highest account number currently on file, so we can  * DBANK19P
020695        END-IF                                                    DBANK19P
020700     END-IF.                                                      DBANK19P
020800                                                                  DBANK19P
020807***************************************************************** DBANK19P
020814* The account is open - file the tax residency against the      * DBANK19P
020821* customer. A failure here leaves the account open and says so  * DBANK19P
020828***************************************************************** DBANK19P
020835     IF WS-TAX-GIVEN                                              DBANK19P
020838        MOVE SPACES TO C174-DATA                                  DBANK19P
020842        SET C174I-WRITE TO TRUE                                   DBANK19P
020849        PERFORM CALL-TAX-RESIDENCY THRU                           DBANK19P
020856                CALL-TAX-RESIDENCY-EXIT                           DBANK19P
020863        IF C174O-FAIL                                             DBANK19P
020870           SET WS-TAX-NOT-SAVED TO TRUE                           DBANK19P
020877        END-IF                                                    DBANK19P
020884     END-IF.                                                      DBANK19P
020900     SET CD19O-SAVE-OK TO TRUE.                                   DBANK19P
021000     MOVE BAC-REC-ACCNO TO CD19O-ACCNO.                           DBANK19P
021100     MOVE 'Account opened' TO CD19O-MSG.                          DBANK19P
021102     IF WS-TAX-NOT-SAVED                                          DBANK19P
021104        MOVE 'Account opened - tax details not saved'             DBANK19P
021106          TO CD19O-MSG                                            DBANK19P
021108     END-IF.                                                      DBANK19P
021110     GO TO DBANK19P-EXIT.                                         DBANK19P
021120                                                                  DBANK19P
021130***************************************************************** DBANK19P
021599     EXIT.                                                        DBANK19P
021609                                                                  DBANK19P
021619***************************************************************** DBANK19P
021629* Check WS-KYC-PID holds every required KYC document type -    *  DBANK19P
021639* the list under BNKPARM key WS-KYC-PARM-KEY, four characters  *  DBANK19P
021649* per type, defaulting to WS-KYC-DEFAULT - none of them        *  DBANK19P
021654* withdrawn or past expiry                                     *  DBANK19P
021659***************************************************************** DBANK19P
021669 CHECK-KYC-DOCUMENTS.                                             DBANK19P
021679 COPY CTSTAMPP.                                                   DBANK19P
021699     MOVE WS-TIMESTAMP(1:4) TO WS-KYC-TODAY(1:4).                 DBANK19P
021709     MOVE WS-TIMESTAMP(6:2) TO WS-KYC-TODAY(5:2).                 DBANK19P
021719     MOVE WS-TIMESTAMP(9:2) TO WS-KYC-TODAY(7:2).                 DBANK19P
021729     MOVE WS-KYC-DEFAULT TO WS-KYC-DOC-LIST.                      DBANK19P
021739     MOVE WS-KYC-PARM-KEY TO WS-BNKPARM-RID.                      DBANK19P
021759     EXEC CICS READ FILE('BNKPARM')                               DBANK19P
021769                    INTO(WS-BNKPARM-REC)                          DBANK19P
021779                    LENGTH(LENGTH OF WS-BNKPARM-REC)              DBANK19P
021949     IF WS-KYC-DOC-ENTRY (WS-KYC-SUB) IS EQUAL TO SPACES          DBANK19P
021959        GO TO CHECK-ONE-KYC-DOC-EXIT                              DBANK19P
021969     END-IF.                                                      DBANK19P
021979     MOVE WS-KYC-PID TO WS-BNKKYC-RID-PID.                        DBANK19P
021989     MOVE WS-KYC-DOC-ENTRY (WS-KYC-SUB) TO WS-BNKKYC-RID-TYPE.    DBANK19P
021999     EXEC CICS READ FILE('BNKKYC')                                DBANK19P
022009                    INTO(WS-BNKKYC-REC)                           DBANK19P
022179     END-IF.                                                      DBANK19P
022189 CHECK-ONE-KYC-DOC-EXIT.                                          DBANK19P
022199     EXIT.                                                        DBANK19P
022209                                                                  DBANK19P
022219***************************************************************** DBANK19P
022229* A business entity opens only once its profile is on BNKENTY   * DBANK19P
022239* and its beneficial owner register names at least one          * DBANK19P
022249* controlling person. Every controlling person, and every       * DBANK19P
022259* owner holding the BNKPARM BOWNPCT share or more (default 25   * DBANK19P
022269* per cent), must have complete, in-date KYC documents.         * DBANK19P
022279* Any failure is returned in CD19O-MSG                          * DBANK19P
022289***************************************************************** DBANK19P
022299 CHECK-CONTROLLING-PERSONS.                                       DBANK19P
022309     MOVE CD19I-PID TO WS-BNKENTY-RID.                            DBANK19P
022319     EXEC CICS READ FILE('BNKENTY')                               DBANK19P
022329                    INTO(WS-BNKENTY-REC)                          DBANK19P
022339                    LENGTH(LENGTH OF WS-BNKENTY-REC)              DBANK19P
022349                    RIDFLD(WS-BNKENTY-RID)                        DBANK19P
022359                    KEYLENGTH(LENGTH OF WS-BNKENTY-RID)           DBANK19P
022369                    RESP(WS-RESP)                                 DBANK19P
022379     END-EXEC.                                                    DBANK19P
022389     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK19P
022399        MOVE 'Business profile missing - refer' TO CD19O-MSG      DBANK19P
022409        GO TO CHECK-CONTROLLING-PERSONS-EXIT                      DBANK19P
022419     END-IF.                                                      DBANK19P
022429     MOVE 25 TO WS-BOWN-MIN-PCT.                                  DBANK19P
022439     MOVE 'BOWNPCT ' TO WS-BNKPARM-RID.                           DBANK19P
022449     EXEC CICS READ FILE('BNKPARM')                               DBANK19P
022459                    INTO(WS-BNKPARM-REC)                          DBANK19P
022469                    LENGTH(LENGTH OF WS-BNKPARM-REC)              DBANK19P
022479                    RIDFLD(WS-BNKPARM-RID)                        DBANK19P
022489                    RESP(WS-RESP)                                 DBANK19P
022499     END-EXEC.                                                    DBANK19P
022509     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBANK19P
022519        PRM-REC-AMOUNT IS GREATER THAN ZERO AND                   DBANK19P
022529        PRM-REC-AMOUNT IS NOT GREATER THAN 100                    DBANK19P
022539        MOVE PRM-REC-AMOUNT TO WS-BOWN-MIN-PCT                    DBANK19P
022549     END-IF.                                                      DBANK19P
022559     MOVE 0 TO WS-CONTROLLER-COUNT.                               DBANK19P
022569     MOVE 'KYCDOCS ' TO WS-KYC-PARM-KEY.                          DBANK19P
022579     MOVE 'ID  ADDR' TO WS-KYC-DEFAULT.                           DBANK19P
022589     MOVE CD19I-PID TO WS-BNKBOWN-RID-ENTITY.                     DBANK19P
022599     MOVE LOW-VALUES TO WS-BNKBOWN-RID-OWNER.                     DBANK19P
022609     EXEC CICS STARTBR FILE('BNKBOWN')                            DBANK19P
022619                       RIDFLD(WS-BNKBOWN-RID)                     DBANK19P
022629                       KEYLENGTH(LENGTH OF WS-BNKBOWN-RID)        DBANK19P
022639                       GTEQ                                       DBANK19P
022649                       RESP(WS-RESP)                              DBANK19P
022659     END-EXEC.                                                    DBANK19P
022669     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK19P
022679        MOVE 'No controlling person on file - refer' TO CD19O-MSG DBANK19P
022689        GO TO CHECK-CONTROLLING-PERSONS-EXIT                      DBANK19P
022699     END-IF.                                                      DBANK19P
022709 CHECK-OWNER-LOOP.                                                DBANK19P
022719     EXEC CICS READNEXT FILE('BNKBOWN')                           DBANK19P
022729                        INTO(WS-BNKBOWN-REC)                      DBANK19P
022739                        LENGTH(LENGTH OF WS-BNKBOWN-REC)          DBANK19P
022749                        RIDFLD(WS-BNKBOWN-RID)                    DBANK19P
022759                        KEYLENGTH(LENGTH OF WS-BNKBOWN-RID)       DBANK19P
022769                        RESP(WS-RESP)                             DBANK19P
022779     END-EXEC.                                                    DBANK19P
022789     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBANK19P
022799        BOW-REC-ENTITY-PID IS NOT EQUAL TO CD19I-PID              DBANK19P
022809        GO TO CHECK-OWNER-ENDED                                   DBANK19P
022819     END-IF.                                                      DBANK19P
022829     IF BOW-REC-IS-REMOVED                                        DBANK19P
022839        GO TO CHECK-OWNER-LOOP                                    DBANK19P
022849     END-IF.                                                      DBANK19P
022859     IF BOW-REC-CONTROLS                                          DBANK19P
022869        ADD 1 TO WS-CONTROLLER-COUNT                              DBANK19P
022879     ELSE                                                         DBANK19P
022889        IF BOW-REC-PCT IS LESS THAN WS-BOWN-MIN-PCT               DBANK19P
022899           GO TO CHECK-OWNER-LOOP                                 DBANK19P
022909        END-IF                                                    DBANK19P
022919     END-IF.                                                      DBANK19P
022929     MOVE BOW-REC-OWNER-PID TO WS-KYC-PID.                        DBANK19P
022939     PERFORM CHECK-KYC-DOCUMENTS THRU                             DBANK19P
022949             CHECK-KYC-DOCUMENTS-EXIT.                            DBANK19P
022959     IF WS-KYC-INCOMPLETE                                         DBANK19P
022969        STRING 'Owner ' DELIMITED BY SIZE                         DBANK19P
022979               BOW-REC-OWNER-PID DELIMITED BY SIZE                DBANK19P
022989               ' KYC incomplete - refer' DELIMITED BY SIZE        DBANK19P
022999          INTO CD19O-MSG                                          DBANK19P
023009        GO TO CHECK-OWNER-ENDED                                   DBANK19P
023019     END-IF.                                                      DBANK19P
023029     IF WS-KYC-LAPSED                                             DBANK19P
023039        STRING 'Owner ' DELIMITED BY SIZE                         DBANK19P
023049               BOW-REC-OWNER-PID DELIMITED BY SIZE                DBANK19P
023059               ' KYC document expired - refer' DELIMITED BY SIZE  DBANK19P
023069          INTO CD19O-MSG                                          DBANK19P
023079        GO TO CHECK-OWNER-ENDED                                   DBANK19P
023089     END-IF.                                                      DBANK19P
023099     GO TO CHECK-OWNER-LOOP.                                      DBANK19P
023109 CHECK-OWNER-ENDED.                                               DBANK19P
023119     EXEC CICS ENDBR FILE('BNKBOWN')                              DBANK19P
023129                     RESP(WS-RESP)                                DBANK19P
023139     END-EXEC.                                                    DBANK19P
023149     IF CD19O-MSG IS EQUAL TO SPACES AND                          DBANK19P
023159        WS-CONTROLLER-COUNT IS EQUAL TO ZERO                      DBANK19P
023169        MOVE 'No controlling person on file - refer' TO CD19O-MSG DBANK19P
023179     END-IF.                                                      DBANK19P
023189 CHECK-CONTROLLING-PERSONS-EXIT.                                  DBANK19P
023199     EXIT.                                                        DBANK19P
080000                                                                  DBANK19P
080010**************************************************************    DBANK19P
080020* Apply the BNKPROD opening rules for the requested type. No      DBANK19P
081120     END-IF.                                                      DBANK19P
081130 JUDGE-CUSTOMER-AGE-EXIT.                                         DBANK19P
081140     EXIT.                                                        DBANK19P
081141                                                                  DBANK19P
081142***************************************************************** DBANK19P
081143* Pass the application's tax residency to DBNK174P, to validate * DBANK19P
081144* or to file as the request code says                           * DBANK19P
081145***************************************************************** DBANK19P
081146 CALL-TAX-RESIDENCY.                                              DBANK19P
081147     MOVE CD19I-PID TO C174I-PID.                                 DBANK19P
081148     PERFORM MOVE-ONE-RESIDENCY THRU                              DBANK19P
081149             MOVE-ONE-RESIDENCY-EXIT                              DBANK19P
081150       VARYING WS-TAX-SUB FROM 1 BY 1                             DBANK19P
081151         UNTIL WS-TAX-SUB IS GREATER THAN 3.                      DBANK19P
081152     MOVE CD19I-TAX-SELF-CERT TO C174I-SELF-CERT.                 DBANK19P
081153 COPY CBNKX174.                                                   DBANK19P
081154 CALL-TAX-RESIDENCY-EXIT.                                         DBANK19P
081155     EXIT.                                                        DBANK19P
081156                                                                  DBANK19P
081157 MOVE-ONE-RESIDENCY.                                              DBANK19P
081158     MOVE CD19I-TAX-CNTRY (WS-TAX-SUB)                            DBANK19P
081159       TO C174I-CNTRY (WS-TAX-SUB).                               DBANK19P
081160     MOVE CD19I-TAX-TIN (WS-TAX-SUB) TO C174I-TIN (WS-TAX-SUB).   DBANK19P
081161 MOVE-ONE-RESIDENCY-EXIT.                                         DBANK19P
081162     EXIT.                                                        DBANK19P
081164                                                                  DBANK19P
081166 DBANK19P-EXIT.                                                   DBANK19P
081170***************************************************************** DBANK19P
081180* Move the result back to the callers area                      * DBANK19P
081190***************************************************************** DBANK19P
