002000*              either address line. Potential hits are          * DBANK76P
002100*              written to the BNKWHIT review queue for          * DBANK76P
002200*              compliance to clear or confirm via DBANK29P;     * DBANK76P
002300*              a hit already queued is not queued twice. The    * DBANK76P
002310*              list as applied is also filed on BNKWLST, where  * DBANK76P
002320*              payee maintenance (DBANK27P) and the outbound    * DBANK76P
002330*              payment release (DBANK74P) screen against it.    * DBANK76P
002340*              A hit on a person on the beneficial owner        * DBANK76P
002350*              register (BNKBOWN) is queued as well under each  * DBANK76P
002360*              business entity the person owns or controls.     * DBANK76P
002400*              VSAM version                                     * DBANK76P
002500****************************************************************  DBANK76P
002600                                                                  DBANK76P
005400            ACCESS MODE  IS RANDOM                                DBANK76P
005500            RECORD KEY   IS BWH-REC-KEY                           DBANK76P
005600            FILE STATUS  IS WS-BNKWHIT-STATUS.                    DBANK76P
005610                                                                  DBANK76P
005620     SELECT BNKWLST-FILE                                          DBANK76P
005630            ASSIGN       TO BNKWLST                               DBANK76P
005640            ORGANIZATION IS INDEXED                               DBANK76P
005650            ACCESS MODE  IS RANDOM                                DBANK76P
005660            RECORD KEY   IS BWL-REC-ID                            DBANK76P
005670            FILE STATUS  IS WS-BNKWLST-STATUS.                    DBANK76P
005673                                                                  DBANK76P
005676     SELECT BNKBOWN-FILE                                          DBANK76P
005679            ASSIGN       TO BNKBOWN                               DBANK76P
005682            ORGANIZATION IS INDEXED                               DBANK76P
005685            ACCESS MODE  IS DYNAMIC                               DBANK76P
005688            RECORD KEY   IS BOW-REC-KEY                           DBANK76P
005691            ALTERNATE KEY IS BOW-REC-OWNER-PID WITH DUPLICATES    DBANK76P
005694            FILE STATUS  IS WS-BNKBOWN-STATUS.                    DBANK76P
005700                                                                  DBANK76P
005800 DATA DIVISION.                                                   DBANK76P
005900                                                                  DBANK76P
007200 FD  BNKWHIT-FILE.                                                DBANK76P
007300 01  BNKWHIT-REC.                                                 DBANK76P
007400 COPY CBANKVWH.                                                   DBANK76P
007410                                                                  DBANK76P
007420 FD  BNKWLST-FILE.                                                DBANK76P
007430 01  BNKWLST-REC.                                                 DBANK76P
007440 COPY CBANKVWL.                                                   DBANK76P
007450                                                                  DBANK76P
007460 FD  BNKBOWN-FILE.                                                DBANK76P
007470 01  BNKBOWN-REC.                                                 DBANK76P
007480 COPY CBANKVBO.                                                   DBANK76P
007500                                                                  DBANK76P
007600 WORKING-STORAGE SECTION.                                         DBANK76P
007700 COPY CTIMERD.                                                    DBANK76P
009000   05  WS-BNKWHIT-STATUS.                                         DBANK76P
009100     10  WS-BNKWHIT-STAT1                     PIC X(1).           DBANK76P
009200     10  WS-BNKWHIT-STAT2                     PIC X(1).           DBANK76P
009210   05  WS-BNKWLST-STATUS.                                         DBANK76P
009220     10  WS-BNKWLST-STAT1                     PIC X(1).           DBANK76P
009230     10  WS-BNKWLST-STAT2                     PIC X(1).           DBANK76P
009240   05  WS-BNKBOWN-STATUS.                                         DBANK76P
009250     10  WS-BNKBOWN-STAT1                     PIC X(1).           DBANK76P
009260     10  WS-BNKBOWN-STAT2                     PIC X(1).           DBANK76P
009300                                                                  DBANK76P
009400   05  WS-IO-STATUS.                                              DBANK76P
009500     10  WS-IO-STAT1                          PIC X(1).           DBANK76P
011200       VALUE ZERO.                                                DBANK76P
011300   05  WS-HITS-QUEUED                         PIC 9(5)            DBANK76P
011400       VALUE ZERO.                                                DBANK76P
011410   05  WS-OWNER-HITS-QUEUED                   PIC 9(5)            DBANK76P
011420       VALUE ZERO.                                                DBANK76P
011500                                                                  DBANK76P
011600   05  WS-SUB1                               PIC S9(4) COMP.      DBANK76P
011700   05  WS-SUB2                               PIC S9(4) COMP.      DBANK76P
018100     MOVE 'BNKWHIT-FILE' TO WS-FILE.                              DBANK76P
018200     PERFORM CHECK-OPEN THRU                                      DBANK76P
018300             CHECK-OPEN-EXIT.                                     DBANK76P
018310                                                                  DBANK76P
018320     OPEN INPUT BNKBOWN-FILE.                                     DBANK76P
018330     MOVE WS-BNKBOWN-STATUS TO WS-IO-STATUS.                      DBANK76P
018340     MOVE 'BNKBOWN-FILE' TO WS-FILE.                              DBANK76P
018350     PERFORM CHECK-OPEN THRU                                      DBANK76P
018360             CHECK-OPEN-EXIT.                                     DBANK76P
018400                                                                  DBANK76P
018500     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBANK76P
018600        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBANK76P
019238        GO TO QUICK-EXIT                                          DBANK76P
019239     END-IF.                                                      DBANK76P
019240     OPEN INPUT WATCHIN-FILE.                                     DBANK76P
019243                                                                  DBANK76P
019246*    the filed copy is replaced by this list, entry for entry     DBANK76P
019249     OPEN OUTPUT BNKWLST-FILE.                                    DBANK76P
019252     MOVE WS-BNKWLST-STATUS TO WS-IO-STATUS.                      DBANK76P
019255     MOVE 'BNKWLST-FILE' TO WS-FILE.                              DBANK76P
019258     PERFORM CHECK-OPEN THRU                                      DBANK76P
019261             CHECK-OPEN-EXIT.                                     DBANK76P
019264     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBANK76P
019267        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBANK76P
019270        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBANK76P
019273        MOVE 16 TO RETURN-CODE                                    DBANK76P
019276        SET BCTL-FUNC-ABANDON TO TRUE                             DBANK76P
019279        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBANK76P
019282        GO TO QUICK-EXIT                                          DBANK76P
019285     END-IF.                                                      DBANK76P
019300                                                                  DBANK76P
019400****************************************************************  DBANK76P
019500* Load the watchlist into storage, normalizing each name once  *  DBANK76P
021600             NORMALIZE-TARGET-EXIT.                               DBANK76P
021700     MOVE WS-NORM-TARGET TO WS-WT-NORM-NAME (WS-WATCH-COUNT).     DBANK76P
021800     MOVE WLT-REC-CNTRY TO WS-WT-CNTRY (WS-WATCH-COUNT).          DBANK76P
021809     MOVE SPACES TO BNKWLST-REC.                                  DBANK76P
021818     MOVE WLT-REC-ID TO BWL-REC-ID.                               DBANK76P
021827     MOVE WLT-REC-NAME TO BWL-REC-NAME.                           DBANK76P
021836     MOVE WS-NORM-TARGET TO BWL-REC-NORM-NAME.                    DBANK76P
021845     MOVE WLT-REC-CNTRY TO BWL-REC-CNTRY.                         DBANK76P
021854     WRITE BNKWLST-REC                                            DBANK76P
021863       INVALID KEY                                                DBANK76P
021872*        an id published twice keeps its first entry on file      DBANK76P
021881         CONTINUE                                                 DBANK76P
021890     END-WRITE.                                                   DBANK76P
021900     GO TO WATCH-LOAD.                                            DBANK76P
022000 WATCH-LOADED.                                                    DBANK76P
022100     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBANK76P
025100     STRING WS-HITS-QUEUED            DELIMITED BY SIZE           DBANK76P
025200            ' potential hits queued'  DELIMITED BY SIZE           DBANK76P
025300       INTO WS-CONSOLE-MESSAGE.                                   DBANK76P
025310     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK76P
025320     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBANK76P
025330     STRING WS-OWNER-HITS-QUEUED      DELIMITED BY SIZE           DBANK76P
025340            ' queued against owned entities' DELIMITED BY SIZE    DBANK76P
025350       INTO WS-CONSOLE-MESSAGE.                                   DBANK76P
025400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK76P
025500                                                                  DBANK76P
025600     CLOSE WATCHIN-FILE.                                          DBANK76P
025700     CLOSE BNKCUST-FILE.                                          DBANK76P
025800     CLOSE BNKWHIT-FILE.                                          DBANK76P
025810     CLOSE BNKWLST-FILE.                                          DBANK76P
025820     CLOSE BNKBOWN-FILE.                                          DBANK76P
025900                                                                  DBANK76P
026050*    list applied clean - register it so a replayed copy is       DBANK76P
026052*    refused next time                                            DBANK76P
032000     IF WS-HIT-FIELD IS EQUAL TO SPACE                            DBANK76P
032100        GO TO SCREEN-ONE-ENTRY-EXIT                               DBANK76P
032200     END-IF.                                                      DBANK76P
032210     PERFORM QUEUE-OWNED-ENTITIES THRU                            DBANK76P
032220             QUEUE-OWNED-ENTITIES-EXIT.                           DBANK76P
032300     MOVE SPACES TO BNKWHIT-REC.                                  DBANK76P
032400     MOVE BCS-REC-PID TO BWH-REC-PID.                             DBANK76P
032500     MOVE WS-WT-ID (WS-SUB1) TO BWH-REC-WATCH-ID.                 DBANK76P
034100     ADD 1 TO WS-HITS-QUEUED.                                     DBANK76P
034200 SCREEN-ONE-ENTRY-EXIT.                                           DBANK76P
034300     EXIT.                                                        DBANK76P
034302                                                                  DBANK76P
034304****************************************************************  DBANK76P
034306* The customer just hit may own or control business entities - *  DBANK76P
034308* queue the same hit under each of them, naming the person     *  DBANK76P
034310****************************************************************  DBANK76P
034312 QUEUE-OWNED-ENTITIES.                                            DBANK76P
034314     MOVE BCS-REC-PID TO BOW-REC-OWNER-PID.                       DBANK76P
034316     START BNKBOWN-FILE KEY IS EQUAL TO BOW-REC-OWNER-PID         DBANK76P
034318       INVALID KEY                                                DBANK76P
034320         GO TO QUEUE-OWNED-ENTITIES-EXIT                          DBANK76P
034322     END-START.                                                   DBANK76P
034324 QUEUE-OWNED-LOOP.                                                DBANK76P
034326     READ BNKBOWN-FILE NEXT                                       DBANK76P
034328       AT END                                                     DBANK76P
034330         GO TO QUEUE-OWNED-ENTITIES-EXIT                          DBANK76P
034332     END-READ.                                                    DBANK76P
034334     IF BOW-REC-OWNER-PID IS NOT EQUAL TO BCS-REC-PID             DBANK76P
034336        GO TO QUEUE-OWNED-ENTITIES-EXIT                           DBANK76P
034338     END-IF.                                                      DBANK76P
034340     IF BOW-REC-IS-REMOVED                                        DBANK76P
034342        GO TO QUEUE-OWNED-LOOP                                    DBANK76P
034344     END-IF.                                                      DBANK76P
034346     MOVE SPACES TO BNKWHIT-REC.                                  DBANK76P
034348     MOVE BOW-REC-ENTITY-PID TO BWH-REC-PID.                      DBANK76P
034350     MOVE WS-WT-ID (WS-SUB1) TO BWH-REC-WATCH-ID.                 DBANK76P
034352     MOVE WS-WT-NAME (WS-SUB1) TO BWH-REC-WATCH-NAME.             DBANK76P
034354     MOVE BCS-REC-NAME TO BWH-REC-CUST-NAME.                      DBANK76P
034356     SET BWH-REC-MATCHED-OWNER TO TRUE.                           DBANK76P
034358     MOVE BCS-REC-PID TO BWH-REC-OWNER-PID.                       DBANK76P
034360     SET BWH-REC-IS-PENDING TO TRUE.                              DBANK76P
034362     ACCEPT WS-TS-CURRENT-DATE FROM DATE YYYYMMDD.                DBANK76P
034364     MOVE WS-TS-CURRENT-DATE TO BWH-REC-FOUND-DATE.               DBANK76P
034366     WRITE BNKWHIT-REC                                            DBANK76P
034368       INVALID KEY                                                DBANK76P
034370*        the entity already has this entry queued - leave it      DBANK76P
034372         GO TO QUEUE-OWNED-LOOP                                   DBANK76P
034374     END-WRITE.                                                   DBANK76P
034376     ADD 1 TO WS-OWNER-HITS-QUEUED.                               DBANK76P
034378     GO TO QUEUE-OWNED-LOOP.                                      DBANK76P
034380 QUEUE-OWNED-ENTITIES-EXIT.                                       DBANK76P
034382     EXIT.                                                        DBANK76P
034400                                                                  DBANK76P
034500****************************************************************  DBANK76P
034600* Uppercase the target and strip punctuation so 'Al-Capone,'   *  DBANK76P
