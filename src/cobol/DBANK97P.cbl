000100***************************************************************** DBANK97P
000200*                                                               * DBANK97P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK97P
000400*   This demonstration program is provided for use by users     * DBANK97P
000500*   of Micro Focus products and may be used, modified and       * DBANK97P
000600*   distributed as part of your application provided that       * DBANK97P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK97P
000800*   in this material.                                           * DBANK97P
000900*                                                               * DBANK97P
001000***************************************************************** DBANK97P
001100                                                                  DBANK97P
001200***************************************************************** DBANK97P
001300* Program:     DBANK97P.CBL                                     * DBANK97P
001400* Function:    Savings goals (file BNKGOAL) - list a savings    * DBANK97P
001500*              account's balance, its unallocated amount and    * DBANK97P
001600*              its active goals with the progress of each       * DBANK97P
001700*              towards its target, add a goal, change a goal's  * DBANK97P
001800*              name, target or monthly auto amount, move money  * DBANK97P
001900*              between goals or between a goal and the          * DBANK97P
002000*              unallocated balance, and close a goal, putting   * DBANK97P
002100*              what it held back into the unallocated balance.  * DBANK97P
002200*              Goals only divide up the account balance - no    * DBANK97P
002300*              money enters or leaves the account here, so the  * DBANK97P
002400*              unallocated amount is always the balance less    * DBANK97P
002500*              what the active goals hold.  Money can only be   * DBANK97P
002600*              moved out of the unallocated balance as far as   * DBANK97P
002700*              it goes.                                         * DBANK97P
002800*              VSAM version                                     * DBANK97P
002900***************************************************************** DBANK97P
003000                                                                  DBANK97P
003100 IDENTIFICATION DIVISION.                                         DBANK97P
003200 PROGRAM-ID.                                                      DBANK97P
003300     DBANK97P.                                                    DBANK97P
003400 DATE-WRITTEN.                                                    DBANK97P
003500     October 2026.                                                DBANK97P
003600 DATE-COMPILED.                                                   DBANK97P
003700     Today.                                                       DBANK97P
003800                                                                  DBANK97P
003900 ENVIRONMENT DIVISION.                                            DBANK97P
004000                                                                  DBANK97P
004100 DATA DIVISION.                                                   DBANK97P
004200                                                                  DBANK97P
004300 WORKING-STORAGE SECTION.                                         DBANK97P
004400 COPY CTSTAMPD.                                                   DBANK97P
004500                                                                  DBANK97P
004600 01  WS-MISC-STORAGE.                                             DBANK97P
004700   05  WS-PROGRAM-ID                         PIC X(8)             DBANK97P
004800       VALUE 'DBANK97P'.                                          DBANK97P
004900   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK97P
005000   05  WS-RESP                               PIC S9(8) COMP.      DBANK97P
005100   05  WS-SUB1                               PIC S9(4) COMP.      DBANK97P
005200   05  WS-BNKACC-RID                         PIC X(9).            DBANK97P
005300   05  WS-BNKGOAL-RID.                                            DBANK97P
005400     10  WS-BNKGOAL-RID-ACCNO                PIC X(9).            DBANK97P
005500     10  WS-BNKGOAL-RID-SEQ                  PIC X(2).            DBANK97P
005600   05  WS-TODAY                              PIC X(10).           DBANK97P
005700   05  WS-LAST-SEQ                           PIC 9(2).            DBANK97P
005800   05  WS-NEXT-SEQ                           PIC 9(2).            DBANK97P
005900   05  WS-ALLOCATED-TOTAL                    PIC S9(9)V99 COMP-3. DBANK97P
006000   05  WS-PERCENT                            PIC S9(5) COMP-3.    DBANK97P
006100   05  WS-FROM-ALLOCATED                     PIC S9(7)V99 COMP-3. DBANK97P
006200   05  WS-RETURNED                           PIC S9(7)V99 COMP-3. DBANK97P
006300   05  WS-RETURNED-DISPLAY                   PIC Z,ZZZ,ZZ9.99.    DBANK97P
006400   05  WS-DATE-CHECK                         PIC X(10).           DBANK97P
006500   05  FILLER REDEFINES WS-DATE-CHECK.                            DBANK97P
006600     10  WS-DATE-CHECK-YYYY                  PIC X(4).            DBANK97P
006700     10  WS-DATE-CHECK-DASH1                 PIC X(1).            DBANK97P
006800     10  WS-DATE-CHECK-MM                    PIC X(2).            DBANK97P
006900     10  WS-DATE-CHECK-DASH2                 PIC X(1).            DBANK97P
007000     10  WS-DATE-CHECK-DD                    PIC X(2).            DBANK97P
007100                                                                  DBANK97P
007200 01  WS-BNKACC-REC.                                               DBANK97P
007300 COPY CBANKVAC.                                                   DBANK97P
007400                                                                  DBANK97P
007500 01  WS-BNKGOAL-REC.                                              DBANK97P
007600 COPY CBANKVGL.                                                   DBANK97P
007700                                                                  DBANK97P
007800 01  WS-COMMAREA.                                                 DBANK97P
007900 COPY CBANKD97.                                                   DBANK97P
008000                                                                  DBANK97P
008100 LINKAGE SECTION.                                                 DBANK97P
008200 01  DFHCOMMAREA.                                                 DBANK97P
008300   05  LK-COMMAREA                           PIC X(1)             DBANK97P
008400       OCCURS 1 TO 4096 TIMES                                     DBANK97P
008500         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK97P
008600                                                                  DBANK97P
008700 COPY CENTRY.                                                     DBANK97P
008800***************************************************************** DBANK97P
008900* Move the passed data to our area                              * DBANK97P
009000***************************************************************** DBANK97P
009100     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK97P
009200     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK97P
009300                                                                  DBANK97P
009400***************************************************************** DBANK97P
009500* Initialize our output area                                    * DBANK97P
009600***************************************************************** DBANK97P
009700     MOVE SPACES TO CD97O-DATA.                                   DBANK97P
009800     SET CD97O-OK TO TRUE.                                        DBANK97P
009900     MOVE ZERO TO CD97O-BALANCE.                                  DBANK97P
010000     MOVE ZERO TO CD97O-UNALLOCATED.                              DBANK97P
010100     MOVE ZERO TO CD97O-COUNT.                                    DBANK97P
010200     MOVE 1 TO WS-SUB1.                                           DBANK97P
010300 CLEAR-ENTRY-LOOP.                                                DBANK97P
010400     MOVE ZERO TO CD97O-ENTRY-TARGET-AMT (WS-SUB1).               DBANK97P
010500     MOVE ZERO TO CD97O-ENTRY-ALLOCATED (WS-SUB1).                DBANK97P
010600     MOVE ZERO TO CD97O-ENTRY-AUTO-AMT (WS-SUB1).                 DBANK97P
010700     MOVE ZERO TO CD97O-ENTRY-PERCENT (WS-SUB1).                  DBANK97P
010800     IF WS-SUB1 IS LESS THAN 8                                    DBANK97P
010900       ADD 1 TO WS-SUB1                                           DBANK97P
011000       GO TO CLEAR-ENTRY-LOOP                                     DBANK97P
011100     END-IF.                                                      DBANK97P
011200 COPY CTSTAMPP.                                                   DBANK97P
011300     MOVE WS-TIMESTAMP (1:10) TO WS-TODAY.                        DBANK97P
011400                                                                  DBANK97P
011500***************************************************************** DBANK97P
011600* Every request is for one of the customer's own savings        * DBANK97P
011700* accounts                                                      * DBANK97P
011800***************************************************************** DBANK97P
011900     PERFORM CHECK-ACCOUNT THRU                                   DBANK97P
012000             CHECK-ACCOUNT-EXIT.                                  DBANK97P
012100                                                                  DBANK97P
012200***************************************************************** DBANK97P
012300* See what kind of request we have and react accordingly        * DBANK97P
012400***************************************************************** DBANK97P
012500     IF CD97O-OK                                                  DBANK97P
012600       EVALUATE TRUE                                              DBANK97P
012700         WHEN CD97I-LIST                                          DBANK97P
012800           CONTINUE                                               DBANK97P
012900         WHEN CD97I-ADD                                           DBANK97P
013000           PERFORM ADD-PROCESSING THRU                            DBANK97P
013100                   ADD-PROCESSING-EXIT                            DBANK97P
013200         WHEN CD97I-UPDATE                                        DBANK97P
013300           PERFORM UPDATE-PROCESSING THRU                         DBANK97P
013400                   UPDATE-PROCESSING-EXIT                         DBANK97P
013500         WHEN CD97I-MOVE                                          DBANK97P
013600           PERFORM MOVE-PROCESSING THRU                           DBANK97P
013700                   MOVE-PROCESSING-EXIT                           DBANK97P
013800         WHEN CD97I-CLOSE                                         DBANK97P
013900           PERFORM CLOSE-PROCESSING THRU                          DBANK97P
014000                   CLOSE-PROCESSING-EXIT                          DBANK97P
014100         WHEN OTHER                                               DBANK97P
014200           SET CD97O-ERROR TO TRUE                                DBANK97P
014300           MOVE 'Bad request code' TO CD97O-MSG                   DBANK97P
014400       END-EVALUATE                                               DBANK97P
014500     END-IF.                                                      DBANK97P
014600                                                                  DBANK97P
014700***************************************************************** DBANK97P
014800* Whatever happened, hand back the goals as they now stand      * DBANK97P
014900***************************************************************** DBANK97P
015000     IF NOT CD97O-NOTFND                                          DBANK97P
015100       PERFORM LOAD-GOALS THRU                                    DBANK97P
015200               LOAD-GOALS-EXIT                                    DBANK97P
015300       IF CD97O-OK AND                                            DBANK97P
015400          CD97O-MSG IS EQUAL TO SPACES AND                        DBANK97P
015500          CD97O-COUNT IS EQUAL TO ZERO                            DBANK97P
015600         MOVE 'No savings goals on this account yet' TO CD97O-MSG DBANK97P
015700       END-IF                                                     DBANK97P
015800     END-IF.                                                      DBANK97P
015900                                                                  DBANK97P
016000***************************************************************** DBANK97P
016100* Move the result back to the callers area                      * DBANK97P
016200***************************************************************** DBANK97P
016300     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK97P
016400                                                                  DBANK97P
016500***************************************************************** DBANK97P
016600* Return to our caller                                          * DBANK97P
016700***************************************************************** DBANK97P
016800 COPY CRETURN.                                                    DBANK97P
016900                                                                  DBANK97P
017000***************************************************************** DBANK97P
017100* Read the account - it must be on file, belong to the PID      * DBANK97P
017200* where one is given (as holder or joint holder), be a savings  * DBANK97P
017300* account and not be closed                                     * DBANK97P
017400***************************************************************** DBANK97P
017500 CHECK-ACCOUNT.                                                   DBANK97P
017600     MOVE CD97I-ACCNO TO WS-BNKACC-RID.                           DBANK97P
017700     EXEC CICS READ FILE('BNKACC')                                DBANK97P
017800                    INTO(WS-BNKACC-REC)                           DBANK97P
017900                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBANK97P
018000                    RIDFLD(WS-BNKACC-RID)                         DBANK97P
018100                    RESP(WS-RESP)                                 DBANK97P
018200     END-EXEC.                                                    DBANK97P
018300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK97P
018400       SET CD97O-NOTFND TO TRUE                                   DBANK97P
018500       MOVE 'Account not found' TO CD97O-MSG                      DBANK97P
018600       GO TO CHECK-ACCOUNT-EXIT                                   DBANK97P
018700     END-IF.                                                      DBANK97P
018800     IF CD97I-PID IS NOT EQUAL TO SPACES AND                      DBANK97P
018900        CD97I-PID IS NOT EQUAL TO BAC-REC-PID AND                 DBANK97P
019000        CD97I-PID IS NOT EQUAL TO BAC-REC-JOINT-PID               DBANK97P
019100       SET CD97O-NOTFND TO TRUE                                   DBANK97P
019200       MOVE 'Account not found' TO CD97O-MSG                      DBANK97P
019300       GO TO CHECK-ACCOUNT-EXIT                                   DBANK97P
019400     END-IF.                                                      DBANK97P
019500     IF BAC-REC-TYPE IS NOT EQUAL TO 'S'                          DBANK97P
019600       SET CD97O-NOTFND TO TRUE                                   DBANK97P
019700       MOVE 'Goals can only be kept in a savings account'         DBANK97P
019800         TO CD97O-MSG                                             DBANK97P
019900       GO TO CHECK-ACCOUNT-EXIT                                   DBANK97P
020000     END-IF.                                                      DBANK97P
020100     IF BAC-STATUS-CLOSED                                         DBANK97P
020200       SET CD97O-NOTFND TO TRUE                                   DBANK97P
020300       MOVE 'The account is closed' TO CD97O-MSG                  DBANK97P
020400     END-IF.                                                      DBANK97P
020500 CHECK-ACCOUNT-EXIT.                                              DBANK97P
020600     EXIT.                                                        DBANK97P
020700                                                                  DBANK97P
020800***************************************************************** DBANK97P
020900* Browse the account's goals.  The active ones (up to eight)    * DBANK97P
021000* are listed with how far each has got to its target, and what  * DBANK97P
021100* they hold is taken off the balance to give the unallocated    * DBANK97P
021200* amount.  The highest goal number used, closed goals included, * DBANK97P
021300* is kept for numbering a new goal.                             * DBANK97P
021400***************************************************************** DBANK97P
021500 LOAD-GOALS.                                                      DBANK97P
021600     MOVE ZERO TO WS-SUB1.                                        DBANK97P
021700     MOVE ZERO TO WS-LAST-SEQ.                                    DBANK97P
021800     MOVE ZERO TO WS-ALLOCATED-TOTAL.                             DBANK97P
021900     MOVE BAC-REC-BALANCE TO CD97O-BALANCE.                       DBANK97P
022000     MOVE CD97I-ACCNO TO WS-BNKGOAL-RID-ACCNO.                    DBANK97P
022100     MOVE '00' TO WS-BNKGOAL-RID-SEQ.                             DBANK97P
022200     EXEC CICS STARTBR FILE('BNKGOAL')                            DBANK97P
022300                  RIDFLD(WS-BNKGOAL-RID)                          DBANK97P
022400                  GTEQ                                            DBANK97P
022500                  RESP(WS-RESP)                                   DBANK97P
022600     END-EXEC.                                                    DBANK97P
022700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK97P
022800       GO TO LOAD-GOALS-TOTAL                                     DBANK97P
022900     END-IF.                                                      DBANK97P
023000 LOAD-GOALS-LOOP.                                                 DBANK97P
023100     EXEC CICS READNEXT FILE('BNKGOAL')                           DBANK97P
023200                  INTO(WS-BNKGOAL-REC)                            DBANK97P
023300                  LENGTH(LENGTH OF WS-BNKGOAL-REC)                DBANK97P
023400                  RIDFLD(WS-BNKGOAL-RID)                          DBANK97P
023500                  RESP(WS-RESP)                                   DBANK97P
023600     END-EXEC.                                                    DBANK97P
023700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK97P
023800       GO TO LOAD-GOALS-DONE                                      DBANK97P
023900     END-IF.                                                      DBANK97P
024000     IF GOL-REC-ACCNO IS NOT EQUAL TO CD97I-ACCNO                 DBANK97P
024100       GO TO LOAD-GOALS-DONE                                      DBANK97P
024200     END-IF.                                                      DBANK97P
024300     IF GOL-REC-SEQ IS NUMERIC                                    DBANK97P
024400       MOVE GOL-REC-SEQ TO WS-LAST-SEQ                            DBANK97P
024500     END-IF.                                                      DBANK97P
024600     IF NOT GOL-STATUS-ACTIVE                                     DBANK97P
024700       GO TO LOAD-GOALS-LOOP                                      DBANK97P
024800     END-IF.                                                      DBANK97P
024900     ADD GOL-REC-ALLOCATED TO WS-ALLOCATED-TOTAL.                 DBANK97P
025000     IF WS-SUB1 IS LESS THAN 8                                    DBANK97P
025100       ADD 1 TO WS-SUB1                                           DBANK97P
025200       PERFORM LOAD-GOAL-ENTRY THRU                               DBANK97P
025300               LOAD-GOAL-ENTRY-EXIT                               DBANK97P
025400     END-IF.                                                      DBANK97P
025500     GO TO LOAD-GOALS-LOOP.                                       DBANK97P
025600 LOAD-GOALS-DONE.                                                 DBANK97P
025700     EXEC CICS ENDBR FILE('BNKGOAL')                              DBANK97P
025800     END-EXEC.                                                    DBANK97P
025900 LOAD-GOALS-TOTAL.                                                DBANK97P
026000     MOVE WS-SUB1 TO CD97O-COUNT.                                 DBANK97P
026100     COMPUTE CD97O-UNALLOCATED =                                  DBANK97P
026200       BAC-REC-BALANCE - WS-ALLOCATED-TOTAL.                      DBANK97P
026300 LOAD-GOALS-EXIT.                                                 DBANK97P
026400     EXIT.                                                        DBANK97P
026500                                                                  DBANK97P
026600***************************************************************** DBANK97P
026700* Return one active goal on list line WS-SUB1 with its progress * DBANK97P
026800* as a percentage of the target (shown as 999 once well past)   * DBANK97P
026900***************************************************************** DBANK97P
027000 LOAD-GOAL-ENTRY.                                                 DBANK97P
027100     MOVE GOL-REC-SEQ TO CD97O-ENTRY-SEQ (WS-SUB1).               DBANK97P
027200     MOVE GOL-REC-NAME TO CD97O-ENTRY-NAME (WS-SUB1).             DBANK97P
027300     MOVE GOL-REC-TARGET-AMT TO CD97O-ENTRY-TARGET-AMT (WS-SUB1). DBANK97P
027400     MOVE GOL-REC-TARGET-DATE                                     DBANK97P
027500       TO CD97O-ENTRY-TARGET-DATE (WS-SUB1).                      DBANK97P
027600     MOVE GOL-REC-ALLOCATED TO CD97O-ENTRY-ALLOCATED (WS-SUB1).   DBANK97P
027700     MOVE GOL-REC-AUTO-AMT TO CD97O-ENTRY-AUTO-AMT (WS-SUB1).     DBANK97P
027800     MOVE ZERO TO WS-PERCENT.                                     DBANK97P
027900     IF GOL-REC-TARGET-AMT IS GREATER THAN ZERO AND               DBANK97P
028000        GOL-REC-ALLOCATED IS GREATER THAN ZERO                    DBANK97P
028100       COMPUTE WS-PERCENT =                                       DBANK97P
028200         GOL-REC-ALLOCATED * 100 / GOL-REC-TARGET-AMT             DBANK97P
028300     END-IF.                                                      DBANK97P
028400     IF WS-PERCENT IS GREATER THAN 999                            DBANK97P
028500       MOVE 999 TO WS-PERCENT                                     DBANK97P
028600     END-IF.                                                      DBANK97P
028700     MOVE WS-PERCENT TO CD97O-ENTRY-PERCENT (WS-SUB1).            DBANK97P
028800 LOAD-GOAL-ENTRY-EXIT.                                            DBANK97P
028900     EXIT.                                                        DBANK97P
029000                                                                  DBANK97P
029100***************************************************************** DBANK97P
029200* Add request - a new goal takes the next unused number and     * DBANK97P
029300* starts with nothing allocated.  Eight active goals at a time. * DBANK97P
029400***************************************************************** DBANK97P
029500 ADD-PROCESSING.                                                  DBANK97P
029600     PERFORM EDIT-GOAL-FIELDS THRU                                DBANK97P
029700             EDIT-GOAL-FIELDS-EXIT.                               DBANK97P
029800     IF NOT CD97O-OK                                              DBANK97P
029900       GO TO ADD-PROCESSING-EXIT                                  DBANK97P
030000     END-IF.                                                      DBANK97P
030100     PERFORM LOAD-GOALS THRU                                      DBANK97P
030200             LOAD-GOALS-EXIT.                                     DBANK97P
030300     IF CD97O-COUNT IS NOT LESS THAN 8                            DBANK97P
030400       SET CD97O-ERROR TO TRUE                                    DBANK97P
030500       MOVE 'Eight goals already - close one first' TO CD97O-MSG  DBANK97P
030600       GO TO ADD-PROCESSING-EXIT                                  DBANK97P
030700     END-IF.                                                      DBANK97P
030800     IF WS-LAST-SEQ IS NOT LESS THAN 99                           DBANK97P
030900       SET CD97O-ERROR TO TRUE                                    DBANK97P
031000       MOVE 'No more goals can be opened on this account'         DBANK97P
031100         TO CD97O-MSG                                             DBANK97P
031200       GO TO ADD-PROCESSING-EXIT                                  DBANK97P
031300     END-IF.                                                      DBANK97P
031400     COMPUTE WS-NEXT-SEQ = WS-LAST-SEQ + 1.                       DBANK97P
031500     MOVE SPACES TO WS-BNKGOAL-REC.                               DBANK97P
031600     MOVE CD97I-ACCNO TO GOL-REC-ACCNO.                           DBANK97P
031700     MOVE WS-NEXT-SEQ TO GOL-REC-SEQ.                             DBANK97P
031800     SET GOL-STATUS-ACTIVE TO TRUE.                               DBANK97P
031900     PERFORM MOVE-GOAL-FIELDS THRU                                DBANK97P
032000             MOVE-GOAL-FIELDS-EXIT.                               DBANK97P
032100     MOVE ZERO TO GOL-REC-ALLOCATED.                              DBANK97P
032200     MOVE ZERO TO GOL-REC-INT-TOTAL.                              DBANK97P
032300     MOVE WS-TODAY TO GOL-REC-OPENED-DATE.                        DBANK97P
032400     MOVE WS-TODAY TO GOL-REC-STATUS-DATE.                        DBANK97P
032500     MOVE GOL-KEY TO WS-BNKGOAL-RID.                              DBANK97P
032600     EXEC CICS WRITE FILE('BNKGOAL')                              DBANK97P
032700                    FROM(WS-BNKGOAL-REC)                          DBANK97P
032800                    LENGTH(LENGTH OF WS-BNKGOAL-REC)              DBANK97P
032900                    RIDFLD(WS-BNKGOAL-RID)                        DBANK97P
033000                    RESP(WS-RESP)                                 DBANK97P
033100     END-EXEC.                                                    DBANK97P
033200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK97P
033300       SET CD97O-ERROR TO TRUE                                    DBANK97P
033400       MOVE 'Unable to add the goal' TO CD97O-MSG                 DBANK97P
033500       GO TO ADD-PROCESSING-EXIT                                  DBANK97P
033600     END-IF.                                                      DBANK97P
033700     MOVE 'Goal added' TO CD97O-MSG.                              DBANK97P
033800 ADD-PROCESSING-EXIT.                                             DBANK97P
033900     EXIT.                                                        DBANK97P
034000                                                                  DBANK97P
034100***************************************************************** DBANK97P
034200* Update request - change the name, target or auto amount of an * DBANK97P
034300* active goal; what it holds is not touched                     * DBANK97P
034400***************************************************************** DBANK97P
034500 UPDATE-PROCESSING.                                               DBANK97P
034600     PERFORM EDIT-GOAL-FIELDS THRU                                DBANK97P
034700             EDIT-GOAL-FIELDS-EXIT.                               DBANK97P
034800     IF NOT CD97O-OK                                              DBANK97P
034900       GO TO UPDATE-PROCESSING-EXIT                               DBANK97P
035000     END-IF.                                                      DBANK97P
035100     MOVE CD97I-SEQ TO WS-BNKGOAL-RID-SEQ.                        DBANK97P
035200     PERFORM READ-GOAL-FOR-UPDATE THRU                            DBANK97P
035300             READ-GOAL-FOR-UPDATE-EXIT.                           DBANK97P
035400     IF NOT CD97O-OK                                              DBANK97P
035500       GO TO UPDATE-PROCESSING-EXIT                               DBANK97P
035600     END-IF.                                                      DBANK97P
035700     PERFORM MOVE-GOAL-FIELDS THRU                                DBANK97P
035800             MOVE-GOAL-FIELDS-EXIT.                               DBANK97P
035900     PERFORM REWRITE-GOAL THRU                                    DBANK97P
036000             REWRITE-GOAL-EXIT.                                   DBANK97P
036100     IF CD97O-OK                                                  DBANK97P
036200       MOVE 'Goal changed' TO CD97O-MSG                           DBANK97P
036300     END-IF.                                                      DBANK97P
036400 UPDATE-PROCESSING-EXIT.                                          DBANK97P
036500     EXIT.                                                        DBANK97P
036600                                                                  DBANK97P
036700***************************************************************** DBANK97P
036800* Move request - take the amount from one goal (or from the     * DBANK97P
036900* unallocated balance, goal 00) and give it to another goal (or * DBANK97P
037000* back to the unallocated balance).  Only what is there to take * DBANK97P
037100* can be moved, so the unallocated amount never goes below      * DBANK97P
037200* nothing by a move of the customer's own.                      * DBANK97P
037300***************************************************************** DBANK97P
037400 MOVE-PROCESSING.                                                 DBANK97P
037500     IF CD97I-AMOUNT IS NOT NUMERIC OR                            DBANK97P
037600        CD97I-AMOUNT IS NOT GREATER THAN ZERO                     DBANK97P
037700       SET CD97O-ERROR TO TRUE                                    DBANK97P
037800       MOVE 'Key the amount to move' TO CD97O-MSG                 DBANK97P
037900       GO TO MOVE-PROCESSING-EXIT                                 DBANK97P
038000     END-IF.                                                      DBANK97P
038100     IF CD97I-SEQ IS EQUAL TO CD97I-TO-SEQ                        DBANK97P
038200       SET CD97O-ERROR TO TRUE                                    DBANK97P
038300       MOVE 'Move from one goal to a different one' TO CD97O-MSG  DBANK97P
038400       GO TO MOVE-PROCESSING-EXIT                                 DBANK97P
038500     END-IF.                                                      DBANK97P
038600     PERFORM LOAD-GOALS THRU                                      DBANK97P
038700             LOAD-GOALS-EXIT.                                     DBANK97P
038800***************************************************************** DBANK97P
038900* Make sure the goal receiving the money is there before any is * DBANK97P
039000* taken from the other                                          * DBANK97P
039100***************************************************************** DBANK97P
039200     IF CD97I-TO-SEQ IS NOT EQUAL TO '00'                         DBANK97P
039300       MOVE CD97I-TO-SEQ TO WS-BNKGOAL-RID-SEQ                    DBANK97P
039400       PERFORM READ-GOAL THRU                                     DBANK97P
039500               READ-GOAL-EXIT                                     DBANK97P
039600       IF NOT CD97O-OK                                            DBANK97P
039700         GO TO MOVE-PROCESSING-EXIT                               DBANK97P
039800       END-IF                                                     DBANK97P
039900     END-IF.                                                      DBANK97P
040000     IF CD97I-SEQ IS EQUAL TO '00'                                DBANK97P
040100       IF CD97I-AMOUNT IS GREATER THAN CD97O-UNALLOCATED          DBANK97P
040200         SET CD97O-ERROR TO TRUE                                  DBANK97P
040300         MOVE 'Not that much unallocated' TO CD97O-MSG            DBANK97P
040400         GO TO MOVE-PROCESSING-EXIT                               DBANK97P
040500       END-IF                                                     DBANK97P
040600     ELSE                                                         DBANK97P
040700       MOVE CD97I-SEQ TO WS-BNKGOAL-RID-SEQ                       DBANK97P
040800       PERFORM READ-GOAL-FOR-UPDATE THRU                          DBANK97P
040900               READ-GOAL-FOR-UPDATE-EXIT                          DBANK97P
041000       IF NOT CD97O-OK                                            DBANK97P
041100         GO TO MOVE-PROCESSING-EXIT                               DBANK97P
041200       END-IF                                                     DBANK97P
041300       IF CD97I-AMOUNT IS GREATER THAN GOL-REC-ALLOCATED          DBANK97P
041400         EXEC CICS UNLOCK FILE('BNKGOAL')                         DBANK97P
041500         END-EXEC                                                 DBANK97P
041600         SET CD97O-ERROR TO TRUE                                  DBANK97P
041700         MOVE 'Not that much in the goal' TO CD97O-MSG            DBANK97P
041800         GO TO MOVE-PROCESSING-EXIT                               DBANK97P
041900       END-IF                                                     DBANK97P
042000       SUBTRACT CD97I-AMOUNT FROM GOL-REC-ALLOCATED               DBANK97P
042100       PERFORM REWRITE-GOAL THRU                                  DBANK97P
042200               REWRITE-GOAL-EXIT                                  DBANK97P
042300       IF NOT CD97O-OK                                            DBANK97P
042400         GO TO MOVE-PROCESSING-EXIT                               DBANK97P
042500       END-IF                                                     DBANK97P
042600     END-IF.                                                      DBANK97P
042700     IF CD97I-TO-SEQ IS NOT EQUAL TO '00'                         DBANK97P
042800       MOVE CD97I-TO-SEQ TO WS-BNKGOAL-RID-SEQ                    DBANK97P
042900       PERFORM READ-GOAL-FOR-UPDATE THRU                          DBANK97P
043000               READ-GOAL-FOR-UPDATE-EXIT                          DBANK97P
043100       IF NOT CD97O-OK                                            DBANK97P
043200         GO TO MOVE-PROCESSING-EXIT                               DBANK97P
043300       END-IF                                                     DBANK97P
043400       ADD CD97I-AMOUNT TO GOL-REC-ALLOCATED                      DBANK97P
043500       PERFORM REWRITE-GOAL THRU                                  DBANK97P
043600               REWRITE-GOAL-EXIT                                  DBANK97P
043700       IF NOT CD97O-OK                                            DBANK97P
043800         GO TO MOVE-PROCESSING-EXIT                               DBANK97P
043900       END-IF                                                     DBANK97P
044000     END-IF.                                                      DBANK97P
044100     MOVE 'Money moved' TO CD97O-MSG.                             DBANK97P
044200 MOVE-PROCESSING-EXIT.                                            DBANK97P
044300     EXIT.                                                        DBANK97P
044400                                                                  DBANK97P
044500***************************************************************** DBANK97P
044600* Close request - the goal is kept, marked closed, and what it  * DBANK97P
044700* held goes back to the unallocated balance                     * DBANK97P
044800***************************************************************** DBANK97P
044900 CLOSE-PROCESSING.                                                DBANK97P
045000     MOVE CD97I-SEQ TO WS-BNKGOAL-RID-SEQ.                        DBANK97P
045100     PERFORM READ-GOAL-FOR-UPDATE THRU                            DBANK97P
045200             READ-GOAL-FOR-UPDATE-EXIT.                           DBANK97P
045300     IF NOT CD97O-OK                                              DBANK97P
045400       GO TO CLOSE-PROCESSING-EXIT                                DBANK97P
045500     END-IF.                                                      DBANK97P
045600     MOVE GOL-REC-ALLOCATED TO WS-RETURNED.                       DBANK97P
045700     MOVE ZERO TO GOL-REC-ALLOCATED.                              DBANK97P
045800     MOVE ZERO TO GOL-REC-AUTO-AMT.                               DBANK97P
045900     SET GOL-STATUS-CLOSED TO TRUE.                               DBANK97P
046000     MOVE WS-TODAY TO GOL-REC-STATUS-DATE.                        DBANK97P
046100     PERFORM REWRITE-GOAL THRU                                    DBANK97P
046200             REWRITE-GOAL-EXIT.                                   DBANK97P
046300     IF NOT CD97O-OK                                              DBANK97P
046400       GO TO CLOSE-PROCESSING-EXIT                                DBANK97P
046500     END-IF.                                                      DBANK97P
046600     MOVE WS-RETURNED TO WS-RETURNED-DISPLAY.                     DBANK97P
046700     STRING 'Goal closed,' DELIMITED BY SIZE                      DBANK97P
046800            WS-RETURNED-DISPLAY DELIMITED BY SIZE                 DBANK97P
046900            ' freed' DELIMITED BY SIZE                            DBANK97P
047000       INTO CD97O-MSG.                                            DBANK97P
047100 CLOSE-PROCESSING-EXIT.                                           DBANK97P
047200     EXIT.                                                        DBANK97P
047300                                                                  DBANK97P
047400***************************************************************** DBANK97P
047500* Edit the goal details keyed for an add or a change - a name,  * DBANK97P
047600* a target amount, a target date (YYYY-MM-DD) still to come and * DBANK97P
047700* a monthly auto amount, which may be nothing                   * DBANK97P
047800***************************************************************** DBANK97P
047900 EDIT-GOAL-FIELDS.                                                DBANK97P
048000     IF CD97I-NAME IS EQUAL TO SPACES OR                          DBANK97P
048100        CD97I-NAME IS EQUAL TO LOW-VALUES                         DBANK97P
048200       SET CD97O-ERROR TO TRUE                                    DBANK97P
048300       MOVE 'Give the goal a name' TO CD97O-MSG                   DBANK97P
048400       GO TO EDIT-GOAL-FIELDS-EXIT                                DBANK97P
048500     END-IF.                                                      DBANK97P
048600     IF CD97I-TARGET-AMT IS NOT NUMERIC OR                        DBANK97P
048700        CD97I-TARGET-AMT IS NOT GREATER THAN ZERO                 DBANK97P
048800       SET CD97O-ERROR TO TRUE                                    DBANK97P
048900       MOVE 'Key the target amount' TO CD97O-MSG                  DBANK97P
049000       GO TO EDIT-GOAL-FIELDS-EXIT                                DBANK97P
049100     END-IF.                                                      DBANK97P
049200     MOVE CD97I-TARGET-DATE TO WS-DATE-CHECK.                     DBANK97P
049300     IF WS-DATE-CHECK-YYYY IS NOT NUMERIC OR                      DBANK97P
049400        WS-DATE-CHECK-DASH1 IS NOT EQUAL TO '-' OR                DBANK97P
049500        WS-DATE-CHECK-MM IS NOT NUMERIC OR                        DBANK97P
049600        WS-DATE-CHECK-MM IS LESS THAN '01' OR                     DBANK97P
049700        WS-DATE-CHECK-MM IS GREATER THAN '12' OR                  DBANK97P
049800        WS-DATE-CHECK-DASH2 IS NOT EQUAL TO '-' OR                DBANK97P
049900        WS-DATE-CHECK-DD IS NOT NUMERIC OR                        DBANK97P
050000        WS-DATE-CHECK-DD IS LESS THAN '01' OR                     DBANK97P
050100        WS-DATE-CHECK-DD IS GREATER THAN '31'                     DBANK97P
050200       SET CD97O-ERROR TO TRUE                                    DBANK97P
050300       MOVE 'Key the target date as YYYY-MM-DD' TO CD97O-MSG      DBANK97P
050400       GO TO EDIT-GOAL-FIELDS-EXIT                                DBANK97P
050500     END-IF.                                                      DBANK97P
050600     IF WS-DATE-CHECK IS NOT GREATER THAN WS-TODAY                DBANK97P
050700       SET CD97O-ERROR TO TRUE                                    DBANK97P
050800       MOVE 'The target date must be in the future' TO CD97O-MSG  DBANK97P
050900       GO TO EDIT-GOAL-FIELDS-EXIT                                DBANK97P
051000     END-IF.                                                      DBANK97P
051100     IF CD97I-AUTO-AMT IS NOT NUMERIC OR                          DBANK97P
051200        CD97I-AUTO-AMT IS LESS THAN ZERO                          DBANK97P
051300       SET CD97O-ERROR TO TRUE                                    DBANK97P
051400       MOVE 'Key the monthly amount, or zero' TO CD97O-MSG        DBANK97P
051500     END-IF.                                                      DBANK97P
051600 EDIT-GOAL-FIELDS-EXIT.                                           DBANK97P
051700     EXIT.                                                        DBANK97P
051800                                                                  DBANK97P
051900***************************************************************** DBANK97P
052000* Move the edited goal details onto the record                  * DBANK97P
052100***************************************************************** DBANK97P
052200 MOVE-GOAL-FIELDS.                                                DBANK97P
052300     MOVE CD97I-NAME TO GOL-REC-NAME.                             DBANK97P
052400     MOVE CD97I-TARGET-AMT TO GOL-REC-TARGET-AMT.                 DBANK97P
052500     MOVE CD97I-TARGET-DATE TO GOL-REC-TARGET-DATE.               DBANK97P
052600     MOVE CD97I-AUTO-AMT TO GOL-REC-AUTO-AMT.                     DBANK97P
052700 MOVE-GOAL-FIELDS-EXIT.                                           DBANK97P
052800     EXIT.                                                        DBANK97P
052900                                                                  DBANK97P
053000***************************************************************** DBANK97P
053100* Read the active goal WS-BNKGOAL-RID-SEQ of the account        * DBANK97P
053200***************************************************************** DBANK97P
053300 READ-GOAL.                                                       DBANK97P
053400     MOVE CD97I-ACCNO TO WS-BNKGOAL-RID-ACCNO.                    DBANK97P
053500     EXEC CICS READ FILE('BNKGOAL')                               DBANK97P
053600                    INTO(WS-BNKGOAL-REC)                          DBANK97P
053700                    LENGTH(LENGTH OF WS-BNKGOAL-REC)              DBANK97P
053800                    RIDFLD(WS-BNKGOAL-RID)                        DBANK97P
053900                    RESP(WS-RESP)                                 DBANK97P
054000     END-EXEC.                                                    DBANK97P
054100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBANK97P
054200        NOT GOL-STATUS-ACTIVE                                     DBANK97P
054300       SET CD97O-ERROR TO TRUE                                    DBANK97P
054400       MOVE 'There is no such goal' TO CD97O-MSG                  DBANK97P
054500     END-IF.                                                      DBANK97P
054600 READ-GOAL-EXIT.                                                  DBANK97P
054700     EXIT.                                                        DBANK97P
054800                                                                  DBANK97P
054900***************************************************************** DBANK97P
055000* Read the active goal WS-BNKGOAL-RID-SEQ of the account for    * DBANK97P
055100* update                                                        * DBANK97P
055200***************************************************************** DBANK97P
055300 READ-GOAL-FOR-UPDATE.                                            DBANK97P
055400     MOVE CD97I-ACCNO TO WS-BNKGOAL-RID-ACCNO.                    DBANK97P
055500     EXEC CICS READ FILE('BNKGOAL')                               DBANK97P
055600                    UPDATE                                        DBANK97P
055700                    INTO(WS-BNKGOAL-REC)                          DBANK97P
055800                    LENGTH(LENGTH OF WS-BNKGOAL-REC)              DBANK97P
055900                    RIDFLD(WS-BNKGOAL-RID)                        DBANK97P
056000                    RESP(WS-RESP)                                 DBANK97P
056100     END-EXEC.                                                    DBANK97P
056200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK97P
056300       SET CD97O-ERROR TO TRUE                                    DBANK97P
056400       MOVE 'There is no such goal' TO CD97O-MSG                  DBANK97P
056500       GO TO READ-GOAL-FOR-UPDATE-EXIT                            DBANK97P
056600     END-IF.                                                      DBANK97P
056700     IF NOT GOL-STATUS-ACTIVE                                     DBANK97P
056800       EXEC CICS UNLOCK FILE('BNKGOAL')                           DBANK97P
056900       END-EXEC                                                   DBANK97P
057000       SET CD97O-ERROR TO TRUE                                    DBANK97P
057100       MOVE 'That goal is closed' TO CD97O-MSG                    DBANK97P
057200     END-IF.                                                      DBANK97P
057300 READ-GOAL-FOR-UPDATE-EXIT.                                       DBANK97P
057400     EXIT.                                                        DBANK97P
057500                                                                  DBANK97P
057600***************************************************************** DBANK97P
057700* Put back the goal read for update                             * DBANK97P
057800***************************************************************** DBANK97P
057900 REWRITE-GOAL.                                                    DBANK97P
058000     EXEC CICS REWRITE FILE('BNKGOAL')                            DBANK97P
058100                    FROM(WS-BNKGOAL-REC)                          DBANK97P
058200                    LENGTH(LENGTH OF WS-BNKGOAL-REC)              DBANK97P
058300                    RESP(WS-RESP)                                 DBANK97P
058400     END-EXEC.                                                    DBANK97P
058500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK97P
058600       SET CD97O-ERROR TO TRUE                                    DBANK97P
058700       MOVE 'Unable to update the goal' TO CD97O-MSG              DBANK97P
058800     END-IF.                                                      DBANK97P
058900 REWRITE-GOAL-EXIT.                                               DBANK97P
059000     EXIT.                                                        DBANK97P
059100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK97P
