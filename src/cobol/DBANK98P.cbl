000100***************************************************************** DBANK98P
000200*                                                               * DBANK98P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK98P
000400*   This demonstration program is provided for use by users     * DBANK98P
000500*   of Micro Focus products and may be used, modified and       * DBANK98P
000600*   distributed as part of your application provided that       * DBANK98P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK98P
000800*   in this material.                                           * DBANK98P
000900*                                                               * DBANK98P
001000***************************************************************** DBANK98P
001100                                                                  DBANK98P
001200***************************************************************** DBANK98P
001300* Program:     DBANK98P.CBL                                     * DBANK98P
001400* Function:    Round-up savings enrolments (file BNKRNDU) -     * DBANK98P
001500*              show an account's enrolment with what is waiting * DBANK98P
001600*              to go across and what has been saved this month  * DBANK98P
001700*              and last, enrol an account (or change the        * DBANK98P
001800*              savings account, the multiple to round up to,    * DBANK98P
001900*              whether ATM withdrawals count and the balance    * DBANK98P
002000*              below which no transfer is made) and stop the    * DBANK98P
002100*              round-ups.  Also collects the round-up on an ATM * DBANK98P
002200*              withdrawal for an enrolled account that has      * DBANK98P
002300*              chosen to include them - the amount is only      * DBANK98P
002400*              added to what is waiting, the daily transfer     * DBANK98P
002500*              (ZBNKRUP1) moves the money.                      * DBANK98P
002600*              VSAM version                                     * DBANK98P
002700***************************************************************** DBANK98P
002800                                                                  DBANK98P
002900 IDENTIFICATION DIVISION.                                         DBANK98P
003000 PROGRAM-ID.                                                      DBANK98P
003100     DBANK98P.                                                    DBANK98P
003200 DATE-WRITTEN.                                                    DBANK98P
003300     October 2026.                                                DBANK98P
003400 DATE-COMPILED.                                                   DBANK98P
003500     Today.                                                       DBANK98P
003600                                                                  DBANK98P
003700 ENVIRONMENT DIVISION.                                            DBANK98P
003800                                                                  DBANK98P
003900 DATA DIVISION.                                                   DBANK98P
004000                                                                  DBANK98P
004100 WORKING-STORAGE SECTION.                                         DBANK98P
004200 COPY CTSTAMPD.                                                   DBANK98P
004300                                                                  DBANK98P
004400 01  WS-MISC-STORAGE.                                             DBANK98P
004500   05  WS-PROGRAM-ID                         PIC X(8)             DBANK98P
004600       VALUE 'DBANK98P'.                                          DBANK98P
004700   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK98P
004800   05  WS-RESP                               PIC S9(8) COMP.      DBANK98P
004900   05  WS-BNKACC-RID                         PIC X(9).            DBANK98P
005000   05  WS-BNKRNDU-RID                        PIC X(9).            DBANK98P
005100   05  WS-TODAY                              PIC X(10).           DBANK98P
005200   05  WS-SPEND-PID                          PIC X(5).            DBANK98P
005300   05  WS-SPEND-JOINT-PID                    PIC X(5).            DBANK98P
005400   05  WS-RU-QUOTIENT                        PIC S9(9) COMP-3.    DBANK98P
005500   05  WS-RU-REMAINDER                       PIC S9(7)V99 COMP-3. DBANK98P
005600                                                                  DBANK98P
005700 01  WS-BNKACC-REC.                                               DBANK98P
005800 COPY CBANKVAC.                                                   DBANK98P
005900                                                                  DBANK98P
006000 01  WS-BNKRNDU-REC.                                              DBANK98P
006100 COPY CBANKVRU.                                                   DBANK98P
006200                                                                  DBANK98P
006300 01  WS-COMMAREA.                                                 DBANK98P
006400 COPY CBANKD98.                                                   DBANK98P
006500                                                                  DBANK98P
006600 LINKAGE SECTION.                                                 DBANK98P
006700 01  DFHCOMMAREA.                                                 DBANK98P
006800   05  LK-COMMAREA                           PIC X(1)             DBANK98P
006900       OCCURS 1 TO 4096 TIMES                                     DBANK98P
007000         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK98P
007100                                                                  DBANK98P
007200 COPY CENTRY.                                                     DBANK98P
007300***************************************************************** DBANK98P
007400* Move the passed data to our area                              * DBANK98P
007500***************************************************************** DBANK98P
007600     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK98P
007700     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK98P
007800                                                                  DBANK98P
007900***************************************************************** DBANK98P
008000* Initialize our output area                                    * DBANK98P
008100***************************************************************** DBANK98P
008200     MOVE SPACES TO CD98O-DATA.                                   DBANK98P
008300     SET CD98O-OK TO TRUE.                                        DBANK98P
008400     MOVE ZERO TO CD98O-MULTIPLE.                                 DBANK98P
008500     MOVE ZERO TO CD98O-THRESHOLD.                                DBANK98P
008600     MOVE ZERO TO CD98O-PENDING-AMT.                              DBANK98P
008700     MOVE ZERO TO CD98O-PENDING-CNT.                              DBANK98P
008800     MOVE ZERO TO CD98O-MONTH-AMT.                                DBANK98P
008900     MOVE ZERO TO CD98O-PRIOR-AMT.                                DBANK98P
009000     MOVE ZERO TO CD98O-ROUNDUP.                                  DBANK98P
009100 COPY CTSTAMPP.                                                   DBANK98P
009200     MOVE WS-TIMESTAMP (1:10) TO WS-TODAY.                        DBANK98P
009300                                                                  DBANK98P
009400***************************************************************** DBANK98P
009500* See what kind of request we have and react accordingly        * DBANK98P
009600***************************************************************** DBANK98P
009700     EVALUATE TRUE                                                DBANK98P
009800       WHEN CD98I-READ                                            DBANK98P
009900         PERFORM READ-PROCESSING THRU                             DBANK98P
010000                 READ-PROCESSING-EXIT                             DBANK98P
010100       WHEN CD98I-ENROL                                           DBANK98P
010200         PERFORM ENROL-PROCESSING THRU                            DBANK98P
010300                 ENROL-PROCESSING-EXIT                            DBANK98P
010400       WHEN CD98I-STOP                                            DBANK98P
010500         PERFORM STOP-PROCESSING THRU                             DBANK98P
010600                 STOP-PROCESSING-EXIT                             DBANK98P
010700       WHEN CD98I-ATM-ROUNDUP                                     DBANK98P
010800         PERFORM ATM-ROUNDUP-PROCESSING THRU                      DBANK98P
010900                 ATM-ROUNDUP-PROCESSING-EXIT                      DBANK98P
011000       WHEN OTHER                                                 DBANK98P
011100         SET CD98O-ERROR TO TRUE                                  DBANK98P
011200         MOVE 'Bad request code' TO CD98O-MSG                     DBANK98P
011300     END-EVALUATE.                                                DBANK98P
011400                                                                  DBANK98P
011500***************************************************************** DBANK98P
011600* Move the result back to the callers area                      * DBANK98P
011700***************************************************************** DBANK98P
011800     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK98P
011900                                                                  DBANK98P
012000***************************************************************** DBANK98P
012100* Return to our caller                                          * DBANK98P
012200***************************************************************** DBANK98P
012300 COPY CRETURN.                                                    DBANK98P
012400                                                                  DBANK98P
012500***************************************************************** DBANK98P
012600* Read request - hand back the account's enrolment              * DBANK98P
012700***************************************************************** DBANK98P
012800 READ-PROCESSING.                                                 DBANK98P
012900     MOVE CD98I-ACCNO TO WS-BNKRNDU-RID.                          DBANK98P
013000     EXEC CICS READ FILE('BNKRNDU')                               DBANK98P
013100                    INTO(WS-BNKRNDU-REC)                          DBANK98P
013200                    LENGTH(LENGTH OF WS-BNKRNDU-REC)              DBANK98P
013300                    RIDFLD(WS-BNKRNDU-RID)                        DBANK98P
013400                    RESP(WS-RESP)                                 DBANK98P
013500     END-EXEC.                                                    DBANK98P
013600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK98P
013700       SET CD98O-NOTFND TO TRUE                                   DBANK98P
013800       MOVE 'Account is not enrolled for round-ups' TO CD98O-MSG  DBANK98P
013900       GO TO READ-PROCESSING-EXIT                                 DBANK98P
014000     END-IF.                                                      DBANK98P
014100     PERFORM RETURN-ENROLMENT THRU                                DBANK98P
014200             RETURN-ENROLMENT-EXIT.                               DBANK98P
014300 READ-PROCESSING-EXIT.                                            DBANK98P
014400     EXIT.                                                        DBANK98P
014500                                                                  DBANK98P
014600***************************************************************** DBANK98P
014700* Enrol request - check both accounts and the choices made,     * DBANK98P
014800* then add the enrolment or change the one already held.  What  * DBANK98P
014900* is waiting to go across and the month totals are kept when an * DBANK98P
015000* enrolment is changed or restarted.                            * DBANK98P
015100***************************************************************** DBANK98P
015200 ENROL-PROCESSING.                                                DBANK98P
015300     PERFORM EDIT-ENROLMENT THRU                                  DBANK98P
015400             EDIT-ENROLMENT-EXIT.                                 DBANK98P
015500     IF NOT CD98O-OK                                              DBANK98P
015600       GO TO ENROL-PROCESSING-EXIT                                DBANK98P
015700     END-IF.                                                      DBANK98P
015800     MOVE CD98I-ACCNO TO WS-BNKRNDU-RID.                          DBANK98P
015900     EXEC CICS READ FILE('BNKRNDU')                               DBANK98P
016000                    UPDATE                                        DBANK98P
016100                    INTO(WS-BNKRNDU-REC)                          DBANK98P
016200                    LENGTH(LENGTH OF WS-BNKRNDU-REC)              DBANK98P
016300                    RIDFLD(WS-BNKRNDU-RID)                        DBANK98P
016400                    RESP(WS-RESP)                                 DBANK98P
016500     END-EXEC.                                                    DBANK98P
016600     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK98P
016700       PERFORM MOVE-ENROLMENT-FIELDS THRU                         DBANK98P
016800               MOVE-ENROLMENT-FIELDS-EXIT                         DBANK98P
016900       EXEC CICS REWRITE FILE('BNKRNDU')                          DBANK98P
017000                      FROM(WS-BNKRNDU-REC)                        DBANK98P
017100                      LENGTH(LENGTH OF WS-BNKRNDU-REC)            DBANK98P
017200                      RESP(WS-RESP)                               DBANK98P
017300       END-EXEC                                                   DBANK98P
017400       IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                 DBANK98P
017500         SET CD98O-ERROR TO TRUE                                  DBANK98P
017600         MOVE 'Unable to update the enrolment' TO CD98O-MSG       DBANK98P
017700         GO TO ENROL-PROCESSING-EXIT                              DBANK98P
017800       END-IF                                                     DBANK98P
017900       MOVE 'Round-up enrolment changed' TO CD98O-MSG             DBANK98P
018000     ELSE                                                         DBANK98P
018100       MOVE SPACES TO WS-BNKRNDU-REC                              DBANK98P
018200       MOVE CD98I-ACCNO TO RUP-REC-ACCNO                          DBANK98P
018300       MOVE ZERO TO RUP-REC-PENDING-AMT                           DBANK98P
018400       MOVE ZERO TO RUP-REC-PENDING-CNT                           DBANK98P
018500       MOVE ZERO TO RUP-REC-MONTH-AMT                             DBANK98P
018600       MOVE ZERO TO RUP-REC-PRIOR-AMT                             DBANK98P
018700       MOVE WS-TODAY (1:7) TO RUP-REC-MONTH                       DBANK98P
018800       PERFORM MOVE-ENROLMENT-FIELDS THRU                         DBANK98P
018900               MOVE-ENROLMENT-FIELDS-EXIT                         DBANK98P
019000       EXEC CICS WRITE FILE('BNKRNDU')                            DBANK98P
019100                      FROM(WS-BNKRNDU-REC)                        DBANK98P
019200                      LENGTH(LENGTH OF WS-BNKRNDU-REC)            DBANK98P
019300                      RIDFLD(WS-BNKRNDU-RID)                      DBANK98P
019400                      RESP(WS-RESP)                               DBANK98P
019500       END-EXEC                                                   DBANK98P
019600       IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                 DBANK98P
019700         SET CD98O-ERROR TO TRUE                                  DBANK98P
019800         MOVE 'Unable to add the enrolment' TO CD98O-MSG          DBANK98P
019900         GO TO ENROL-PROCESSING-EXIT                              DBANK98P
020000       END-IF                                                     DBANK98P
020100       MOVE 'Account enrolled for round-ups' TO CD98O-MSG         DBANK98P
020200     END-IF.                                                      DBANK98P
020300     PERFORM RETURN-ENROLMENT THRU                                DBANK98P
020400             RETURN-ENROLMENT-EXIT.                               DBANK98P
020500 ENROL-PROCESSING-EXIT.                                           DBANK98P
020600     EXIT.                                                        DBANK98P
020700                                                                  DBANK98P
020800***************************************************************** DBANK98P
020900* The spending account must be open.  The savings account must  * DBANK98P
021000* be a different, open savings account held by the same         * DBANK98P
021100* customer (as holder or joint holder of the spending account). * DBANK98P
021200* The multiple is in whole units from 1 to 100 (1 when none is  * DBANK98P
021300* keyed) and the threshold may be zero.                         * DBANK98P
021400***************************************************************** DBANK98P
021500 EDIT-ENROLMENT.                                                  DBANK98P
021600     MOVE CD98I-ACCNO TO WS-BNKACC-RID.                           DBANK98P
021700     PERFORM READ-ACCOUNT THRU                                    DBANK98P
021800             READ-ACCOUNT-EXIT.                                   DBANK98P
021900     IF NOT CD98O-OK                                              DBANK98P
022000       GO TO EDIT-ENROLMENT-EXIT                                  DBANK98P
022100     END-IF.                                                      DBANK98P
022200     IF BAC-STATUS-CLOSED                                         DBANK98P
022300       SET CD98O-ERROR TO TRUE                                    DBANK98P
022400       MOVE 'The spending account is closed' TO CD98O-MSG         DBANK98P
022500       GO TO EDIT-ENROLMENT-EXIT                                  DBANK98P
022600     END-IF.                                                      DBANK98P
022700     MOVE BAC-REC-PID TO WS-SPEND-PID.                            DBANK98P
022800     MOVE BAC-REC-JOINT-PID TO WS-SPEND-JOINT-PID.                DBANK98P
022900     IF CD98I-SAVE-ACCNO IS EQUAL TO CD98I-ACCNO                  DBANK98P
023000       SET CD98O-ERROR TO TRUE                                    DBANK98P
023100       MOVE 'Save into a different account' TO CD98O-MSG          DBANK98P
023200       GO TO EDIT-ENROLMENT-EXIT                                  DBANK98P
023300     END-IF.                                                      DBANK98P
023400     MOVE CD98I-SAVE-ACCNO TO WS-BNKACC-RID.                      DBANK98P
023500     PERFORM READ-ACCOUNT THRU                                    DBANK98P
023600             READ-ACCOUNT-EXIT.                                   DBANK98P
023700     IF NOT CD98O-OK                                              DBANK98P
023800       MOVE 'Savings account not found' TO CD98O-MSG              DBANK98P
023900       GO TO EDIT-ENROLMENT-EXIT                                  DBANK98P
024000     END-IF.                                                      DBANK98P
024100     IF BAC-REC-PID IS NOT EQUAL TO WS-SPEND-PID AND              DBANK98P
024200        BAC-REC-PID IS NOT EQUAL TO WS-SPEND-JOINT-PID            DBANK98P
024300       SET CD98O-ERROR TO TRUE                                    DBANK98P
024400       MOVE 'Savings account belongs to someone else' TO CD98O-MSGDBANK98P
024500       GO TO EDIT-ENROLMENT-EXIT                                  DBANK98P
024600     END-IF.                                                      DBANK98P
024700     IF BAC-REC-TYPE IS NOT EQUAL TO 'S'                          DBANK98P
024800       SET CD98O-ERROR TO TRUE                                    DBANK98P
024900       MOVE 'Round-ups must go to a savings account' TO CD98O-MSG DBANK98P
025000       GO TO EDIT-ENROLMENT-EXIT                                  DBANK98P
025100     END-IF.                                                      DBANK98P
025200     IF BAC-STATUS-CLOSED                                         DBANK98P
025300       SET CD98O-ERROR TO TRUE                                    DBANK98P
025400       MOVE 'The savings account is closed' TO CD98O-MSG          DBANK98P
025500       GO TO EDIT-ENROLMENT-EXIT                                  DBANK98P
025600     END-IF.                                                      DBANK98P
025700     IF CD98I-MULTIPLE IS NOT NUMERIC                             DBANK98P
025800       SET CD98O-ERROR TO TRUE                                    DBANK98P
025900       MOVE 'Key the multiple to round up to' TO CD98O-MSG        DBANK98P
026000       GO TO EDIT-ENROLMENT-EXIT                                  DBANK98P
026100     END-IF.                                                      DBANK98P
026200     IF CD98I-MULTIPLE IS EQUAL TO ZERO                           DBANK98P
026300       MOVE 1 TO CD98I-MULTIPLE                                   DBANK98P
026400     END-IF.                                                      DBANK98P
026500     IF CD98I-MULTIPLE IS GREATER THAN 100                        DBANK98P
026600       SET CD98O-ERROR TO TRUE                                    DBANK98P
026700       MOVE 'Round up to a multiple of 100 or less' TO CD98O-MSG  DBANK98P
026800       GO TO EDIT-ENROLMENT-EXIT                                  DBANK98P
026900     END-IF.                                                      DBANK98P
027000     IF CD98I-ATM IS NOT EQUAL TO 'Y' AND                         DBANK98P
027100        CD98I-ATM IS NOT EQUAL TO 'N'                             DBANK98P
027200       SET CD98O-ERROR TO TRUE                                    DBANK98P
027300       MOVE 'Include ATM withdrawals - Y or N' TO CD98O-MSG       DBANK98P
027400       GO TO EDIT-ENROLMENT-EXIT                                  DBANK98P
027500     END-IF.                                                      DBANK98P
027600     IF CD98I-THRESHOLD IS NOT NUMERIC OR                         DBANK98P
027700        CD98I-THRESHOLD IS LESS THAN ZERO                         DBANK98P
027800       SET CD98O-ERROR TO TRUE                                    DBANK98P
027900       MOVE 'Key the threshold balance, or zero' TO CD98O-MSG     DBANK98P
028000     END-IF.                                                      DBANK98P
028100 EDIT-ENROLMENT-EXIT.                                             DBANK98P
028200     EXIT.                                                        DBANK98P
028300                                                                  DBANK98P
028400***************************************************************** DBANK98P
028500* Read the account in WS-BNKACC-RID                             * DBANK98P
028600***************************************************************** DBANK98P
028700 READ-ACCOUNT.                                                    DBANK98P
028800     EXEC CICS READ FILE('BNKACC')                                DBANK98P
028900                    INTO(WS-BNKACC-REC)                           DBANK98P
029000                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBANK98P
029100                    RIDFLD(WS-BNKACC-RID)                         DBANK98P
029200                    RESP(WS-RESP)                                 DBANK98P
029300     END-EXEC.                                                    DBANK98P
029400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK98P
029500       SET CD98O-NOTFND TO TRUE                                   DBANK98P
029600       MOVE 'Account not found' TO CD98O-MSG                      DBANK98P
029700     END-IF.                                                      DBANK98P
029800 READ-ACCOUNT-EXIT.                                               DBANK98P
029900     EXIT.                                                        DBANK98P
030000                                                                  DBANK98P
030100***************************************************************** DBANK98P
030200* Set up the enrolment from the request - it is (re)started     * DBANK98P
030300***************************************************************** DBANK98P
030400 MOVE-ENROLMENT-FIELDS.                                           DBANK98P
030500     SET RUP-STATUS-ACTIVE TO TRUE.                               DBANK98P
030600     MOVE WS-SPEND-PID TO RUP-REC-PID.                            DBANK98P
030700     MOVE CD98I-SAVE-ACCNO TO RUP-REC-SAVE-ACCNO.                 DBANK98P
030800     MOVE CD98I-MULTIPLE TO RUP-REC-MULTIPLE.                     DBANK98P
030900     MOVE CD98I-ATM TO RUP-REC-ATM.                               DBANK98P
031000     MOVE CD98I-THRESHOLD TO RUP-REC-THRESHOLD.                   DBANK98P
031100     MOVE WS-TODAY TO RUP-REC-ENROLLED-DATE.                      DBANK98P
031200 MOVE-ENROLMENT-FIELDS-EXIT.                                      DBANK98P
031300     EXIT.                                                        DBANK98P
031400                                                                  DBANK98P
031500***************************************************************** DBANK98P
031600* Stop request - no more round-ups are collected.  Anything     * DBANK98P
031700* already waiting still goes across on the next daily run.      * DBANK98P
031800***************************************************************** DBANK98P
031900 STOP-PROCESSING.                                                 DBANK98P
032000     MOVE CD98I-ACCNO TO WS-BNKRNDU-RID.                          DBANK98P
032100     EXEC CICS READ FILE('BNKRNDU')                               DBANK98P
032200                    UPDATE                                        DBANK98P
032300                    INTO(WS-BNKRNDU-REC)                          DBANK98P
032400                    LENGTH(LENGTH OF WS-BNKRNDU-REC)              DBANK98P
032500                    RIDFLD(WS-BNKRNDU-RID)                        DBANK98P
032600                    RESP(WS-RESP)                                 DBANK98P
032700     END-EXEC.                                                    DBANK98P
032800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK98P
032900       SET CD98O-NOTFND TO TRUE                                   DBANK98P
033000       MOVE 'Account is not enrolled for round-ups' TO CD98O-MSG  DBANK98P
033100       GO TO STOP-PROCESSING-EXIT                                 DBANK98P
033200     END-IF.                                                      DBANK98P
033300     IF RUP-STATUS-STOPPED                                        DBANK98P
033400       EXEC CICS UNLOCK FILE('BNKRNDU')                           DBANK98P
033500       END-EXEC                                                   DBANK98P
033600       SET CD98O-ERROR TO TRUE                                    DBANK98P
033700       MOVE 'Round-ups are already stopped' TO CD98O-MSG          DBANK98P
033800       PERFORM RETURN-ENROLMENT THRU                              DBANK98P
033900               RETURN-ENROLMENT-EXIT                              DBANK98P
034000       GO TO STOP-PROCESSING-EXIT                                 DBANK98P
034100     END-IF.                                                      DBANK98P
034200     SET RUP-STATUS-STOPPED TO TRUE.                              DBANK98P
034300     EXEC CICS REWRITE FILE('BNKRNDU')                            DBANK98P
034400                    FROM(WS-BNKRNDU-REC)                          DBANK98P
034500                    LENGTH(LENGTH OF WS-BNKRNDU-REC)              DBANK98P
034600                    RESP(WS-RESP)                                 DBANK98P
034700     END-EXEC.                                                    DBANK98P
034800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK98P
034900       SET CD98O-ERROR TO TRUE                                    DBANK98P
035000       MOVE 'Unable to update the enrolment' TO CD98O-MSG         DBANK98P
035100       GO TO STOP-PROCESSING-EXIT                                 DBANK98P
035200     END-IF.                                                      DBANK98P
035300     MOVE 'Round-ups stopped' TO CD98O-MSG.                       DBANK98P
035400     PERFORM RETURN-ENROLMENT THRU                                DBANK98P
035500             RETURN-ENROLMENT-EXIT.                               DBANK98P
035600 STOP-PROCESSING-EXIT.                                            DBANK98P
035700     EXIT.                                                        DBANK98P
035800                                                                  DBANK98P
035900***************************************************************** DBANK98P
036000* ATM round-up request - an account that is not enrolled, is    * DBANK98P
036100* stopped or has left ATM withdrawals out is simply passed by   * DBANK98P
036200* with nothing collected.  Otherwise the withdrawal is rounded  * DBANK98P
036300* up to the next multiple and the difference is added to what   * DBANK98P
036400* is waiting to go across.                                      * DBANK98P
036500***************************************************************** DBANK98P
036600 ATM-ROUNDUP-PROCESSING.                                          DBANK98P
036700     MOVE CD98I-ACCNO TO WS-BNKRNDU-RID.                          DBANK98P
036800     EXEC CICS READ FILE('BNKRNDU')                               DBANK98P
036900                    UPDATE                                        DBANK98P
037000                    INTO(WS-BNKRNDU-REC)                          DBANK98P
037100                    LENGTH(LENGTH OF WS-BNKRNDU-REC)              DBANK98P
037200                    RIDFLD(WS-BNKRNDU-RID)                        DBANK98P
037300                    RESP(WS-RESP)                                 DBANK98P
037400     END-EXEC.                                                    DBANK98P
037500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK98P
037600       SET CD98O-NOTFND TO TRUE                                   DBANK98P
037700       GO TO ATM-ROUNDUP-PROCESSING-EXIT                          DBANK98P
037800     END-IF.                                                      DBANK98P
037900     IF NOT RUP-STATUS-ACTIVE OR                                  DBANK98P
038000        NOT RUP-ATM-INCLUDED OR                                   DBANK98P
038100        RUP-REC-MULTIPLE IS NOT GREATER THAN ZERO OR              DBANK98P
038200        CD98I-AMOUNT IS NOT GREATER THAN ZERO                     DBANK98P
038300       EXEC CICS UNLOCK FILE('BNKRNDU')                           DBANK98P
038400       END-EXEC                                                   DBANK98P
038500       GO TO ATM-ROUNDUP-PROCESSING-EXIT                          DBANK98P
038600     END-IF.                                                      DBANK98P
038700     DIVIDE CD98I-AMOUNT BY RUP-REC-MULTIPLE                      DBANK98P
038800       GIVING WS-RU-QUOTIENT                                      DBANK98P
038900       REMAINDER WS-RU-REMAINDER.                                 DBANK98P
039000     IF WS-RU-REMAINDER IS EQUAL TO ZERO                          DBANK98P
039100       EXEC CICS UNLOCK FILE('BNKRNDU')                           DBANK98P
039200       END-EXEC                                                   DBANK98P
039300       GO TO ATM-ROUNDUP-PROCESSING-EXIT                          DBANK98P
039400     END-IF.                                                      DBANK98P
039500     COMPUTE CD98O-ROUNDUP =                                      DBANK98P
039600       RUP-REC-MULTIPLE - WS-RU-REMAINDER.                        DBANK98P
039700     ADD CD98O-ROUNDUP TO RUP-REC-PENDING-AMT.                    DBANK98P
039800     ADD 1 TO RUP-REC-PENDING-CNT.                                DBANK98P
039900     EXEC CICS REWRITE FILE('BNKRNDU')                            DBANK98P
040000                    FROM(WS-BNKRNDU-REC)                          DBANK98P
040100                    LENGTH(LENGTH OF WS-BNKRNDU-REC)              DBANK98P
040200                    RESP(WS-RESP)                                 DBANK98P
040300     END-EXEC.                                                    DBANK98P
040400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK98P
040500       MOVE ZERO TO CD98O-ROUNDUP                                 DBANK98P
040600       SET CD98O-ERROR TO TRUE                                    DBANK98P
040700       MOVE 'Unable to update the enrolment' TO CD98O-MSG         DBANK98P
040800     END-IF.                                                      DBANK98P
040900 ATM-ROUNDUP-PROCESSING-EXIT.                                     DBANK98P
041000     EXIT.                                                        DBANK98P
041100                                                                  DBANK98P
041200***************************************************************** DBANK98P
041300* Hand back the enrolment as it now stands                      * DBANK98P
041400***************************************************************** DBANK98P
041500 RETURN-ENROLMENT.                                                DBANK98P
041600     MOVE RUP-REC-STATUS TO CD98O-STATUS.                         DBANK98P
041700     MOVE RUP-REC-SAVE-ACCNO TO CD98O-SAVE-ACCNO.                 DBANK98P
041800     MOVE RUP-REC-MULTIPLE TO CD98O-MULTIPLE.                     DBANK98P
041900     MOVE RUP-REC-ATM TO CD98O-ATM.                               DBANK98P
042000     MOVE RUP-REC-THRESHOLD TO CD98O-THRESHOLD.                   DBANK98P
042100     MOVE RUP-REC-PENDING-AMT TO CD98O-PENDING-AMT.               DBANK98P
042200     MOVE RUP-REC-PENDING-CNT TO CD98O-PENDING-CNT.               DBANK98P
042300     MOVE RUP-REC-LAST-XFER-DATE TO CD98O-LAST-XFER-DATE.         DBANK98P
042400     MOVE RUP-REC-MONTH TO CD98O-MONTH.                           DBANK98P
042500     MOVE RUP-REC-MONTH-AMT TO CD98O-MONTH-AMT.                   DBANK98P
042600     MOVE RUP-REC-PRIOR-MONTH TO CD98O-PRIOR-MONTH.               DBANK98P
042700     MOVE RUP-REC-PRIOR-AMT TO CD98O-PRIOR-AMT.                   DBANK98P
042800 RETURN-ENROLMENT-EXIT.                                           DBANK98P
042900     EXIT.                                                        DBANK98P
043000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK98P
