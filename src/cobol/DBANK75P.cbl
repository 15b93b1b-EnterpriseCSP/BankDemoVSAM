000100***************************************************************** DBANK75P
000200*                                                               * DBANK75P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK75P
000400*   This demonstration program is provided for use by users     * DBANK75P
000500*   of Micro Focus products and may be used, modified and       * DBANK75P
000600*   distributed as part of your application provided that       * DBANK75P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK75P
000800*   in this material.                                           * DBANK75P
000900*                                                               * DBANK75P
001000***************************************************************** DBANK75P
001100                                                                  DBANK75P
001200***************************************************************** DBANK75P
001300* Program:     DBANK75P.CBL                                     * DBANK75P
001400* Function:    Loan application file maintenance (file BNKLAPP) * DBANK75P
001500*              - read an application and list the applicant's   * DBANK75P
001600*              applications, capture a new application against  * DBANK75P
001700*              a BNKCUST customer and decide it, or record the  * DBANK75P
001800*              underwriter's decision on a referred one.  The   * DBANK75P
001900*              decision sets the bureau score's risk tier and   * DBANK75P
002000*              the debt-to-income ratio - stated monthly        * DBANK75P
002100*              obligations plus the new instalment over stated  * DBANK75P
002200*              monthly income - against the lending policy      * DBANK75P
002300*              below: approve, refer to an underwriter, or      * DBANK75P
002400*              decline with the principal reasons recorded for  * DBANK75P
002500*              the adverse-action notice.                       * DBANK75P
002600*              VSAM version                                     * DBANK75P
002700***************************************************************** DBANK75P
002800                                                                  DBANK75P
002900 IDENTIFICATION DIVISION.                                         DBANK75P
003000 PROGRAM-ID.                                                      DBANK75P
003100     DBANK75P.                                                    DBANK75P
003200 DATE-WRITTEN.                                                    DBANK75P
003300     October 2026.                                                DBANK75P
003400 DATE-COMPILED.                                                   DBANK75P
003500     Today.                                                       DBANK75P
003600                                                                  DBANK75P
003700 ENVIRONMENT DIVISION.                                            DBANK75P
003800                                                                  DBANK75P
003900 DATA DIVISION.                                                   DBANK75P
004000                                                                  DBANK75P
004100 WORKING-STORAGE SECTION.                                         DBANK75P
004200 01  WS-MISC-STORAGE.                                             DBANK75P
004300   05  WS-PROGRAM-ID                         PIC X(8)             DBANK75P
004400       VALUE 'DBANK75P'.                                          DBANK75P
004500   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK75P
004600   05  WS-RESP                               PIC S9(8) COMP.      DBANK75P
004700   05  WS-SUB1                               PIC S9(4) COMP.      DBANK75P
004800   05  WS-BNKCUST-RID                        PIC X(5).            DBANK75P
004900   05  WS-BNKLAPP-RID.                                            DBANK75P
005000     10  WS-BNKLAPP-RID-PID                  PIC X(5).            DBANK75P
005100     10  WS-BNKLAPP-RID-APP-ID               PIC X(26).           DBANK75P
005200   05  WS-SCORE                              PIC 9(3).            DBANK75P
005300   05  WS-REFER                              PIC X(1).            DBANK75P
005400   05  WS-MONTHLY-RATE                       PIC S9(3)V9(8)       DBANK75P
005500                                             COMP-3.              DBANK75P
005600   05  WS-PAYMENT                            PIC S9(6)V99 COMP-3. DBANK75P
005700   05  WS-DEBT                               PIC S9(9)V99 COMP-3. DBANK75P
005800                                                                  DBANK75P
005900***************************************************************** DBANK75P
006000* Lending policy - the lowest bureau score for each risk tier   * DBANK75P
006100* (below tier C is ineligible and declined), the debt-to-income * DBANK75P
006200* ratio above which an application is referred, and above       * DBANK75P
006300* which it is declined.  Tier C applications always go to an    * DBANK75P
006400* underwriter.                                                  * DBANK75P
006500***************************************************************** DBANK75P
006600 01  WS-LENDING-POLICY.                                           DBANK75P
006700   05  WS-SCORE-LOWEST                       PIC 9(3)             DBANK75P
006800       VALUE 300.                                                 DBANK75P
006900   05  WS-SCORE-HIGHEST                      PIC 9(3)             DBANK75P
007000       VALUE 850.                                                 DBANK75P
007100   05  WS-TIER-A-SCORE                       PIC 9(3)             DBANK75P
007200       VALUE 720.                                                 DBANK75P
007300   05  WS-TIER-B-SCORE                       PIC 9(3)             DBANK75P
007400       VALUE 660.                                                 DBANK75P
007500   05  WS-TIER-C-SCORE                       PIC 9(3)             DBANK75P
007600       VALUE 600.                                                 DBANK75P
007700   05  WS-DTI-REFER-PCT                      PIC S9(3)V99 COMP-3  DBANK75P
007800       VALUE 40.00.                                               DBANK75P
007900   05  WS-DTI-DECLINE-PCT                    PIC S9(3)V99 COMP-3  DBANK75P
008000       VALUE 50.00.                                               DBANK75P
008100                                                                  DBANK75P
008200 01  WS-BNKCUST-REC.                                              DBANK75P
008300 COPY CBANKVCS.                                                   DBANK75P
008400                                                                  DBANK75P
008500 01  WS-BNKLAPP-REC.                                              DBANK75P
008600 COPY CBANKVLA.                                                   DBANK75P
008700                                                                  DBANK75P
008800 COPY CTSTAMPD.                                                   DBANK75P
008900                                                                  DBANK75P
009000 01  WS-COMMAREA.                                                 DBANK75P
009100 COPY CBANKD75.                                                   DBANK75P
009200                                                                  DBANK75P
009300 COPY CABENDD.                                                    DBANK75P
009400                                                                  DBANK75P
009500 LINKAGE SECTION.                                                 DBANK75P
009600 01  DFHCOMMAREA.                                                 DBANK75P
009700   05  LK-COMMAREA                           PIC X(1)             DBANK75P
009800       OCCURS 1 TO 4096 TIMES                                     DBANK75P
009900         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK75P
010000                                                                  DBANK75P
010100 COPY CENTRY.                                                     DBANK75P
010200***************************************************************** DBANK75P
010300* Move the passed data to our area                              * DBANK75P
010400***************************************************************** DBANK75P
010500     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK75P
010600     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK75P
010700                                                                  DBANK75P
010800***************************************************************** DBANK75P
010900* Initialize our output area                                    * DBANK75P
011000***************************************************************** DBANK75P
011100     MOVE SPACES TO CD75O-DATA.                                   DBANK75P
011200     SET CD75O-OK TO TRUE.                                        DBANK75P
011300     MOVE ZERO TO CD75O-AMOUNT.                                   DBANK75P
011400     MOVE ZERO TO CD75O-RATE.                                     DBANK75P
011500     MOVE ZERO TO CD75O-TERM.                                     DBANK75P
011600     MOVE ZERO TO CD75O-MONTHLY-PAYMENT.                          DBANK75P
011700     MOVE ZERO TO CD75O-MONTHLY-INCOME.                           DBANK75P
011800     MOVE ZERO TO CD75O-MONTHLY-OBLIGATIONS.                      DBANK75P
011900     MOVE ZERO TO CD75O-DTI-PCT.                                  DBANK75P
012000     MOVE 1 TO WS-SUB1.                                           DBANK75P
012100 CLEAR-ENTRY-LOOP.                                                DBANK75P
012200     MOVE ZERO TO CD75O-ENTRY-AMOUNT (WS-SUB1).                   DBANK75P
012300     IF WS-SUB1 IS LESS THAN 4                                    DBANK75P
012400       ADD 1 TO WS-SUB1                                           DBANK75P
012500       GO TO CLEAR-ENTRY-LOOP                                     DBANK75P
012600     END-IF.                                                      DBANK75P
012700                                                                  DBANK75P
012800 COPY CTSTAMPP.                                                   DBANK75P
012900                                                                  DBANK75P
013000***************************************************************** DBANK75P
013100* See what kind of request we have and react accordingly        * DBANK75P
013200***************************************************************** DBANK75P
013300     EVALUATE TRUE                                                DBANK75P
013400       WHEN CD75I-READ                                            DBANK75P
013500         PERFORM READ-PROCESSING THRU                             DBANK75P
013600                 READ-PROCESSING-EXIT                             DBANK75P
013700       WHEN CD75I-WRITE                                           DBANK75P
013800         PERFORM WRITE-PROCESSING THRU                            DBANK75P
013900                 WRITE-PROCESSING-EXIT                            DBANK75P
014000       WHEN CD75I-DECIDE                                          DBANK75P
014100         PERFORM DECIDE-PROCESSING THRU                           DBANK75P
014200                 DECIDE-PROCESSING-EXIT                           DBANK75P
014300       WHEN OTHER                                                 DBANK75P
014400         SET CD75O-ERROR TO TRUE                                  DBANK75P
014500         MOVE 'Bad request code' TO CD75O-MSG                     DBANK75P
014600     END-EVALUATE.                                                DBANK75P
014700                                                                  DBANK75P
014800***************************************************************** DBANK75P
014900* Move the result back to the callers area                      * DBANK75P
015000***************************************************************** DBANK75P
015100     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK75P
015200                                                                  DBANK75P
015300***************************************************************** DBANK75P
015400* Return to our caller                                          * DBANK75P
015500***************************************************************** DBANK75P
015600 COPY CRETURN.                                                    DBANK75P
015700                                                                  DBANK75P
015800***************************************************************** DBANK75P
015900* Read request - list the applicant's applications from the     * DBANK75P
016000* keyed one on (the first if none was keyed) and return the     * DBANK75P
016100* first of them in full                                         * DBANK75P
016200***************************************************************** DBANK75P
016300 READ-PROCESSING.                                                 DBANK75P
016400     MOVE CD75I-PID TO CD75O-PID.                                 DBANK75P
016500     PERFORM SCAN-APPLICATIONS THRU                               DBANK75P
016600             SCAN-APPLICATIONS-EXIT.                              DBANK75P
016700     IF CD75O-ENTRY-APP-ID (1) IS EQUAL TO SPACES                 DBANK75P
016800       SET CD75O-NOTFND TO TRUE                                   DBANK75P
016900       MOVE 'No applications for that customer' TO CD75O-MSG      DBANK75P
017000       GO TO READ-PROCESSING-EXIT                                 DBANK75P
017100     END-IF.                                                      DBANK75P
017200     MOVE CD75I-PID TO WS-BNKLAPP-RID-PID.                        DBANK75P
017300     MOVE CD75O-ENTRY-APP-ID (1) TO WS-BNKLAPP-RID-APP-ID.        DBANK75P
017400     EXEC CICS READ FILE('BNKLAPP')                               DBANK75P
017500                    INTO(WS-BNKLAPP-REC)                          DBANK75P
017600                    LENGTH(LENGTH OF WS-BNKLAPP-REC)              DBANK75P
017700                    RIDFLD(WS-BNKLAPP-RID)                        DBANK75P
017800                    RESP(WS-RESP)                                 DBANK75P
017900     END-EXEC.                                                    DBANK75P
018000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK75P
018100       SET CD75O-NOTFND TO TRUE                                   DBANK75P
018200       MOVE 'Application not found' TO CD75O-MSG                  DBANK75P
018300       GO TO READ-PROCESSING-EXIT                                 DBANK75P
018400     END-IF.                                                      DBANK75P
018500     PERFORM FILL-OUTPUT-FIELDS THRU                              DBANK75P
018600             FILL-OUTPUT-FIELDS-EXIT.                             DBANK75P
018700 READ-PROCESSING-EXIT.                                            DBANK75P
018800     EXIT.                                                        DBANK75P
018900                                                                  DBANK75P
019000***************************************************************** DBANK75P
019100* Write request - capture a new application for a customer on   * DBANK75P
019200* file and decide it straight away                              * DBANK75P
019300***************************************************************** DBANK75P
019400 WRITE-PROCESSING.                                                DBANK75P
019500     MOVE CD75I-PID TO WS-BNKCUST-RID.                            DBANK75P
019600     EXEC CICS READ FILE('BNKCUST')                               DBANK75P
019700                    INTO(WS-BNKCUST-REC)                          DBANK75P
019800                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBANK75P
019900                    RIDFLD(WS-BNKCUST-RID)                        DBANK75P
020000                    RESP(WS-RESP)                                 DBANK75P
020100     END-EXEC.                                                    DBANK75P
020200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK75P
020300       SET CD75O-NOTFND TO TRUE                                   DBANK75P
020400       MOVE 'Customer not found' TO CD75O-MSG                     DBANK75P
020500       GO TO WRITE-PROCESSING-EXIT                                DBANK75P
020600     END-IF.                                                      DBANK75P
020700     PERFORM EDIT-APPLICATION-FIELDS THRU                         DBANK75P
020800             EDIT-APPLICATION-FIELDS-EXIT.                        DBANK75P
020900     IF NOT CD75O-OK                                              DBANK75P
021000       GO TO WRITE-PROCESSING-EXIT                                DBANK75P
021100     END-IF.                                                      DBANK75P
021200     MOVE SPACES TO WS-BNKLAPP-REC.                               DBANK75P
021300     MOVE CD75I-PID TO APP-REC-PID.                               DBANK75P
021400     MOVE WS-TIMESTAMP TO APP-REC-APP-ID.                         DBANK75P
021500     MOVE WS-TS-DATE TO APP-REC-CAPTURE-DATE.                     DBANK75P
021600     MOVE CD75I-USERID TO APP-REC-CAPTURE-USER.                   DBANK75P
021700     MOVE CD75I-AMOUNT TO APP-REC-AMOUNT.                         DBANK75P
021800     MOVE CD75I-RATE TO APP-REC-RATE.                             DBANK75P
021900     MOVE CD75I-TERM TO APP-REC-TERM.                             DBANK75P
022000     MOVE CD75I-MONTHLY-INCOME TO APP-REC-MONTHLY-INCOME.         DBANK75P
022100     MOVE CD75I-MONTHLY-OBLIGATIONS                               DBANK75P
022200       TO APP-REC-MONTHLY-OBLIGATIONS.                            DBANK75P
022300     MOVE WS-SCORE TO APP-REC-CREDIT-SCORE.                       DBANK75P
022400     PERFORM DECIDE-APPLICATION THRU                              DBANK75P
022500             DECIDE-APPLICATION-EXIT.                             DBANK75P
022600     MOVE APP-KEY TO WS-BNKLAPP-RID.                              DBANK75P
022700     EXEC CICS WRITE FILE('BNKLAPP')                              DBANK75P
022800                    FROM(WS-BNKLAPP-REC)                          DBANK75P
022900                    LENGTH(LENGTH OF WS-BNKLAPP-REC)              DBANK75P
023000                    RIDFLD(WS-BNKLAPP-RID)                        DBANK75P
023100                    RESP(WS-RESP)                                 DBANK75P
023200     END-EXEC.                                                    DBANK75P
023300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK75P
023400       SET CD75O-ERROR TO TRUE                                    DBANK75P
023500       MOVE 'Unable to record the application' TO CD75O-MSG       DBANK75P
023600       GO TO WRITE-PROCESSING-EXIT                                DBANK75P
023700     END-IF.                                                      DBANK75P
023800     MOVE APP-REC-APP-ID TO CD75I-APP-ID.                         DBANK75P
023900     PERFORM SCAN-APPLICATIONS THRU                               DBANK75P
024000             SCAN-APPLICATIONS-EXIT.                              DBANK75P
024100     PERFORM FILL-OUTPUT-FIELDS THRU                              DBANK75P
024200             FILL-OUTPUT-FIELDS-EXIT.                             DBANK75P
024300 WRITE-PROCESSING-EXIT.                                           DBANK75P
024400     EXIT.                                                        DBANK75P
024500                                                                  DBANK75P
024600***************************************************************** DBANK75P
024700* Decide request - the underwriter approves or declines a       * DBANK75P
024800* referred application.  A decline needs a principal reason for * DBANK75P
024900* the notice, and the decision must be another user's than the  * DBANK75P
025000* one who took the application.                                 * DBANK75P
025100***************************************************************** DBANK75P
025200 DECIDE-PROCESSING.                                               DBANK75P
025300     IF NOT CD75I-DECISION-APPROVE AND                            DBANK75P
025400        NOT CD75I-DECISION-DECLINE                                DBANK75P
025500       SET CD75O-ERROR TO TRUE                                    DBANK75P
025600       MOVE 'Decision must be A(pprove) or D(ecline)'             DBANK75P
025700         TO CD75O-MSG                                             DBANK75P
025800       GO TO DECIDE-PROCESSING-EXIT                               DBANK75P
025900     END-IF.                                                      DBANK75P
026000     IF CD75I-DECISION-DECLINE AND                                DBANK75P
026100        (CD75I-REASON IS NOT NUMERIC OR                           DBANK75P
026200         CD75I-REASON IS LESS THAN '01' OR                        DBANK75P
026300         CD75I-REASON IS GREATER THAN '05')                       DBANK75P
026400       SET CD75O-ERROR TO TRUE                                    DBANK75P
026500       MOVE 'Give a decline reason 01 to 05' TO CD75O-MSG         DBANK75P
026600       GO TO DECIDE-PROCESSING-EXIT                               DBANK75P
026700     END-IF.                                                      DBANK75P
026800     MOVE CD75I-PID TO WS-BNKLAPP-RID-PID.                        DBANK75P
026900     MOVE CD75I-APP-ID TO WS-BNKLAPP-RID-APP-ID.                  DBANK75P
027000     EXEC CICS READ FILE('BNKLAPP')                               DBANK75P
027100                    UPDATE                                        DBANK75P
027200                    INTO(WS-BNKLAPP-REC)                          DBANK75P
027300                    LENGTH(LENGTH OF WS-BNKLAPP-REC)              DBANK75P
027400                    RIDFLD(WS-BNKLAPP-RID)                        DBANK75P
027500                    RESP(WS-RESP)                                 DBANK75P
027600     END-EXEC.                                                    DBANK75P
027700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK75P
027800       SET CD75O-NOTFND TO TRUE                                   DBANK75P
027900       MOVE 'Application not found' TO CD75O-MSG                  DBANK75P
028000       GO TO DECIDE-PROCESSING-EXIT                               DBANK75P
028100     END-IF.                                                      DBANK75P
028200     IF NOT APP-STATUS-REFERRED                                   DBANK75P
028300       EXEC CICS UNLOCK FILE('BNKLAPP')                           DBANK75P
028400       END-EXEC                                                   DBANK75P
028500       SET CD75O-ERROR TO TRUE                                    DBANK75P
028600       MOVE 'Application is not awaiting a decision'              DBANK75P
028700         TO CD75O-MSG                                             DBANK75P
028800       GO TO DECIDE-PROCESSING-EXIT                               DBANK75P
028900     END-IF.                                                      DBANK75P
029000     IF APP-REC-CAPTURE-USER IS EQUAL TO CD75I-USERID             DBANK75P
029100       EXEC CICS UNLOCK FILE('BNKLAPP')                           DBANK75P
029200       END-EXEC                                                   DBANK75P
029300       SET CD75O-ERROR TO TRUE                                    DBANK75P
029400       MOVE 'Another user must decide this application'           DBANK75P
029500         TO CD75O-MSG                                             DBANK75P
029600       GO TO DECIDE-PROCESSING-EXIT                               DBANK75P
029700     END-IF.                                                      DBANK75P
029800     IF CD75I-DECISION-APPROVE                                    DBANK75P
029900       SET APP-STATUS-APPROVED TO TRUE                            DBANK75P
030000       MOVE SPACES TO APP-REC-REASONS                             DBANK75P
030100     ELSE                                                         DBANK75P
030200       SET APP-STATUS-DECLINED TO TRUE                            DBANK75P
030300       MOVE SPACES TO APP-REC-REASONS                             DBANK75P
030400       MOVE CD75I-REASON TO APP-REC-REASON (1)                    DBANK75P
030500     END-IF.                                                      DBANK75P
030600     SET APP-DECIDED-BY-UNDERWRITER TO TRUE.                      DBANK75P
030700     MOVE WS-TS-DATE TO APP-REC-DECISION-DATE.                    DBANK75P
030800     MOVE CD75I-USERID TO APP-REC-DECISION-USER.                  DBANK75P
030900     EXEC CICS REWRITE FILE('BNKLAPP')                            DBANK75P
031000                    FROM(WS-BNKLAPP-REC)                          DBANK75P
031100                    LENGTH(LENGTH OF WS-BNKLAPP-REC)              DBANK75P
031200                    RESP(WS-RESP)                                 DBANK75P
031300     END-EXEC.                                                    DBANK75P
031400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK75P
031500       SET CD75O-ERROR TO TRUE                                    DBANK75P
031600       MOVE 'Unable to record the decision' TO CD75O-MSG          DBANK75P
031700       GO TO DECIDE-PROCESSING-EXIT                               DBANK75P
031800     END-IF.                                                      DBANK75P
031900     PERFORM SCAN-APPLICATIONS THRU                               DBANK75P
032000             SCAN-APPLICATIONS-EXIT.                              DBANK75P
032100     PERFORM FILL-OUTPUT-FIELDS THRU                              DBANK75P
032200             FILL-OUTPUT-FIELDS-EXIT.                             DBANK75P
032300 DECIDE-PROCESSING-EXIT.                                          DBANK75P
032400     EXIT.                                                        DBANK75P
032500                                                                  DBANK75P
032600***************************************************************** DBANK75P
032700* Edit the application - amount, rate and term as quoted, the   * DBANK75P
032800* stated monthly income and obligations, and a bureau score in  * DBANK75P
032900* the scoring range                                             * DBANK75P
033000***************************************************************** DBANK75P
033100 EDIT-APPLICATION-FIELDS.                                         DBANK75P
033200     IF CD75I-AMOUNT IS NOT NUMERIC OR                            DBANK75P
033300        CD75I-AMOUNT IS EQUAL TO ZERO                             DBANK75P
033400       SET CD75O-ERROR TO TRUE                                    DBANK75P
033500       MOVE 'Key the amount applied for' TO CD75O-MSG             DBANK75P
033600       GO TO EDIT-APPLICATION-FIELDS-EXIT                         DBANK75P
033700     END-IF.                                                      DBANK75P
033800     IF CD75I-RATE IS NOT NUMERIC OR                              DBANK75P
033900        CD75I-RATE IS EQUAL TO ZERO                               DBANK75P
034000       SET CD75O-ERROR TO TRUE                                    DBANK75P
034100       MOVE 'Key the quoted rate' TO CD75O-MSG                    DBANK75P
034200       GO TO EDIT-APPLICATION-FIELDS-EXIT                         DBANK75P
034300     END-IF.                                                      DBANK75P
034400     IF CD75I-TERM IS NOT NUMERIC OR                              DBANK75P
034500        CD75I-TERM IS EQUAL TO ZERO OR                            DBANK75P
034600        CD75I-TERM IS GREATER THAN 1200                           DBANK75P
034700       SET CD75O-ERROR TO TRUE                                    DBANK75P
034800       MOVE 'Term must be 1 to 1200 months' TO CD75O-MSG          DBANK75P
034900       GO TO EDIT-APPLICATION-FIELDS-EXIT                         DBANK75P
035000     END-IF.                                                      DBANK75P
035100     IF CD75I-MONTHLY-INCOME IS NOT NUMERIC                       DBANK75P
035200       SET CD75O-ERROR TO TRUE                                    DBANK75P
035300       MOVE 'Key the stated monthly income' TO CD75O-MSG          DBANK75P
035400       GO TO EDIT-APPLICATION-FIELDS-EXIT                         DBANK75P
035500     END-IF.                                                      DBANK75P
035600     IF CD75I-MONTHLY-OBLIGATIONS IS NOT NUMERIC                  DBANK75P
035700       SET CD75O-ERROR TO TRUE                                    DBANK75P
035800       MOVE 'Key the monthly obligations (0 if none)'             DBANK75P
035900         TO CD75O-MSG                                             DBANK75P
036000       GO TO EDIT-APPLICATION-FIELDS-EXIT                         DBANK75P
036100     END-IF.                                                      DBANK75P
036200     IF CD75I-CREDIT-SCORE IS NOT NUMERIC                         DBANK75P
036300       SET CD75O-ERROR TO TRUE                                    DBANK75P
036400       MOVE 'Key the bureau credit score' TO CD75O-MSG            DBANK75P
036500       GO TO EDIT-APPLICATION-FIELDS-EXIT                         DBANK75P
036600     END-IF.                                                      DBANK75P
036700     MOVE CD75I-CREDIT-SCORE TO WS-SCORE.                         DBANK75P
036800     IF WS-SCORE IS LESS THAN WS-SCORE-LOWEST OR                  DBANK75P
036900        WS-SCORE IS GREATER THAN WS-SCORE-HIGHEST                 DBANK75P
037000       SET CD75O-ERROR TO TRUE                                    DBANK75P
037100       MOVE 'Credit score must be 300 to 850' TO CD75O-MSG        DBANK75P
037200     END-IF.                                                      DBANK75P
037300 EDIT-APPLICATION-FIELDS-EXIT.                                    DBANK75P
037400     EXIT.                                                        DBANK75P
037500                                                                  DBANK75P
037600***************************************************************** DBANK75P
037700* Decide a new application.  The instalment is the level        * DBANK75P
037800* payment BBANK70P quotes for the amount, rate and term.  Each  * DBANK75P
037900* policy failure adds its principal reason; any reason          * DBANK75P
038000* declines, otherwise a tier C score or a ratio over the refer  * DBANK75P
038100* level goes to an underwriter, and the rest are approved.      * DBANK75P
038200***************************************************************** DBANK75P
038300 DECIDE-APPLICATION.                                              DBANK75P
038400     COMPUTE WS-MONTHLY-RATE = APP-REC-RATE / 1200.               DBANK75P
038500     COMPUTE WS-PAYMENT ROUNDED =                                 DBANK75P
038600       ((WS-MONTHLY-RATE * ((1 + WS-MONTHLY-RATE)                 DBANK75P
038700           ** APP-REC-TERM)) /                                    DBANK75P
038800       (((1 + WS-MONTHLY-RATE) ** APP-REC-TERM) - 1))             DBANK75P
038900         * APP-REC-AMOUNT.                                        DBANK75P
039000     MOVE WS-PAYMENT TO APP-REC-MONTHLY-PAYMENT.                  DBANK75P
039100     EVALUATE TRUE                                                DBANK75P
039200       WHEN APP-REC-CREDIT-SCORE IS NOT LESS THAN WS-TIER-A-SCORE DBANK75P
039300         SET APP-TIER-PRIME TO TRUE                               DBANK75P
039400       WHEN APP-REC-CREDIT-SCORE IS NOT LESS THAN WS-TIER-B-SCORE DBANK75P
039500         SET APP-TIER-NEAR-PRIME TO TRUE                          DBANK75P
039600       WHEN APP-REC-CREDIT-SCORE IS NOT LESS THAN WS-TIER-C-SCORE DBANK75P
039700         SET APP-TIER-SUBPRIME TO TRUE                            DBANK75P
039800       WHEN OTHER                                                 DBANK75P
039900         SET APP-TIER-INELIGIBLE TO TRUE                          DBANK75P
040000     END-EVALUATE.                                                DBANK75P
040100     MOVE SPACES TO APP-REC-REASONS.                              DBANK75P
040200     MOVE 0 TO WS-SUB1.                                           DBANK75P
040300     MOVE 'N' TO WS-REFER.                                        DBANK75P
040400     IF APP-TIER-INELIGIBLE                                       DBANK75P
040500       ADD 1 TO WS-SUB1                                           DBANK75P
040600       SET APP-REASON-SCORE (WS-SUB1) TO TRUE                     DBANK75P
040700     END-IF.                                                      DBANK75P
040800     IF APP-TIER-SUBPRIME                                         DBANK75P
040900       MOVE 'Y' TO WS-REFER                                       DBANK75P
041000     END-IF.                                                      DBANK75P
041100     IF APP-REC-MONTHLY-INCOME IS NOT GREATER THAN ZERO OR        DBANK75P
041200        WS-PAYMENT IS NOT LESS THAN APP-REC-MONTHLY-INCOME        DBANK75P
041300       MOVE 999.99 TO APP-REC-DTI-PCT                             DBANK75P
041400       ADD 1 TO WS-SUB1                                           DBANK75P
041500       SET APP-REASON-INCOME (WS-SUB1) TO TRUE                    DBANK75P
041600     ELSE                                                         DBANK75P
041700       COMPUTE WS-DEBT =                                          DBANK75P
041800         APP-REC-MONTHLY-OBLIGATIONS + WS-PAYMENT                 DBANK75P
041900       IF WS-DEBT IS NOT LESS THAN APP-REC-MONTHLY-INCOME * 9     DBANK75P
042000         MOVE 999.99 TO APP-REC-DTI-PCT                           DBANK75P
042100       ELSE                                                       DBANK75P
042200         COMPUTE APP-REC-DTI-PCT ROUNDED =                        DBANK75P
042300           WS-DEBT * 100 / APP-REC-MONTHLY-INCOME                 DBANK75P
042400       END-IF                                                     DBANK75P
042500       IF APP-REC-DTI-PCT IS GREATER THAN WS-DTI-DECLINE-PCT      DBANK75P
042600         ADD 1 TO WS-SUB1                                         DBANK75P
042700         SET APP-REASON-DTI (WS-SUB1) TO TRUE                     DBANK75P
042800       ELSE                                                       DBANK75P
042900         IF APP-REC-DTI-PCT IS GREATER THAN WS-DTI-REFER-PCT      DBANK75P
043000           MOVE 'Y' TO WS-REFER                                   DBANK75P
043100         END-IF                                                   DBANK75P
043200       END-IF                                                     DBANK75P
043300     END-IF.                                                      DBANK75P
043400     EVALUATE TRUE                                                DBANK75P
043500       WHEN WS-SUB1 IS GREATER THAN ZERO                          DBANK75P
043600         SET APP-STATUS-DECLINED TO TRUE                          DBANK75P
043700       WHEN WS-REFER IS EQUAL TO 'Y'                              DBANK75P
043800         SET APP-STATUS-REFERRED TO TRUE                          DBANK75P
043900       WHEN OTHER                                                 DBANK75P
044000         SET APP-STATUS-APPROVED TO TRUE                          DBANK75P
044100     END-EVALUATE.                                                DBANK75P
044200     IF NOT APP-STATUS-REFERRED                                   DBANK75P
044300       SET APP-DECIDED-BY-SYSTEM TO TRUE                          DBANK75P
044400       MOVE WS-TS-DATE TO APP-REC-DECISION-DATE                   DBANK75P
044500       MOVE 'SYSTEM' TO APP-REC-DECISION-USER                     DBANK75P
044600     END-IF.                                                      DBANK75P
044700 DECIDE-APPLICATION-EXIT.                                         DBANK75P
044800     EXIT.                                                        DBANK75P
044900                                                                  DBANK75P
045000***************************************************************** DBANK75P
045100* Return the application record to the caller                   * DBANK75P
045200***************************************************************** DBANK75P
045300 FILL-OUTPUT-FIELDS.                                              DBANK75P
045400     MOVE APP-REC-PID TO CD75O-PID.                               DBANK75P
045500     MOVE APP-REC-APP-ID TO CD75O-APP-ID.                         DBANK75P
045600     MOVE APP-REC-STATUS TO CD75O-STATUS.                         DBANK75P
045700     MOVE APP-REC-CAPTURE-DATE TO CD75O-CAPTURE-DATE.             DBANK75P
045800     MOVE APP-REC-AMOUNT TO CD75O-AMOUNT.                         DBANK75P
045900     MOVE APP-REC-RATE TO CD75O-RATE.                             DBANK75P
046000     MOVE APP-REC-TERM TO CD75O-TERM.                             DBANK75P
046100     MOVE APP-REC-MONTHLY-PAYMENT TO CD75O-MONTHLY-PAYMENT.       DBANK75P
046200     MOVE APP-REC-MONTHLY-INCOME TO CD75O-MONTHLY-INCOME.         DBANK75P
046300     MOVE APP-REC-MONTHLY-OBLIGATIONS                             DBANK75P
046400       TO CD75O-MONTHLY-OBLIGATIONS.                              DBANK75P
046500     MOVE APP-REC-CREDIT-SCORE TO CD75O-CREDIT-SCORE.             DBANK75P
046600     MOVE APP-REC-RISK-TIER TO CD75O-RISK-TIER.                   DBANK75P
046700     MOVE APP-REC-DTI-PCT TO CD75O-DTI-PCT.                       DBANK75P
046800     MOVE APP-REC-REASON (1) TO CD75O-REASON (1).                 DBANK75P
046900     MOVE APP-REC-REASON (2) TO CD75O-REASON (2).                 DBANK75P
047000     MOVE APP-REC-REASON (3) TO CD75O-REASON (3).                 DBANK75P
047100     MOVE APP-REC-REASON (4) TO CD75O-REASON (4).                 DBANK75P
047200     MOVE APP-REC-DECISION-DATE TO CD75O-DECISION-DATE.           DBANK75P
047300     MOVE APP-REC-DECISION-USER TO CD75O-DECISION-USER.           DBANK75P
047400     MOVE APP-REC-LOAN-ID TO CD75O-LOAN-ID.                       DBANK75P
047500 FILL-OUTPUT-FIELDS-EXIT.                                         DBANK75P
047600     EXIT.                                                        DBANK75P
047700                                                                  DBANK75P
047800***************************************************************** DBANK75P
047900* Browse the applicant's applications from the keyed one,       * DBANK75P
048000* listing the first four                                        * DBANK75P
048100***************************************************************** DBANK75P
048200 SCAN-APPLICATIONS.                                               DBANK75P
048300     MOVE 0 TO WS-SUB1.                                           DBANK75P
048400     MOVE CD75I-PID TO WS-BNKLAPP-RID-PID.                        DBANK75P
048500     IF CD75I-APP-ID IS EQUAL TO SPACES                           DBANK75P
048600       MOVE LOW-VALUES TO WS-BNKLAPP-RID-APP-ID                   DBANK75P
048700     ELSE                                                         DBANK75P
048800       MOVE CD75I-APP-ID TO WS-BNKLAPP-RID-APP-ID                 DBANK75P
048900     END-IF.                                                      DBANK75P
049000     EXEC CICS STARTBR FILE('BNKLAPP')                            DBANK75P
049100                  RIDFLD(WS-BNKLAPP-RID)                          DBANK75P
049200                  GTEQ                                            DBANK75P
049300                  RESP(WS-RESP)                                   DBANK75P
049400     END-EXEC.                                                    DBANK75P
049500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK75P
049600       GO TO SCAN-APPLICATIONS-EXIT                               DBANK75P
049700     END-IF.                                                      DBANK75P
049800 SCAN-APPLICATIONS-LOOP.                                          DBANK75P
049900     IF WS-SUB1 IS EQUAL TO 4                                     DBANK75P
050000       GO TO SCAN-APPLICATIONS-DONE                               DBANK75P
050100     END-IF.                                                      DBANK75P
050200     EXEC CICS READNEXT FILE('BNKLAPP')                           DBANK75P
050300                  INTO(WS-BNKLAPP-REC)                            DBANK75P
050400                  LENGTH(LENGTH OF WS-BNKLAPP-REC)                DBANK75P
050500                  RIDFLD(WS-BNKLAPP-RID)                          DBANK75P
050600                  RESP(WS-RESP)                                   DBANK75P
050700     END-EXEC.                                                    DBANK75P
050800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK75P
050900       GO TO SCAN-APPLICATIONS-DONE                               DBANK75P
051000     END-IF.                                                      DBANK75P
051100     IF APP-REC-PID IS NOT EQUAL TO CD75I-PID                     DBANK75P
051200       GO TO SCAN-APPLICATIONS-DONE                               DBANK75P
051300     END-IF.                                                      DBANK75P
051400     ADD 1 TO WS-SUB1.                                            DBANK75P
051500     MOVE APP-REC-APP-ID TO CD75O-ENTRY-APP-ID (WS-SUB1).         DBANK75P
051600     MOVE APP-REC-STATUS TO CD75O-ENTRY-STATUS (WS-SUB1).         DBANK75P
051700     MOVE APP-REC-AMOUNT TO CD75O-ENTRY-AMOUNT (WS-SUB1).         DBANK75P
051800     MOVE APP-REC-CAPTURE-DATE TO CD75O-ENTRY-DATE (WS-SUB1).     DBANK75P
051900     GO TO SCAN-APPLICATIONS-LOOP.                                DBANK75P
052000 SCAN-APPLICATIONS-DONE.                                          DBANK75P
052100     EXEC CICS ENDBR FILE('BNKLAPP')                              DBANK75P
052200     END-EXEC.                                                    DBANK75P
052300 SCAN-APPLICATIONS-EXIT.                                          DBANK75P
052400     EXIT.                                                        DBANK75P
052500                                                                  DBANK75P
052600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK75P
