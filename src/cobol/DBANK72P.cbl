000100***************************************************************** DBANK72P
000200*                                                               * DBANK72P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK72P
000400*   This demonstration program is provided for use by users     * DBANK72P
000500*   of Micro Focus products and may be used, modified and       * DBANK72P
000600*   distributed as part of your application provided that       * DBANK72P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK72P
000800*   in this material.                                           * DBANK72P
000900*                                                               * DBANK72P
001000***************************************************************** DBANK72P
001100                                                                  DBANK72P
001200***************************************************************** DBANK72P
001300* Program:     DBANK72P.CBL                                     * DBANK72P
001400* Function:    Revolving line of credit I/O (BNKLOC).  Shows    * DBANK72P
001500*              the line - limit, drawn balance, credit still    * DBANK72P
001600*              available, interest accrued since the last       * DBANK72P
001700*              statement and the minimum payment due - draws    * DBANK72P
001800*              on it by transfer to the linked deposit account  * DBANK72P
001900*              and takes payments to it from that account.  A   * DBANK72P
002000*              draw is refused when the line is frozen, closed  * DBANK72P
002100*              or past due, or would go over the limit.  A      * DBANK72P
002200*              payment is posted under the loan-payment type    * DBANK72P
002300*              so collections sees it as it sees any loan       * DBANK72P
002400*              payment, and is applied to the billed minimums   * DBANK72P
002500*              on BNKLNSCH oldest first; a part payment waits   * DBANK72P
002600*              in the line's payment credit until the rest of   * DBANK72P
002633*              Every master-file update is journaled through    * DBANK72P
002666*              DBANK85P for forward recovery.                   * DBANK72P
002700*              the minimum arrives.  VSAM version               * DBANK72P
002800***************************************************************** DBANK72P
002900                                                                  DBANK72P
003000 IDENTIFICATION DIVISION.                                         DBANK72P
003100 PROGRAM-ID.                                                      DBANK72P
003200     DBANK72P.                                                    DBANK72P
003300 DATE-WRITTEN.                                                    DBANK72P
003400     October 2026.                                                DBANK72P
003500 DATE-COMPILED.                                                   DBANK72P
003600     Today.                                                       DBANK72P
003700                                                                  DBANK72P
003800 ENVIRONMENT DIVISION.                                            DBANK72P
003900                                                                  DBANK72P
004000 DATA DIVISION.                                                   DBANK72P
004100                                                                  DBANK72P
004200 WORKING-STORAGE SECTION.                                         DBANK72P
004300 COPY CTSTAMPD.                                                   DBANK72P
004400                                                                  DBANK72P
004500 01  WS-MISC-STORAGE.                                             DBANK72P
004600   05  WS-PROGRAM-ID                         PIC X(8)             DBANK72P
004700       VALUE 'DBANK72P'.                                          DBANK72P
004800   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK72P
004900   05  WS-RESP                               PIC S9(8) COMP.      DBANK72P
005000   05  WS-BNKLOC-RID                         PIC X(26).           DBANK72P
005100   05  WS-BNKLOAN-RID                        PIC X(26).           DBANK72P
005200   05  WS-BNKACC-RID                         PIC X(9).            DBANK72P
005300   05  WS-BNKTXN-RID                         PIC X(26).           DBANK72P
005400   05  WS-BNKLNSCH-RID.                                           DBANK72P
005500     10  WS-BNKLNSCH-RID-LOAN                PIC X(26).           DBANK72P
005600     10  WS-BNKLNSCH-RID-NO                  PIC 9(5).            DBANK72P
005700   05  WS-LOAN-ID                            PIC X(26).           DBANK72P
005800   05  WS-AVAILABLE                          PIC S9(7)V99         DBANK72P
005900       COMP-3.                                                    DBANK72P
006000   05  WS-ROW-DUE                            PIC S9(7)V99         DBANK72P
006100       COMP-3.                                                    DBANK72P
006200   05  WS-UNPAID-DUE                         PIC S9(7)V99         DBANK72P
006300       COMP-3.                                                    DBANK72P
006400   05  WS-FIRST-UNPAID                       PIC 9(5).            DBANK72P
006500   05  WS-POST-SUB-TYPE                      PIC X(1).            DBANK72P
006600   05  WS-POST-AMOUNT                        PIC S9(7)V99         DBANK72P
006700       COMP-3.                                                    DBANK72P
006800   05  WS-POST-DESC                          PIC X(23).           DBANK72P
006900                                                                  DBANK72P
007000 01  WS-TWOS-COMP.                                                DBANK72P
007100   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBANK72P
007200   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBANK72P
007300   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          DBANK72P
007400   05  WS-TWOS-COMP-FORMAT                   PIC X(1) VALUE 'B'.  DBANK72P
007500                                                                  DBANK72P
007600 01  WS-BNKLOC-REC.                                               DBANK72P
007700 COPY CBANKVLC.                                                   DBANK72P
007800                                                                  DBANK72P
007900 01  WS-BNKLOAN-REC.                                              DBANK72P
008000 COPY CBANKVLN.                                                   DBANK72P
008100                                                                  DBANK72P
008200 01  WS-BNKLNSCH-REC.                                             DBANK72P
008300 COPY CBANKVLS.                                                   DBANK72P
008400                                                                  DBANK72P
008500 01  WS-BNKACC-REC.                                               DBANK72P
008600 COPY CBANKVAC.                                                   DBANK72P
008700                                                                  DBANK72P
008800 01  WS-BNKTXN-REC.                                               DBANK72P
008900 COPY CBANKVTX.                                                   DBANK72P
009000                                                                  DBANK72P
009100 COPY CBANKTXD.                                                   DBANK72P
009200                                                                  DBANK72P
009300 01  WS-COMMAREA.                                                 DBANK72P
009400 COPY CBANKD72.                                                   DBANK72P
009500                                                                  DBANK72P
009600 COPY CABENDD.                                                    DBANK72P
009700                                                                  DBANK72P
009725 01  WS-RECOVERY-DATA.                                            DBANK72P
009750 COPY CBANKD85.                                                   DBANK72P
009775                                                                  DBANK72P
009800 LINKAGE SECTION.                                                 DBANK72P
009900 01  DFHCOMMAREA.                                                 DBANK72P
010000   05  LK-COMMAREA                           PIC X(1)             DBANK72P
010100       OCCURS 1 TO 4096 TIMES                                     DBANK72P
010200         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK72P
010300                                                                  DBANK72P
010400 COPY CENTRY.                                                     DBANK72P
010500***************************************************************** DBANK72P
010600* Move the passed data to our area                              * DBANK72P
010700***************************************************************** DBANK72P
010800     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK72P
010900     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK72P
011000                                                                  DBANK72P
011100***************************************************************** DBANK72P
011200* Initialize our output area                                    * DBANK72P
011300***************************************************************** DBANK72P
011400     MOVE SPACES TO CD72O-DATA.                                   DBANK72P
011500     SET CD72O-OK TO TRUE.                                        DBANK72P
011600     MOVE ZERO TO CD72O-LIMIT.                                    DBANK72P
011700     MOVE ZERO TO CD72O-DRAWN.                                    DBANK72P
011800     MOVE ZERO TO CD72O-AVAILABLE.                                DBANK72P
011900     MOVE ZERO TO CD72O-ACCRUED.                                  DBANK72P
012000     MOVE ZERO TO CD72O-STMT-BALANCE.                             DBANK72P
012100     MOVE ZERO TO CD72O-MIN-DUE.                                  DBANK72P
012200     MOVE ZERO TO CD72O-MIN-OUTSTANDING.                          DBANK72P
012300 COPY CTSTAMPP.                                                   DBANK72P
012400                                                                  DBANK72P
012500***************************************************************** DBANK72P
012600* Every request works on one of the customer's lines - the one  * DBANK72P
012700* keyed, or the first that is not closed                        * DBANK72P
012800***************************************************************** DBANK72P
012900     PERFORM LOCATE-LINE THRU                                     DBANK72P
013000             LOCATE-LINE-EXIT.                                    DBANK72P
013100     IF NOT CD72O-OK                                              DBANK72P
013200       GO TO DBANK72P-RETURN                                      DBANK72P
013300     END-IF.                                                      DBANK72P
013400                                                                  DBANK72P
013500***************************************************************** DBANK72P
013600* See what kind of request we have and react accordingly        * DBANK72P
013700***************************************************************** DBANK72P
013800     EVALUATE TRUE                                                DBANK72P
013900       WHEN CD72I-INQUIRE                                         DBANK72P
014000         CONTINUE                                                 DBANK72P
014100       WHEN CD72I-DRAW                                            DBANK72P
014200         PERFORM DRAW-PROCESSING THRU                             DBANK72P
014300                 DRAW-PROCESSING-EXIT                             DBANK72P
014400       WHEN CD72I-PAY                                             DBANK72P
014500         PERFORM PAY-PROCESSING THRU                              DBANK72P
014600                 PAY-PROCESSING-EXIT                              DBANK72P
014700       WHEN OTHER                                                 DBANK72P
014800         SET CD72O-ERROR TO TRUE                                  DBANK72P
014900         MOVE 'Bad request code' TO CD72O-MSG                     DBANK72P
015000         GO TO DBANK72P-RETURN                                    DBANK72P
015100     END-EVALUATE.                                                DBANK72P
015200     PERFORM BUILD-REPLY THRU                                     DBANK72P
015300             BUILD-REPLY-EXIT.                                    DBANK72P
015400                                                                  DBANK72P
015500 DBANK72P-RETURN.                                                 DBANK72P
015600***************************************************************** DBANK72P
015700* Move the result back to the callers area                      * DBANK72P
015800***************************************************************** DBANK72P
015900     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK72P
016000                                                                  DBANK72P
016100***************************************************************** DBANK72P
016200* Return to our caller                                          * DBANK72P
016300***************************************************************** DBANK72P
016400 COPY CRETURN.                                                    DBANK72P
016500                                                                  DBANK72P
016600***************************************************************** DBANK72P
016700* Find the line - read the one keyed and check it is the        * DBANK72P
016800* customer's, or browse for the customer's first line that is   * DBANK72P
016900* not closed when none was keyed                                * DBANK72P
017000***************************************************************** DBANK72P
017100 LOCATE-LINE.                                                     DBANK72P
017200     IF CD72I-LOAN-ID IS EQUAL TO SPACES OR                       DBANK72P
017300        CD72I-LOAN-ID IS EQUAL TO LOW-VALUES                      DBANK72P
017400       PERFORM FIND-CUSTOMER-LINE THRU                            DBANK72P
017500               FIND-CUSTOMER-LINE-EXIT                            DBANK72P
017600       GO TO LOCATE-LINE-EXIT                                     DBANK72P
017700     END-IF.                                                      DBANK72P
017800     MOVE CD72I-LOAN-ID TO WS-BNKLOC-RID.                         DBANK72P
017900     EXEC CICS READ FILE('BNKLOC')                                DBANK72P
018000                    INTO(WS-BNKLOC-REC)                           DBANK72P
018100                    LENGTH(LENGTH OF WS-BNKLOC-REC)               DBANK72P
018200                    RIDFLD(WS-BNKLOC-RID)                         DBANK72P
018300                    RESP(WS-RESP)                                 DBANK72P
018400     END-EXEC.                                                    DBANK72P
018500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK72P
018600       SET CD72O-NOTFND TO TRUE                                   DBANK72P
018700       MOVE 'Line of credit not found' TO CD72O-MSG               DBANK72P
018800       GO TO LOCATE-LINE-EXIT                                     DBANK72P
018900     END-IF.                                                      DBANK72P
019000     IF LOC-REC-PID IS NOT EQUAL TO CD72I-PID                     DBANK72P
019100       SET CD72O-ERROR TO TRUE                                    DBANK72P
019200       MOVE 'Line does not belong to customer' TO CD72O-MSG       DBANK72P
019300       GO TO LOCATE-LINE-EXIT                                     DBANK72P
019400     END-IF.                                                      DBANK72P
019500     MOVE LOC-REC-LOAN-ID TO WS-LOAN-ID.                          DBANK72P
019600 LOCATE-LINE-EXIT.                                                DBANK72P
019700     EXIT.                                                        DBANK72P
019800                                                                  DBANK72P
019900 FIND-CUSTOMER-LINE.                                              DBANK72P
020000     MOVE LOW-VALUES TO WS-BNKLOC-RID.                            DBANK72P
020100     EXEC CICS STARTBR FILE('BNKLOC')                             DBANK72P
020200                  RIDFLD(WS-BNKLOC-RID)                           DBANK72P
020300                  GTEQ                                            DBANK72P
020400                  RESP(WS-RESP)                                   DBANK72P
020500     END-EXEC.                                                    DBANK72P
020600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK72P
020700       SET CD72O-NOTFND TO TRUE                                   DBANK72P
020800       MOVE 'No line of credit for customer' TO CD72O-MSG         DBANK72P
020900       GO TO FIND-CUSTOMER-LINE-EXIT                              DBANK72P
021000     END-IF.                                                      DBANK72P
021100 FIND-CUSTOMER-LINE-LOOP.                                         DBANK72P
021200     EXEC CICS READNEXT FILE('BNKLOC')                            DBANK72P
021300                  INTO(WS-BNKLOC-REC)                             DBANK72P
021400                  LENGTH(LENGTH OF WS-BNKLOC-REC)                 DBANK72P
021500                  RIDFLD(WS-BNKLOC-RID)                           DBANK72P
021600                  RESP(WS-RESP)                                   DBANK72P
021700     END-EXEC.                                                    DBANK72P
021800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK72P
021900       SET CD72O-NOTFND TO TRUE                                   DBANK72P
022000       MOVE 'No line of credit for customer' TO CD72O-MSG         DBANK72P
022100       GO TO FIND-CUSTOMER-LINE-DONE                              DBANK72P
022200     END-IF.                                                      DBANK72P
022300     IF LOC-REC-PID IS NOT EQUAL TO CD72I-PID OR                  DBANK72P
022400        LOC-STATUS-CLOSED                                         DBANK72P
022500       GO TO FIND-CUSTOMER-LINE-LOOP                              DBANK72P
022600     END-IF.                                                      DBANK72P
022700     MOVE LOC-REC-LOAN-ID TO WS-LOAN-ID.                          DBANK72P
022800 FIND-CUSTOMER-LINE-DONE.                                         DBANK72P
022900     EXEC CICS ENDBR FILE('BNKLOC')                               DBANK72P
023000     END-EXEC.                                                    DBANK72P
023100 FIND-CUSTOMER-LINE-EXIT.                                         DBANK72P
023200     EXIT.                                                        DBANK72P
023300                                                                  DBANK72P
023400***************************************************************** DBANK72P
023500* Draw request - credit the linked deposit account and add the  * DBANK72P
023600* amount to the drawn balance, provided the line is open, not   * DBANK72P
023700* past due and has the credit available                         * DBANK72P
023800***************************************************************** DBANK72P
023900 DRAW-PROCESSING.                                                 DBANK72P
024000     IF CD72I-AMOUNT IS NOT NUMERIC OR                            DBANK72P
024100        CD72I-AMOUNT IS EQUAL TO ZERO                             DBANK72P
024200       SET CD72O-ERROR TO TRUE                                    DBANK72P
024300       MOVE 'Key the amount to draw' TO CD72O-MSG                 DBANK72P
024400       GO TO DRAW-PROCESSING-EXIT                                 DBANK72P
024500     END-IF.                                                      DBANK72P
024600     PERFORM READ-LOAN THRU                                       DBANK72P
024700             READ-LOAN-EXIT.                                      DBANK72P
024800     IF NOT CD72O-OK                                              DBANK72P
024900       GO TO DRAW-PROCESSING-EXIT                                 DBANK72P
025000     END-IF.                                                      DBANK72P
025100     IF LNM-LOAN-PAST-DUE                                         DBANK72P
025200       SET CD72O-ERROR TO TRUE                                    DBANK72P
025300       MOVE 'Line is past due - no draws allowed' TO CD72O-MSG    DBANK72P
025400       GO TO DRAW-PROCESSING-EXIT                                 DBANK72P
025500     END-IF.                                                      DBANK72P
025600     PERFORM READ-LINE-FOR-UPDATE THRU                            DBANK72P
025700             READ-LINE-FOR-UPDATE-EXIT.                           DBANK72P
025800     IF NOT CD72O-OK                                              DBANK72P
025900       GO TO DRAW-PROCESSING-EXIT                                 DBANK72P
026000     END-IF.                                                      DBANK72P
026100     IF NOT LOC-STATUS-OPEN                                       DBANK72P
026200       EXEC CICS UNLOCK FILE('BNKLOC')                            DBANK72P
026300       END-EXEC                                                   DBANK72P
026400       SET CD72O-ERROR TO TRUE                                    DBANK72P
026500       MOVE 'Line is frozen or closed' TO CD72O-MSG               DBANK72P
026600       GO TO DRAW-PROCESSING-EXIT                                 DBANK72P
026700     END-IF.                                                      DBANK72P
026800     COMPUTE WS-AVAILABLE = LOC-REC-LIMIT - LOC-REC-DRAWN.        DBANK72P
026900     IF CD72I-AMOUNT IS GREATER THAN WS-AVAILABLE                 DBANK72P
027000       EXEC CICS UNLOCK FILE('BNKLOC')                            DBANK72P
027100       END-EXEC                                                   DBANK72P
027200       SET CD72O-ERROR TO TRUE                                    DBANK72P
027300       MOVE 'Amount exceeds available credit' TO CD72O-MSG        DBANK72P
027400       GO TO DRAW-PROCESSING-EXIT                                 DBANK72P
027500     END-IF.                                                      DBANK72P
027600     PERFORM READ-ACCOUNT-FOR-UPDATE THRU                         DBANK72P
027700             READ-ACCOUNT-FOR-UPDATE-EXIT.                        DBANK72P
027800     IF NOT CD72O-OK                                              DBANK72P
027900       GO TO DRAW-PROCESSING-EXIT                                 DBANK72P
028000     END-IF.                                                      DBANK72P
028100     ADD CD72I-AMOUNT TO BAC-REC-BALANCE.                         DBANK72P
028200     MOVE CD72I-AMOUNT TO WS-POST-AMOUNT.                         DBANK72P
028300     MOVE '5' TO WS-POST-SUB-TYPE.                                DBANK72P
028400     MOVE 'Line of credit draw    ' TO WS-POST-DESC.              DBANK72P
028500     PERFORM POST-TO-ACCOUNT THRU                                 DBANK72P
028600             POST-TO-ACCOUNT-EXIT.                                DBANK72P
028700     IF NOT CD72O-OK                                              DBANK72P
028800       GO TO DRAW-PROCESSING-EXIT                                 DBANK72P
028900     END-IF.                                                      DBANK72P
029000     ADD CD72I-AMOUNT TO LOC-REC-DRAWN.                           DBANK72P
029100     ADD CD72I-AMOUNT TO LOC-REC-CYCLE-DRAWS.                     DBANK72P
029200     PERFORM REWRITE-LINE THRU                                    DBANK72P
029300             REWRITE-LINE-EXIT.                                   DBANK72P
029400     IF CD72O-OK                                                  DBANK72P
029500       MOVE 'Draw credited to linked account' TO CD72O-MSG        DBANK72P
029600     END-IF.                                                      DBANK72P
029700 DRAW-PROCESSING-EXIT.                                            DBANK72P
029800     EXIT.                                                        DBANK72P
029900                                                                  DBANK72P
030000***************************************************************** DBANK72P
030100* Pay request - debit the linked deposit account, reduce the    * DBANK72P
030200* drawn balance and apply the payment to the billed minimums    * DBANK72P
030300***************************************************************** DBANK72P
030400 PAY-PROCESSING.                                                  DBANK72P
030500     IF CD72I-AMOUNT IS NOT NUMERIC OR                            DBANK72P
030600        CD72I-AMOUNT IS EQUAL TO ZERO                             DBANK72P
030700       SET CD72O-ERROR TO TRUE                                    DBANK72P
030800       MOVE 'Key the amount to pay' TO CD72O-MSG                  DBANK72P
030900       GO TO PAY-PROCESSING-EXIT                                  DBANK72P
031000     END-IF.                                                      DBANK72P
031100     PERFORM READ-LINE-FOR-UPDATE THRU                            DBANK72P
031200             READ-LINE-FOR-UPDATE-EXIT.                           DBANK72P
031300     IF NOT CD72O-OK                                              DBANK72P
031400       GO TO PAY-PROCESSING-EXIT                                  DBANK72P
031500     END-IF.                                                      DBANK72P
031600     IF CD72I-AMOUNT IS GREATER THAN LOC-REC-DRAWN                DBANK72P
031700       EXEC CICS UNLOCK FILE('BNKLOC')                            DBANK72P
031800       END-EXEC                                                   DBANK72P
031900       SET CD72O-ERROR TO TRUE                                    DBANK72P
032000       MOVE 'Payment is more than the balance owed' TO CD72O-MSG  DBANK72P
032100       GO TO PAY-PROCESSING-EXIT                                  DBANK72P
032200     END-IF.                                                      DBANK72P
032300     PERFORM READ-ACCOUNT-FOR-UPDATE THRU                         DBANK72P
032400             READ-ACCOUNT-FOR-UPDATE-EXIT.                        DBANK72P
032500     IF NOT CD72O-OK                                              DBANK72P
032600       GO TO PAY-PROCESSING-EXIT                                  DBANK72P
032700     END-IF.                                                      DBANK72P
032800     IF BAC-REC-BALANCE IS LESS THAN CD72I-AMOUNT                 DBANK72P
032900       EXEC CICS UNLOCK FILE('BNKACC')                            DBANK72P
033000       END-EXEC                                                   DBANK72P
033100       EXEC CICS UNLOCK FILE('BNKLOC')                            DBANK72P
033200       END-EXEC                                                   DBANK72P
033300       SET CD72O-ERROR TO TRUE                                    DBANK72P
033400       MOVE 'Insufficient funds in linked account' TO CD72O-MSG   DBANK72P
033500       GO TO PAY-PROCESSING-EXIT                                  DBANK72P
033600     END-IF.                                                      DBANK72P
033700     SUBTRACT CD72I-AMOUNT FROM BAC-REC-BALANCE.                  DBANK72P
033800     MULTIPLY CD72I-AMOUNT BY -1 GIVING WS-POST-AMOUNT.           DBANK72P
033900     MOVE '1' TO WS-POST-SUB-TYPE.                                DBANK72P
034000     MOVE 'Line of credit payment ' TO WS-POST-DESC.              DBANK72P
034100     PERFORM POST-TO-ACCOUNT THRU                                 DBANK72P
034200             POST-TO-ACCOUNT-EXIT.                                DBANK72P
034300     IF NOT CD72O-OK                                              DBANK72P
034400       GO TO PAY-PROCESSING-EXIT                                  DBANK72P
034500     END-IF.                                                      DBANK72P
034600     SUBTRACT CD72I-AMOUNT FROM LOC-REC-DRAWN.                    DBANK72P
034700     ADD CD72I-AMOUNT TO LOC-REC-CYCLE-PAYMENTS.                  DBANK72P
034800     ADD CD72I-AMOUNT TO LOC-REC-PAY-CREDIT.                      DBANK72P
034900     PERFORM APPLY-PAY-CREDIT THRU                                DBANK72P
035000             APPLY-PAY-CREDIT-EXIT.                               DBANK72P
035100     PERFORM REWRITE-LINE THRU                                    DBANK72P
035200             REWRITE-LINE-EXIT.                                   DBANK72P
035300     IF CD72O-OK                                                  DBANK72P
035400       MOVE 'Payment taken from linked account' TO CD72O-MSG      DBANK72P
035500     END-IF.                                                      DBANK72P
035600 PAY-PROCESSING-EXIT.                                             DBANK72P
035700     EXIT.                                                        DBANK72P
035800                                                                  DBANK72P
035900***************************************************************** DBANK72P
036000* Mark the billed minimums paid, oldest first, for as long as   * DBANK72P
036100* the payment credit covers them.  A line paid down to nothing  * DBANK72P
036200* owes no minimum, so every row clears; with no row left to     * DBANK72P
036300* pay the credit is spent.  Clearing the last row brings a past * DBANK72P
036400* due line current at once rather than at the nightly aging     * DBANK72P
036500***************************************************************** DBANK72P
036600 APPLY-PAY-CREDIT.                                                DBANK72P
036700     PERFORM FIND-FIRST-UNPAID THRU                               DBANK72P
036800             FIND-FIRST-UNPAID-EXIT.                              DBANK72P
036900     IF WS-FIRST-UNPAID IS EQUAL TO ZERO                          DBANK72P
037000       MOVE ZERO TO LOC-REC-PAY-CREDIT                            DBANK72P
037100       GO TO APPLY-PAY-CREDIT-CURRENT                             DBANK72P
037200     END-IF.                                                      DBANK72P
037300     IF WS-ROW-DUE IS GREATER THAN LOC-REC-PAY-CREDIT AND         DBANK72P
037400        LOC-REC-DRAWN IS GREATER THAN ZERO                        DBANK72P
037500       GO TO APPLY-PAY-CREDIT-EXIT                                DBANK72P
037600     END-IF.                                                      DBANK72P
037700     MOVE WS-LOAN-ID TO WS-BNKLNSCH-RID-LOAN.                     DBANK72P
037800     MOVE WS-FIRST-UNPAID TO WS-BNKLNSCH-RID-NO.                  DBANK72P
037900     EXEC CICS READ FILE('BNKLNSCH')                              DBANK72P
038000                    UPDATE                                        DBANK72P
038100                    INTO(WS-BNKLNSCH-REC)                         DBANK72P
038200                    LENGTH(LENGTH OF WS-BNKLNSCH-REC)             DBANK72P
038300                    RIDFLD(WS-BNKLNSCH-RID)                       DBANK72P
038400                    RESP(WS-RESP)                                 DBANK72P
038500     END-EXEC.                                                    DBANK72P
038600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK72P
038700       GO TO APPLY-PAY-CREDIT-EXIT                                DBANK72P
038800     END-IF.                                                      DBANK72P
038900     SET LNS-ROW-PAID TO TRUE.                                    DBANK72P
039000     MOVE WS-TS-DATE TO LNS-REC-PAID-DATE.                        DBANK72P
039100     EXEC CICS REWRITE FILE('BNKLNSCH')                           DBANK72P
039200                    FROM(WS-BNKLNSCH-REC)                         DBANK72P
039300                    LENGTH(LENGTH OF WS-BNKLNSCH-REC)             DBANK72P
039400                    RESP(WS-RESP)                                 DBANK72P
039500     END-EXEC.                                                    DBANK72P
039600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK72P
039700       GO TO APPLY-PAY-CREDIT-EXIT                                DBANK72P
039800     END-IF.                                                      DBANK72P
039900     IF WS-ROW-DUE IS GREATER THAN LOC-REC-PAY-CREDIT             DBANK72P
040000       MOVE ZERO TO LOC-REC-PAY-CREDIT                            DBANK72P
040100     ELSE                                                         DBANK72P
040200       SUBTRACT WS-ROW-DUE FROM LOC-REC-PAY-CREDIT                DBANK72P
040300     END-IF.                                                      DBANK72P
040400     GO TO APPLY-PAY-CREDIT.                                      DBANK72P
040500 APPLY-PAY-CREDIT-CURRENT.                                        DBANK72P
040600     MOVE WS-LOAN-ID TO WS-BNKLOAN-RID.                           DBANK72P
040700     EXEC CICS READ FILE('BNKLOAN')                               DBANK72P
040800                    UPDATE                                        DBANK72P
040900                    INTO(WS-BNKLOAN-REC)                          DBANK72P
041000                    LENGTH(LENGTH OF WS-BNKLOAN-REC)              DBANK72P
041100                    RIDFLD(WS-BNKLOAN-RID)                        DBANK72P
041200                    RESP(WS-RESP)                                 DBANK72P
041300     END-EXEC.                                                    DBANK72P
041400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK72P
041500       GO TO APPLY-PAY-CREDIT-EXIT                                DBANK72P
041600     END-IF.                                                      DBANK72P
041700     IF LNM-LOAN-CURRENT                                          DBANK72P
041800       EXEC CICS UNLOCK FILE('BNKLOAN')                           DBANK72P
041900       END-EXEC                                                   DBANK72P
042000       GO TO APPLY-PAY-CREDIT-EXIT                                DBANK72P
042100     END-IF.                                                      DBANK72P
042200     SET LNM-LOAN-CURRENT TO TRUE.                                DBANK72P
042300     MOVE ZERO TO LNM-REC-DAYS-DELINQ.                            DBANK72P
042400     EXEC CICS REWRITE FILE('BNKLOAN')                            DBANK72P
042500                    FROM(WS-BNKLOAN-REC)                          DBANK72P
042600                    LENGTH(LENGTH OF WS-BNKLOAN-REC)              DBANK72P
042700                    RESP(WS-RESP)                                 DBANK72P
042800     END-EXEC                                                     DBANK72P
042814     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK72P
042828        MOVE 'BNKLOAN' TO CD85I-FILE                              DBANK72P
042842        SET CD85I-CHANGE TO TRUE                                  DBANK72P
042856        MOVE WS-BNKLOAN-REC TO CD85I-IMAGE                        DBANK72P
042870        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           DBANK72P
042884     END-IF.                                                      DBANK72P
042900 APPLY-PAY-CREDIT-EXIT.                                           DBANK72P
043000     EXIT.                                                        DBANK72P
043100                                                                  DBANK72P
043200***************************************************************** DBANK72P
043300* Browse the line's schedule for its oldest unpaid minimum,     * DBANK72P
043400* totalling what is still unpaid on the way                     * DBANK72P
043500***************************************************************** DBANK72P
043600 FIND-FIRST-UNPAID.                                               DBANK72P
043700     MOVE ZERO TO WS-FIRST-UNPAID.                                DBANK72P
043800     MOVE ZERO TO WS-ROW-DUE.                                     DBANK72P
043900     MOVE ZERO TO WS-UNPAID-DUE.                                  DBANK72P
044000     MOVE WS-LOAN-ID TO WS-BNKLNSCH-RID-LOAN.                     DBANK72P
044100     MOVE ZERO TO WS-BNKLNSCH-RID-NO.                             DBANK72P
044200     EXEC CICS STARTBR FILE('BNKLNSCH')                           DBANK72P
044300                  RIDFLD(WS-BNKLNSCH-RID)                         DBANK72P
044400                  GTEQ                                            DBANK72P
044500                  RESP(WS-RESP)                                   DBANK72P
044600     END-EXEC.                                                    DBANK72P
044700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK72P
044800       GO TO FIND-FIRST-UNPAID-EXIT                               DBANK72P
044900     END-IF.                                                      DBANK72P
045000 FIND-FIRST-UNPAID-LOOP.                                          DBANK72P
045100     EXEC CICS READNEXT FILE('BNKLNSCH')                          DBANK72P
045200                  INTO(WS-BNKLNSCH-REC)                           DBANK72P
045300                  LENGTH(LENGTH OF WS-BNKLNSCH-REC)               DBANK72P
045400                  RIDFLD(WS-BNKLNSCH-RID)                         DBANK72P
045500                  RESP(WS-RESP)                                   DBANK72P
045600     END-EXEC.                                                    DBANK72P
045700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK72P
045800       GO TO FIND-FIRST-UNPAID-DONE                               DBANK72P
045900     END-IF.                                                      DBANK72P
046000     IF LNS-REC-LOAN-ID IS NOT EQUAL TO WS-LOAN-ID                DBANK72P
046100       GO TO FIND-FIRST-UNPAID-DONE                               DBANK72P
046200     END-IF.                                                      DBANK72P
046300     IF LNS-ROW-UNPAID                                            DBANK72P
046400       ADD LNS-REC-PRINCIPAL-PORTION TO WS-UNPAID-DUE             DBANK72P
046500       ADD LNS-REC-INTEREST-PORTION TO WS-UNPAID-DUE              DBANK72P
046600       IF WS-FIRST-UNPAID IS EQUAL TO ZERO                        DBANK72P
046700         MOVE LNS-REC-PAYMENT-NO TO WS-FIRST-UNPAID               DBANK72P
046800         COMPUTE WS-ROW-DUE = LNS-REC-PRINCIPAL-PORTION +         DBANK72P
046900                              LNS-REC-INTEREST-PORTION            DBANK72P
047000       END-IF                                                     DBANK72P
047100     END-IF.                                                      DBANK72P
047200     GO TO FIND-FIRST-UNPAID-LOOP.                                DBANK72P
047300 FIND-FIRST-UNPAID-DONE.                                          DBANK72P
047400     EXEC CICS ENDBR FILE('BNKLNSCH')                             DBANK72P
047500     END-EXEC.                                                    DBANK72P
047600 FIND-FIRST-UNPAID-EXIT.                                          DBANK72P
047700     EXIT.                                                        DBANK72P
047800                                                                  DBANK72P
047900***************************************************************** DBANK72P
048000* The line's BNKLOAN row - it must still be active              * DBANK72P
048100***************************************************************** DBANK72P
048200 READ-LOAN.                                                       DBANK72P
048300     MOVE WS-LOAN-ID TO WS-BNKLOAN-RID.                           DBANK72P
048400     EXEC CICS READ FILE('BNKLOAN')                               DBANK72P
048500                    INTO(WS-BNKLOAN-REC)                          DBANK72P
048600                    LENGTH(LENGTH OF WS-BNKLOAN-REC)              DBANK72P
048700                    RIDFLD(WS-BNKLOAN-RID)                        DBANK72P
048800                    RESP(WS-RESP)                                 DBANK72P
048900     END-EXEC.                                                    DBANK72P
049000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK72P
049100       SET CD72O-ERROR TO TRUE                                    DBANK72P
049200       MOVE 'Loan record for line not found' TO CD72O-MSG         DBANK72P
049300       GO TO READ-LOAN-EXIT                                       DBANK72P
049400     END-IF.                                                      DBANK72P
049500     IF NOT LNM-STATUS-ACTIVE                                     DBANK72P
049600       SET CD72O-ERROR TO TRUE                                    DBANK72P
049700       MOVE 'Line is not active' TO CD72O-MSG                     DBANK72P
049800     END-IF.                                                      DBANK72P
049900 READ-LOAN-EXIT.                                                  DBANK72P
050000     EXIT.                                                        DBANK72P
050100                                                                  DBANK72P
050200 READ-LINE-FOR-UPDATE.                                            DBANK72P
050300     MOVE WS-LOAN-ID TO WS-BNKLOC-RID.                            DBANK72P
050400     EXEC CICS READ FILE('BNKLOC')                                DBANK72P
050500                    UPDATE                                        DBANK72P
050600                    INTO(WS-BNKLOC-REC)                           DBANK72P
050700                    LENGTH(LENGTH OF WS-BNKLOC-REC)               DBANK72P
050800                    RIDFLD(WS-BNKLOC-RID)                         DBANK72P
050900                    RESP(WS-RESP)                                 DBANK72P
051000     END-EXEC.                                                    DBANK72P
051100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK72P
051200       SET CD72O-ERROR TO TRUE                                    DBANK72P
051300       MOVE 'Line of credit is not available' TO CD72O-MSG        DBANK72P
051400     END-IF.                                                      DBANK72P
051500 READ-LINE-FOR-UPDATE-EXIT.                                       DBANK72P
051600     EXIT.                                                        DBANK72P
051700                                                                  DBANK72P
051800 REWRITE-LINE.                                                    DBANK72P
051900     EXEC CICS REWRITE FILE('BNKLOC')                             DBANK72P
052000                    FROM(WS-BNKLOC-REC)                           DBANK72P
052100                    LENGTH(LENGTH OF WS-BNKLOC-REC)               DBANK72P
052200                    RESP(WS-RESP)                                 DBANK72P
052300     END-EXEC.                                                    DBANK72P
052400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK72P
052500       SET CD72O-ERROR TO TRUE                                    DBANK72P
052600       MOVE 'Posted but unable to update line' TO CD72O-MSG       DBANK72P
052700     END-IF.                                                      DBANK72P
052800 REWRITE-LINE-EXIT.                                               DBANK72P
052900     EXIT.                                                        DBANK72P
053000                                                                  DBANK72P
053100***************************************************************** DBANK72P
053200* The linked deposit account - it must be open.  On any failure * DBANK72P
053300* the line held for update is released                          * DBANK72P
053400***************************************************************** DBANK72P
053500 READ-ACCOUNT-FOR-UPDATE.                                         DBANK72P
053600     MOVE LOC-REC-ACCNO TO WS-BNKACC-RID.                         DBANK72P
053700     EXEC CICS READ FILE('BNKACC')                                DBANK72P
053800                    UPDATE                                        DBANK72P
053900                    INTO(WS-BNKACC-REC)                           DBANK72P
054000                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBANK72P
054100                    RIDFLD(WS-BNKACC-RID)                         DBANK72P
054200                    RESP(WS-RESP)                                 DBANK72P
054300     END-EXEC.                                                    DBANK72P
054400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK72P
054500       EXEC CICS UNLOCK FILE('BNKLOC')                            DBANK72P
054600       END-EXEC                                                   DBANK72P
054700       SET CD72O-ERROR TO TRUE                                    DBANK72P
054800       MOVE 'Linked account is not on file' TO CD72O-MSG          DBANK72P
054900       GO TO READ-ACCOUNT-FOR-UPDATE-EXIT                         DBANK72P
055000     END-IF.                                                      DBANK72P
055100     IF NOT BAC-STATUS-OPEN                                       DBANK72P
055200       EXEC CICS UNLOCK FILE('BNKACC')                            DBANK72P
055300       END-EXEC                                                   DBANK72P
055400       EXEC CICS UNLOCK FILE('BNKLOC')                            DBANK72P
055500       END-EXEC                                                   DBANK72P
055600       SET CD72O-ERROR TO TRUE                                    DBANK72P
055700       MOVE 'Linked account is not open' TO CD72O-MSG             DBANK72P
055800     END-IF.                                                      DBANK72P
055900 READ-ACCOUNT-FOR-UPDATE-EXIT.                                    DBANK72P
056000     EXIT.                                                        DBANK72P
056100                                                                  DBANK72P
056200***************************************************************** DBANK72P
056300* Rewrite the linked account and write its transaction entry    * DBANK72P
056400* under the loan type - sub '5' for a draw, '1' for a payment   * DBANK72P
056500***************************************************************** DBANK72P
056600 POST-TO-ACCOUNT.                                                 DBANK72P
056700     EXEC CICS REWRITE FILE('BNKACC')                             DBANK72P
056800                    FROM(WS-BNKACC-REC)                           DBANK72P
056900                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBANK72P
057000                    RESP(WS-RESP)                                 DBANK72P
057100     END-EXEC                                                     DBANK72P
057114     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK72P
057128        MOVE 'BNKACC' TO CD85I-FILE                               DBANK72P
057142        SET CD85I-CHANGE TO TRUE                                  DBANK72P
057156        MOVE WS-BNKACC-REC TO CD85I-IMAGE                         DBANK72P
057170        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           DBANK72P
057184     END-IF.                                                      DBANK72P
057200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK72P
057300       EXEC CICS UNLOCK FILE('BNKLOC')                            DBANK72P
057400       END-EXEC                                                   DBANK72P
057500       SET CD72O-ERROR TO TRUE                                    DBANK72P
057600       MOVE 'Unable to update linked account' TO CD72O-MSG        DBANK72P
057700       GO TO POST-TO-ACCOUNT-EXIT                                 DBANK72P
057800     END-IF.                                                      DBANK72P
057900     MOVE '0' TO WS-TIMESTAMP (26:1).                             DBANK72P
058000     MOVE SPACES TO WS-BNKTXN-REC.                                DBANK72P
058100     MOVE LOC-REC-PID TO BTX-REC-PID.                             DBANK72P
058200     MOVE 'L' TO BTX-REC-TYPE.                                    DBANK72P
058300     MOVE WS-POST-SUB-TYPE TO BTX-REC-SUB-TYPE.                   DBANK72P
058400     MOVE LOC-REC-ACCNO TO BTX-REC-ACCNO.                         DBANK72P
058500     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      DBANK72P
058600     MOVE WS-POST-AMOUNT TO BTX-REC-AMOUNT.                       DBANK72P
058700     MOVE SPACES TO TXN-DATA.                                     DBANK72P
058800     STRING WS-POST-DESC DELIMITED BY SIZE                        DBANK72P
058900            WS-LOAN-ID (1:10) DELIMITED BY SIZE                   DBANK72P
059000       INTO TXN-T1-OLD-DESC.                                      DBANK72P
059100     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       DBANK72P
059200     MOVE TXN-DATA-NEW TO BTX-REC-DATA-NEW.                       DBANK72P
059300     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBANK72P
059400     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBANK72P
059500     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBANK72P
059600     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBANK72P
059700                           WS-TWOS-COMP-INPUT                     DBANK72P
059800                           WS-TWOS-COMP-OUTPUT                    DBANK72P
059900                           WS-TWOS-COMP-FORMAT.                   DBANK72P
060000     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            DBANK72P
060100     MOVE WS-TIMESTAMP TO WS-BNKTXN-RID.                          DBANK72P
060200 COPY CBANKTXP.                                                   DBANK72P
060300     EXEC CICS WRITE FILE('BNKTXN')                               DBANK72P
060400                    FROM(WS-BNKTXN-REC)                           DBANK72P
060500                    LENGTH(LENGTH OF WS-BNKTXN-REC)               DBANK72P
060600                    RIDFLD(WS-BNKTXN-RID)                         DBANK72P
060700                    RESP(WS-RESP)                                 DBANK72P
060800     END-EXEC                                                     DBANK72P
060814     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK72P
060828        MOVE 'BNKTXN' TO CD85I-FILE                               DBANK72P
060842        SET CD85I-ADD TO TRUE                                     DBANK72P
060856        MOVE WS-BNKTXN-REC TO CD85I-IMAGE                         DBANK72P
060870        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           DBANK72P
060884     END-IF.                                                      DBANK72P
060900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK72P
061000       EXEC CICS UNLOCK FILE('BNKLOC')                            DBANK72P
061100       END-EXEC                                                   DBANK72P
061200       SET CD72O-ERROR TO TRUE                                    DBANK72P
061300       MOVE 'Account posted but audit write failed' TO CD72O-MSG  DBANK72P
061400     END-IF.                                                      DBANK72P
061500 POST-TO-ACCOUNT-EXIT.                                            DBANK72P
061600     EXIT.                                                        DBANK72P
061700                                                                  DBANK72P
061800***************************************************************** DBANK72P
061900* Re-read the line and fill in the reply, leaving any message   * DBANK72P
062000* set by the request in place                                   * DBANK72P
062100***************************************************************** DBANK72P
062200 BUILD-REPLY.                                                     DBANK72P
062300     MOVE WS-LOAN-ID TO WS-BNKLOC-RID.                            DBANK72P
062400     EXEC CICS READ FILE('BNKLOC')                                DBANK72P
062500                    INTO(WS-BNKLOC-REC)                           DBANK72P
062600                    LENGTH(LENGTH OF WS-BNKLOC-REC)               DBANK72P
062700                    RIDFLD(WS-BNKLOC-RID)                         DBANK72P
062800                    RESP(WS-RESP)                                 DBANK72P
062900     END-EXEC.                                                    DBANK72P
063000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK72P
063100       GO TO BUILD-REPLY-EXIT                                     DBANK72P
063200     END-IF.                                                      DBANK72P
063300     MOVE LOC-REC-LOAN-ID TO CD72O-LOAN-ID.                       DBANK72P
063400     MOVE LOC-REC-ACCNO TO CD72O-ACCNO.                           DBANK72P
063500     MOVE LOC-REC-STATUS TO CD72O-STATUS.                         DBANK72P
063600     MOVE LOC-REC-LIMIT TO CD72O-LIMIT.                           DBANK72P
063700     MOVE LOC-REC-DRAWN TO CD72O-DRAWN.                           DBANK72P
063800     COMPUTE CD72O-AVAILABLE = LOC-REC-LIMIT - LOC-REC-DRAWN.     DBANK72P
063900     IF CD72O-AVAILABLE IS LESS THAN ZERO OR                      DBANK72P
064000        NOT LOC-STATUS-OPEN                                       DBANK72P
064100       MOVE ZERO TO CD72O-AVAILABLE                               DBANK72P
064200     END-IF.                                                      DBANK72P
064300     COMPUTE CD72O-ACCRUED ROUNDED = LOC-REC-ACCRUED.             DBANK72P
064400     MOVE LOC-REC-STMT-DATE TO CD72O-STMT-DATE.                   DBANK72P
064500     MOVE LOC-REC-STMT-BALANCE TO CD72O-STMT-BALANCE.             DBANK72P
064600     MOVE LOC-REC-MIN-DUE TO CD72O-MIN-DUE.                       DBANK72P
064700     MOVE LOC-REC-DUE-DATE TO CD72O-DUE-DATE.                     DBANK72P
064800     PERFORM FIND-FIRST-UNPAID THRU                               DBANK72P
064900             FIND-FIRST-UNPAID-EXIT.                              DBANK72P
065000     IF WS-UNPAID-DUE IS GREATER THAN LOC-REC-PAY-CREDIT          DBANK72P
065100       COMPUTE CD72O-MIN-OUTSTANDING =                            DBANK72P
065200         WS-UNPAID-DUE - LOC-REC-PAY-CREDIT                       DBANK72P
065300     END-IF.                                                      DBANK72P
065400     MOVE 'N' TO CD72O-PAST-DUE.                                  DBANK72P
065500     MOVE WS-LOAN-ID TO WS-BNKLOAN-RID.                           DBANK72P
065600     EXEC CICS READ FILE('BNKLOAN')                               DBANK72P
065700                    INTO(WS-BNKLOAN-REC)                          DBANK72P
065800                    LENGTH(LENGTH OF WS-BNKLOAN-REC)              DBANK72P
065900                    RIDFLD(WS-BNKLOAN-RID)                        DBANK72P
066000                    RESP(WS-RESP)                                 DBANK72P
066100     END-EXEC.                                                    DBANK72P
066200     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBANK72P
066300        LNM-LOAN-PAST-DUE                                         DBANK72P
066400       MOVE 'Y' TO CD72O-PAST-DUE                                 DBANK72P
066500     END-IF.                                                      DBANK72P
066600 BUILD-REPLY-EXIT.                                                DBANK72P
066700     EXIT.                                                        DBANK72P
066800                                                                  DBANK72P
066809***************************************************************** DBANK72P
066818* Journal the after-image of the master-file update just        * DBANK72P
066827* made so it can be rolled forward onto a reload                * DBANK72P
066836***************************************************************** DBANK72P
066845 JOURNAL-UPDATE.                                                  DBANK72P
066854     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         DBANK72P
066863 COPY CBANKX85.                                                   DBANK72P
066872 JOURNAL-UPDATE-EXIT.                                             DBANK72P
066881     EXIT.                                                        DBANK72P
066890                                                                  DBANK72P
066900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK72P
