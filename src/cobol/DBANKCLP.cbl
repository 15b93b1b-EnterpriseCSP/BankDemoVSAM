000100***************************************************************** DBANKCLP
000200*                                                               * DBANKCLP
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANKCLP
000400*   This demonstration program is provided for use by users     * DBANKCLP
000500*   of Micro Focus products and may be used, modified and       * DBANKCLP
000600*   distributed as part of your application provided that       * DBANKCLP
000700*   you properly acknowledge the copyright of Micro Focus       * DBANKCLP
000800*   in this material.                                           * DBANKCLP
000900*                                                               * DBANKCLP
001000***************************************************************** DBANKCLP
001100                                                                  DBANKCLP
001200***************************************************************** DBANKCLP
001300* Program:     DBANKCLP.CBL                                     * DBANKCLP
001400* Function:    Upcoming payments calendar - project an account  * DBANKCLP
001500*              over the next thirty days from what is already   * DBANKCLP
001600*              known to be coming: the standing orders in its   * DBANKCLP
001700*              RP slots (and those of the owner's other         * DBANKCLP
001800*              accounts that pay into it), active recurring     * DBANKCLP
001900*              bill payments funded from it (BNKRPAY),          * DBANKCLP
002000*              future-dated payments and requests-to-pay to or  * DBANKCLP
002100*              from it (BNKPEND), the owner's loan instalments  * DBANKCLP
002200*              with their escrow portion when this is the       * DBANKCLP
002300*              account the loan run collects from (BNKLOAN,     * DBANKCLP
002400*              BNKLNSCH, BNKESCR), and direct-debit collections * DBANKCLP
002500*              sent on its behalf and awaiting settlement       * DBANKCLP
002600*              (BNKPAYQ).  Items due on a non-business day are  * DBANKCLP
002700*              placed on the next business day, as the payment  * DBANKCLP
002800*              runs take them.  The account's balance is run    * DBANKCLP
002900*              forward day by day; every item on a day that     * DBANKCLP
003000*              closes overdrawn, or past the overdraft limit,   * DBANKCLP
003100*              is flagged and the first day past the limit is   * DBANKCLP
003200*              returned as the projected shortfall date.        * DBANKCLP
003300*              VSAM version                                     * DBANKCLP
003400***************************************************************** DBANKCLP
003500                                                                  DBANKCLP
003600 IDENTIFICATION DIVISION.                                         DBANKCLP
003700 PROGRAM-ID.                                                      DBANKCLP
003800     DBANKCLP.                                                    DBANKCLP
003900 DATE-WRITTEN.                                                    DBANKCLP
004000     October 2026.                                                DBANKCLP
004100 DATE-COMPILED.                                                   DBANKCLP
004200     Today.                                                       DBANKCLP
004300                                                                  DBANKCLP
004400 ENVIRONMENT DIVISION.                                            DBANKCLP
004500                                                                  DBANKCLP
004600 DATA DIVISION.                                                   DBANKCLP
004700                                                                  DBANKCLP
004800 WORKING-STORAGE SECTION.                                         DBANKCLP
004900 COPY CTSTAMPD.                                                   DBANKCLP
005000                                                                  DBANKCLP
005100 01  WS-MISC-STORAGE.                                             DBANKCLP
005200   05  WS-PROGRAM-ID                         PIC X(8)             DBANKCLP
005300       VALUE 'DBANKCLP'.                                          DBANKCLP
005400   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANKCLP
005500   05  WS-RESP                               PIC S9(8) COMP.      DBANKCLP
005600   05  WS-SUB1                               PIC S9(4) COMP.      DBANKCLP
005700   05  WS-SUB2                               PIC S9(4) COMP.      DBANKCLP
005800   05  WS-SUB3                               PIC S9(4) COMP.      DBANKCLP
005900   05  WS-DAY-SUB                            PIC S9(4) COMP.      DBANKCLP
006000   05  WS-NEXT-POST                          PIC S9(4) COMP.      DBANKCLP
006100   05  WS-BNKACC-RID                         PIC X(9).            DBANKCLP
006200   05  WS-BNKACCT-AIX1-RID                   PIC X(5).            DBANKCLP
006300   05  WS-BNKRPAY-RID.                                            DBANKCLP
006400     10  WS-BNKRPAY-RID-PID                  PIC X(5).            DBANKCLP
006500     10  WS-BNKRPAY-RID-SEQ                  PIC 9(2).            DBANKCLP
006600   05  WS-BNKPAYEE-RID.                                           DBANKCLP
006700     10  WS-BNKPAYEE-RID-PID                 PIC X(5).            DBANKCLP
006800     10  WS-BNKPAYEE-RID-SEQ                 PIC 9(2).            DBANKCLP
006900   05  WS-BNKPEND-RID.                                            DBANKCLP
007000     10  WS-BNKPEND-RID-DATE                 PIC X(10).           DBANKCLP
007100     10  WS-BNKPEND-RID-TIMESTAMP            PIC X(26).           DBANKCLP
007200   05  WS-BNKLOAN-RID                        PIC X(26).           DBANKCLP
007300   05  WS-BNKLNSCH-RID.                                           DBANKCLP
007400     10  WS-BNKLNSCH-RID-LOAN-ID             PIC X(26).           DBANKCLP
007500     10  WS-BNKLNSCH-RID-PAYMENT-NO          PIC 9(5).            DBANKCLP
007600   05  WS-BNKESCR-RID.                                            DBANKCLP
007700     10  WS-BNKESCR-RID-LOAN-ID              PIC X(26).           DBANKCLP
007800     10  WS-BNKESCR-RID-SEQ                  PIC 9(2).            DBANKCLP
007900   05  WS-BNKPAYQ-RID                        PIC X(16).           DBANKCLP
008000   05  WS-BNKBKRP-RID                        PIC X(5).            DBANKCLP
008100   05  WS-TODAY                              PIC X(10).           DBANKCLP
008200   05  WS-OWNER-PID                          PIC X(5).            DBANKCLP
008300   05  WS-JOINT-PID                          PIC X(5).            DBANKCLP
008400   05  WS-RPAY-PID                           PIC X(5).            DBANKCLP
008500   05  WS-FIRST-ACCNO                        PIC X(9).            DBANKCLP
008600   05  WS-FLOOR                              PIC S9(9)V99 COMP-3. DBANKCLP
008700   05  WS-RUNNING                            PIC S9(9)V99 COMP-3. DBANKCLP
008800   05  WS-SLOT-DAY                           PIC X(2).            DBANKCLP
008900   05  WS-SLOT-AMOUNT                        PIC S9(7)V99 COMP-3. DBANKCLP
009000   05  WS-SLOT-ACCNO                         PIC X(9).            DBANKCLP
009100   05  WS-SLOT-LAST-PAY                      PIC X(10).           DBANKCLP
009200   05  WS-ITEM-DAY                           PIC S9(4) COMP.      DBANKCLP
009300   05  WS-ITEM-KIND                          PIC X(1).            DBANKCLP
009400     88  WS-ITEM-CREDIT                      VALUE 'C'.           DBANKCLP
009500     88  WS-ITEM-DEBIT                       VALUE 'D'.           DBANKCLP
009600   05  WS-ITEM-SOURCE                        PIC X(2).            DBANKCLP
009700   05  WS-ITEM-DESC                          PIC X(30).           DBANKCLP
009800   05  WS-ITEM-AMOUNT                        PIC S9(7)V99 COMP-3. DBANKCLP
009900   05  WS-LOAN-PAYMENT                       PIC S9(6)V99 COMP-3. DBANKCLP
010000   05  WS-ESCROW-AMT                         PIC S9(5)V99 COMP-3. DBANKCLP
010100   05  WS-ORIG-DATE                          PIC X(10).           DBANKCLP
010200   05  FILLER REDEFINES WS-ORIG-DATE.                             DBANKCLP
010300     10  WS-ORIG-YYYY                        PIC 9(4).            DBANKCLP
010400     10  FILLER                              PIC X(1).            DBANKCLP
010500     10  WS-ORIG-MM                          PIC 9(2).            DBANKCLP
010600     10  FILLER                              PIC X(1).            DBANKCLP
010700     10  WS-ORIG-DD                          PIC 9(2).            DBANKCLP
010800   05  WS-DATE-WORK                          PIC X(10).           DBANKCLP
010900   05  FILLER REDEFINES WS-DATE-WORK.                             DBANKCLP
011000     10  WS-DATE-WORK-YYYY                   PIC 9(4).            DBANKCLP
011100     10  FILLER                              PIC X(1).            DBANKCLP
011200     10  WS-DATE-WORK-MM                     PIC 9(2).            DBANKCLP
011300     10  FILLER                              PIC X(1).            DBANKCLP
011400     10  WS-DATE-WORK-DD                     PIC 9(2).            DBANKCLP
011500                                                                  DBANKCLP
011600 01  WS-DAY-TABLE.                                                DBANKCLP
011700   05  WS-DAY-ENTRY OCCURS 30 TIMES.                              DBANKCLP
011800     10  WS-DAY-DATE                         PIC X(10).           DBANKCLP
011900     10  WS-DAY-BUSINESS                     PIC X(1).            DBANKCLP
012000       88  WS-DAY-IS-BUSINESS                VALUE 'Y'.           DBANKCLP
012100     10  WS-DAY-POST                         PIC S9(4) COMP.      DBANKCLP
012200     10  WS-DAY-ELAPSED                      PIC S9(5) COMP-3.    DBANKCLP
012300     10  WS-DAY-NET                          PIC S9(9)V99 COMP-3. DBANKCLP
012400     10  WS-DAY-CLOSE                        PIC S9(9)V99 COMP-3. DBANKCLP
012500                                                                  DBANKCLP
012600 01  WS-ITEM-TABLE.                                               DBANKCLP
012700   05  WS-ITEM-COUNT                         PIC S9(4) COMP.      DBANKCLP
012800   05  WS-ITEM-ENTRY OCCURS 40 TIMES.                             DBANKCLP
012900     10  WS-ITEM-ENTRY-DAY                   PIC S9(4) COMP.      DBANKCLP
013000     10  WS-ITEM-ENTRY-KIND                  PIC X(1).            DBANKCLP
013100     10  WS-ITEM-ENTRY-SOURCE                PIC X(2).            DBANKCLP
013200     10  WS-ITEM-ENTRY-DESC                  PIC X(30).           DBANKCLP
013300     10  WS-ITEM-ENTRY-AMOUNT                PIC S9(7)V99 COMP-3. DBANKCLP
013400                                                                  DBANKCLP
013500 COPY CBUSDAYD.                                                   DBANKCLP
013600                                                                  DBANKCLP
013700 01  WS-BNKACC-REC.                                               DBANKCLP
013800 COPY CBANKVAC.                                                   DBANKCLP
013900                                                                  DBANKCLP
014000 01  WS-BNKRPAY-REC.                                              DBANKCLP
014100 COPY CBANKVRP.                                                   DBANKCLP
014200                                                                  DBANKCLP
014300 01  WS-BNKPAYEE-REC.                                             DBANKCLP
014400 COPY CBANKVPY.                                                   DBANKCLP
014500                                                                  DBANKCLP
014600 01  WS-BNKPEND-REC.                                              DBANKCLP
014700 COPY CBANKVPP.                                                   DBANKCLP
014800                                                                  DBANKCLP
014900 01  WS-BNKLOAN-REC.                                              DBANKCLP
015000 COPY CBANKVLN.                                                   DBANKCLP
015100                                                                  DBANKCLP
015200 01  WS-BNKLNSCH-REC.                                             DBANKCLP
015300 COPY CBANKVLS.                                                   DBANKCLP
015400                                                                  DBANKCLP
015500 01  WS-BNKESCR-REC.                                              DBANKCLP
015600 COPY CBANKVES.                                                   DBANKCLP
015700                                                                  DBANKCLP
015800 01  WS-BNKPAYQ-REC.                                              DBANKCLP
015900 COPY CBANKVPQ.                                                   DBANKCLP
016000                                                                  DBANKCLP
016100 01  WS-BNKBKRP-REC.                                              DBANKCLP
016200 COPY CBANKVBK.                                                   DBANKCLP
016300                                                                  DBANKCLP
016400 01  WS-COMMAREA.                                                 DBANKCLP
016500 COPY CBANKDCL.                                                   DBANKCLP
016600                                                                  DBANKCLP
016700 LINKAGE SECTION.                                                 DBANKCLP
016800 01  DFHCOMMAREA.                                                 DBANKCLP
016900   05  LK-COMMAREA                           PIC X(1)             DBANKCLP
017000       OCCURS 1 TO 4096 TIMES                                     DBANKCLP
017100         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANKCLP
017200                                                                  DBANKCLP
017300 COPY CENTRY.                                                     DBANKCLP
017400***************************************************************** DBANKCLP
017500* Move the passed data to our area                              * DBANKCLP
017600***************************************************************** DBANKCLP
017700     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANKCLP
017800     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANKCLP
017900                                                                  DBANKCLP
018000***************************************************************** DBANKCLP
018100* Initialize our output area                                    * DBANKCLP
018200***************************************************************** DBANKCLP
018300     MOVE SPACES TO CDCLO-DATA.                                   DBANKCLP
018400     SET CDCLO-OK TO TRUE.                                        DBANKCLP
018500     SET CDCLO-ALL-SHOWN TO TRUE.                                 DBANKCLP
018600     MOVE ZERO TO CDCLO-BALANCE.                                  DBANKCLP
018700     MOVE ZERO TO CDCLO-OD-LIMIT.                                 DBANKCLP
018800     MOVE ZERO TO CDCLO-LOW-BALANCE.                              DBANKCLP
018900     MOVE ZERO TO CDCLO-COUNT.                                    DBANKCLP
019000     MOVE ZERO TO WS-ITEM-COUNT.                                  DBANKCLP
019100     MOVE 1 TO WS-SUB1.                                           DBANKCLP
019200 CLEAR-ENTRY-LOOP.                                                DBANKCLP
019300     MOVE ZERO TO CDCLO-ENTRY-AMOUNT (WS-SUB1).                   DBANKCLP
019400     MOVE ZERO TO CDCLO-ENTRY-BALANCE (WS-SUB1).                  DBANKCLP
019500     IF WS-SUB1 IS LESS THAN 40                                   DBANKCLP
019600       ADD 1 TO WS-SUB1                                           DBANKCLP
019700       GO TO CLEAR-ENTRY-LOOP                                     DBANKCLP
019800     END-IF.                                                      DBANKCLP
019900 COPY CTSTAMPP.                                                   DBANKCLP
020000     MOVE WS-TIMESTAMP (1:10) TO WS-TODAY.                        DBANKCLP
020100                                                                  DBANKCLP
020200***************************************************************** DBANKCLP
020300* The account must be on file, open and, where a PID is given,  * DBANKCLP
020400* held by that customer                                         * DBANKCLP
020500***************************************************************** DBANKCLP
020600     PERFORM CHECK-ACCOUNT THRU                                   DBANKCLP
020700             CHECK-ACCOUNT-EXIT.                                  DBANKCLP
020800                                                                  DBANKCLP
020900***************************************************************** DBANKCLP
021000* Lay out the thirty days, then gather everything due in them   * DBANKCLP
021100* and run the balance forward                                   * DBANKCLP
021200***************************************************************** DBANKCLP
021300     IF CDCLO-OK                                                  DBANKCLP
021400       PERFORM BUILD-DAYS THRU                                    DBANKCLP
021500               BUILD-DAYS-EXIT                                    DBANKCLP
021600     END-IF.                                                      DBANKCLP
021700     IF CDCLO-OK                                                  DBANKCLP
021800       PERFORM STANDING-ORDERS THRU                               DBANKCLP
021900               STANDING-ORDERS-EXIT                               DBANKCLP
022000       MOVE WS-OWNER-PID TO WS-RPAY-PID                           DBANKCLP
022100       PERFORM BILL-PAYMENTS THRU                                 DBANKCLP
022200               BILL-PAYMENTS-EXIT                                 DBANKCLP
022300       IF WS-JOINT-PID IS NOT EQUAL TO SPACES AND                 DBANKCLP
022400          WS-JOINT-PID IS NOT EQUAL TO WS-OWNER-PID               DBANKCLP
022500         MOVE WS-JOINT-PID TO WS-RPAY-PID                         DBANKCLP
022600         PERFORM BILL-PAYMENTS THRU                               DBANKCLP
022700                 BILL-PAYMENTS-EXIT                               DBANKCLP
022800       END-IF                                                     DBANKCLP
022900       PERFORM FUTURE-PAYMENTS THRU                               DBANKCLP
023000               FUTURE-PAYMENTS-EXIT                               DBANKCLP
023100       PERFORM LOAN-INSTALMENTS THRU                              DBANKCLP
023200               LOAN-INSTALMENTS-EXIT                              DBANKCLP
023300       PERFORM COLLECTIONS THRU                                   DBANKCLP
023400               COLLECTIONS-EXIT                                   DBANKCLP
023500       PERFORM PROJECT-BALANCES THRU                              DBANKCLP
023600               PROJECT-BALANCES-EXIT                              DBANKCLP
023700       PERFORM RETURN-ITEMS THRU                                  DBANKCLP
023800               RETURN-ITEMS-EXIT                                  DBANKCLP
023900     END-IF.                                                      DBANKCLP
024000                                                                  DBANKCLP
024100***************************************************************** DBANKCLP
024200* Move the result back to the callers area                      * DBANKCLP
024300***************************************************************** DBANKCLP
024400     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANKCLP
024500                                                                  DBANKCLP
024600***************************************************************** DBANKCLP
024700* Return to our caller                                          * DBANKCLP
024800***************************************************************** DBANKCLP
024900 COPY CRETURN.                                                    DBANKCLP
025000                                                                  DBANKCLP
025100***************************************************************** DBANKCLP
025200* Read the account and keep what the projection starts from -   * DBANKCLP
025300* its balance, its overdraft limit (the floor below which a     * DBANKCLP
025400* day is past the limit; with no limit the floor is zero) and   * DBANKCLP
025500* its holders                                                   * DBANKCLP
025600***************************************************************** DBANKCLP
025700 CHECK-ACCOUNT.                                                   DBANKCLP
025800     MOVE CDCLI-ACCNO TO WS-BNKACC-RID.                           DBANKCLP
025900     EXEC CICS READ FILE('BNKACC')                                DBANKCLP
026000                    INTO(WS-BNKACC-REC)                           DBANKCLP
026100                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBANKCLP
026200                    RIDFLD(WS-BNKACC-RID)                         DBANKCLP
026300                    RESP(WS-RESP)                                 DBANKCLP
026400     END-EXEC.                                                    DBANKCLP
026500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANKCLP
026600       SET CDCLO-NOTFND TO TRUE                                   DBANKCLP
026700       MOVE 'Account not found' TO CDCLO-MSG                      DBANKCLP
026800       GO TO CHECK-ACCOUNT-EXIT                                   DBANKCLP
026900     END-IF.                                                      DBANKCLP
027000     IF CDCLI-PID IS NOT EQUAL TO SPACES AND                      DBANKCLP
027100        CDCLI-PID IS NOT EQUAL TO BAC-REC-PID AND                 DBANKCLP
027200        CDCLI-PID IS NOT EQUAL TO BAC-REC-JOINT-PID               DBANKCLP
027300       SET CDCLO-NOTFND TO TRUE                                   DBANKCLP
027400       MOVE 'Account not found' TO CDCLO-MSG                      DBANKCLP
027500       GO TO CHECK-ACCOUNT-EXIT                                   DBANKCLP
027600     END-IF.                                                      DBANKCLP
027700     IF BAC-STATUS-CLOSED                                         DBANKCLP
027800       SET CDCLO-NOTFND TO TRUE                                   DBANKCLP
027900       MOVE 'The account is closed' TO CDCLO-MSG                  DBANKCLP
028000       GO TO CHECK-ACCOUNT-EXIT                                   DBANKCLP
028100     END-IF.                                                      DBANKCLP
028200     MOVE BAC-REC-PID TO WS-OWNER-PID.                            DBANKCLP
028300     MOVE BAC-REC-JOINT-PID TO WS-JOINT-PID.                      DBANKCLP
028400     MOVE BAC-REC-BALANCE TO CDCLO-BALANCE.                       DBANKCLP
028500     MOVE BAC-REC-OD-LIMIT TO CDCLO-OD-LIMIT.                     DBANKCLP
028600     IF BAC-REC-OD-LIMIT IS GREATER THAN ZERO                     DBANKCLP
028700       COMPUTE WS-FLOOR = 0 - BAC-REC-OD-LIMIT                    DBANKCLP
028800     ELSE                                                         DBANKCLP
028900       MOVE ZERO TO WS-FLOOR                                      DBANKCLP
029000     END-IF.                                                      DBANKCLP
029100 CHECK-ACCOUNT-EXIT.                                              DBANKCLP
029200     EXIT.                                                        DBANKCLP
029300                                                                  DBANKCLP
029400***************************************************************** DBANKCLP
029500* Build the table of days, today first.  Each day notes whether * DBANKCLP
029600* it is a business day and the day its items are actually taken * DBANKCLP
029700* - itself, or the next business day within the window (zero    * DBANKCLP
029800* when that falls beyond it).  A day the calendar cannot answer * DBANKCLP
029900* for is treated as a business day.                             * DBANKCLP
030000***************************************************************** DBANKCLP
030100 BUILD-DAYS.                                                      DBANKCLP
030200     MOVE WS-TODAY TO WS-DAY-DATE (1).                            DBANKCLP
030300     MOVE 1 TO WS-DAY-SUB.                                        DBANKCLP
030400 BUILD-DAYS-LOOP.                                                 DBANKCLP
030500     MOVE ZERO TO WS-DAY-POST (WS-DAY-SUB).                       DBANKCLP
030600     MOVE ZERO TO WS-DAY-ELAPSED (WS-DAY-SUB).                    DBANKCLP
030700     MOVE ZERO TO WS-DAY-NET (WS-DAY-SUB).                        DBANKCLP
030800     MOVE ZERO TO WS-DAY-CLOSE (WS-DAY-SUB).                      DBANKCLP
030900     MOVE SPACES TO BUS-DAY-DATA.                                 DBANKCLP
031000     SET BUS-DAY-IS-BUSINESS TO TRUE.                             DBANKCLP
031100     MOVE WS-DAY-DATE (WS-DAY-SUB) TO BUS-DAY-DATE-IN.            DBANKCLP
031200     CALL 'UBUSDAY' USING BUS-DAY-DATA.                           DBANKCLP
031300     IF BUS-DAY-OK AND BUS-DAY-NO                                 DBANKCLP
031400       MOVE 'N' TO WS-DAY-BUSINESS (WS-DAY-SUB)                   DBANKCLP
031500     ELSE                                                         DBANKCLP
031600       MOVE 'Y' TO WS-DAY-BUSINESS (WS-DAY-SUB)                   DBANKCLP
031700     END-IF.                                                      DBANKCLP
031800     IF WS-DAY-SUB IS NOT LESS THAN 30                            DBANKCLP
031900       GO TO BUILD-DAYS-POST                                      DBANKCLP
032000     END-IF.                                                      DBANKCLP
032100     MOVE SPACES TO BUS-DAY-DATA.                                 DBANKCLP
032200     SET BUS-DAY-ADD-ONE-DAY TO TRUE.                             DBANKCLP
032300     MOVE WS-DAY-DATE (WS-DAY-SUB) TO BUS-DAY-DATE-IN.            DBANKCLP
032400     CALL 'UBUSDAY' USING BUS-DAY-DATA.                           DBANKCLP
032500     IF NOT BUS-DAY-OK                                            DBANKCLP
032600       SET CDCLO-ERROR TO TRUE                                    DBANKCLP
032700       MOVE 'Unable to build the payment calendar' TO CDCLO-MSG   DBANKCLP
032800       GO TO BUILD-DAYS-EXIT                                      DBANKCLP
032900     END-IF.                                                      DBANKCLP
033000     ADD 1 TO WS-DAY-SUB.                                         DBANKCLP
033100     MOVE BUS-DAY-DATE-OUT TO WS-DAY-DATE (WS-DAY-SUB).           DBANKCLP
033200     GO TO BUILD-DAYS-LOOP.                                       DBANKCLP
033300 BUILD-DAYS-POST.                                                 DBANKCLP
033400     MOVE ZERO TO WS-NEXT-POST.                                   DBANKCLP
033500     MOVE 30 TO WS-DAY-SUB.                                       DBANKCLP
033600 BUILD-DAYS-POST-LOOP.                                            DBANKCLP
033700     IF WS-DAY-IS-BUSINESS (WS-DAY-SUB)                           DBANKCLP
033800       MOVE WS-DAY-SUB TO WS-NEXT-POST                            DBANKCLP
033900     END-IF.                                                      DBANKCLP
034000     MOVE WS-NEXT-POST TO WS-DAY-POST (WS-DAY-SUB).               DBANKCLP
034100     IF WS-DAY-SUB IS GREATER THAN 1                              DBANKCLP
034200       SUBTRACT 1 FROM WS-DAY-SUB                                 DBANKCLP
034300       GO TO BUILD-DAYS-POST-LOOP                                 DBANKCLP
034400     END-IF.                                                      DBANKCLP
034500     MOVE WS-DAY-DATE (1) TO CDCLO-FROM-DATE.                     DBANKCLP
034600     MOVE WS-DAY-DATE (30) TO CDCLO-TO-DATE.                      DBANKCLP
034700 BUILD-DAYS-EXIT.                                                 DBANKCLP
034800     EXIT.                                                        DBANKCLP
034900                                                                  DBANKCLP
035000***************************************************************** DBANKCLP
035100* Standing orders - browse the owner's accounts.  The slots on  * DBANKCLP
035200* this account are debits; a slot on another of the owner's     * DBANKCLP
035300* accounts that pays into this one is a credit.  The owner's    * DBANKCLP
035400* first open account is noted on the way, as that is the one    * DBANKCLP
035500* the loan run collects instalments from.                       * DBANKCLP
035600***************************************************************** DBANKCLP
035700 STANDING-ORDERS.                                                 DBANKCLP
035800     MOVE SPACES TO WS-FIRST-ACCNO.                               DBANKCLP
035900     MOVE WS-OWNER-PID TO WS-BNKACCT-AIX1-RID.                    DBANKCLP
036000     EXEC CICS STARTBR FILE('BNKACC1')                            DBANKCLP
036100                  RIDFLD(WS-BNKACCT-AIX1-RID)                     DBANKCLP
036200                  GTEQ                                            DBANKCLP
036300                  RESP(WS-RESP)                                   DBANKCLP
036400     END-EXEC.                                                    DBANKCLP
036500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANKCLP
036600       GO TO STANDING-ORDERS-EXIT                                 DBANKCLP
036700     END-IF.                                                      DBANKCLP
036800 STANDING-ORDERS-LOOP.                                            DBANKCLP
036900     EXEC CICS READNEXT FILE('BNKACC1')                           DBANKCLP
037000                  INTO(WS-BNKACC-REC)                             DBANKCLP
037100                  LENGTH(LENGTH OF WS-BNKACC-REC)                 DBANKCLP
037200                  RIDFLD(WS-BNKACCT-AIX1-RID)                     DBANKCLP
037300                  RESP(WS-RESP)                                   DBANKCLP
037400     END-EXEC.                                                    DBANKCLP
037500     IF (WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND              DBANKCLP
037600         WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)) OR              DBANKCLP
037700        BAC-REC-PID IS NOT EQUAL TO WS-OWNER-PID                  DBANKCLP
037800       GO TO STANDING-ORDERS-DONE                                 DBANKCLP
037900     END-IF.                                                      DBANKCLP
038000     IF BAC-STATUS-CLOSED                                         DBANKCLP
038100       GO TO STANDING-ORDERS-LOOP                                 DBANKCLP
038200     END-IF.                                                      DBANKCLP
038300     IF WS-FIRST-ACCNO IS EQUAL TO SPACES AND                     DBANKCLP
038400        BAC-STATUS-OPEN                                           DBANKCLP
038500       MOVE BAC-REC-ACCNO TO WS-FIRST-ACCNO                       DBANKCLP
038600     END-IF.                                                      DBANKCLP
038700     MOVE BAC-REC-RP1-DAY TO WS-SLOT-DAY.                         DBANKCLP
038800     MOVE BAC-REC-RP1-AMOUNT TO WS-SLOT-AMOUNT.                   DBANKCLP
038900     MOVE BAC-REC-RP1-ACCNO TO WS-SLOT-ACCNO.                     DBANKCLP
039000     MOVE BAC-REC-RP1-LAST-PAY TO WS-SLOT-LAST-PAY.               DBANKCLP
039100     PERFORM STANDING-ORDER-SLOT THRU                             DBANKCLP
039200             STANDING-ORDER-SLOT-EXIT.                            DBANKCLP
039300     MOVE BAC-REC-RP2-DAY TO WS-SLOT-DAY.                         DBANKCLP
039400     MOVE BAC-REC-RP2-AMOUNT TO WS-SLOT-AMOUNT.                   DBANKCLP
039500     MOVE BAC-REC-RP2-ACCNO TO WS-SLOT-ACCNO.                     DBANKCLP
039600     MOVE BAC-REC-RP2-LAST-PAY TO WS-SLOT-LAST-PAY.               DBANKCLP
039700     PERFORM STANDING-ORDER-SLOT THRU                             DBANKCLP
039800             STANDING-ORDER-SLOT-EXIT.                            DBANKCLP
039900     MOVE BAC-REC-RP3-DAY TO WS-SLOT-DAY.                         DBANKCLP
040000     MOVE BAC-REC-RP3-AMOUNT TO WS-SLOT-AMOUNT.                   DBANKCLP
040100     MOVE BAC-REC-RP3-ACCNO TO WS-SLOT-ACCNO.                     DBANKCLP
040200     MOVE BAC-REC-RP3-LAST-PAY TO WS-SLOT-LAST-PAY.               DBANKCLP
040300     PERFORM STANDING-ORDER-SLOT THRU                             DBANKCLP
040400             STANDING-ORDER-SLOT-EXIT.                            DBANKCLP
040500     GO TO STANDING-ORDERS-LOOP.                                  DBANKCLP
040600 STANDING-ORDERS-DONE.                                            DBANKCLP
040700     EXEC CICS ENDBR FILE('BNKACC1')                              DBANKCLP
040800                  RESP(WS-RESP)                                   DBANKCLP
040900     END-EXEC.                                                    DBANKCLP
041000 STANDING-ORDERS-EXIT.                                            DBANKCLP
041100     EXIT.                                                        DBANKCLP
041200                                                                  DBANKCLP
041300***************************************************************** DBANKCLP
041400* One RP slot of the account in the BNKACC record area          * DBANKCLP
041500***************************************************************** DBANKCLP
041600 STANDING-ORDER-SLOT.                                             DBANKCLP
041700     IF WS-SLOT-DAY IS NOT NUMERIC OR                             DBANKCLP
041800        WS-SLOT-AMOUNT IS NOT GREATER THAN ZERO                   DBANKCLP
041900       GO TO STANDING-ORDER-SLOT-EXIT                             DBANKCLP
042000     END-IF.                                                      DBANKCLP
042100     MOVE SPACES TO WS-ITEM-DESC.                                 DBANKCLP
042200     IF BAC-REC-ACCNO IS EQUAL TO CDCLI-ACCNO                     DBANKCLP
042300       SET WS-ITEM-DEBIT TO TRUE                                  DBANKCLP
042400       STRING 'Standing order to ' DELIMITED BY SIZE              DBANKCLP
042500              WS-SLOT-ACCNO DELIMITED BY SIZE                     DBANKCLP
042600         INTO WS-ITEM-DESC                                        DBANKCLP
042700     ELSE                                                         DBANKCLP
042800       IF WS-SLOT-ACCNO IS EQUAL TO CDCLI-ACCNO                   DBANKCLP
042900         SET WS-ITEM-CREDIT TO TRUE                               DBANKCLP
043000         STRING 'Standing order from ' DELIMITED BY SIZE          DBANKCLP
043100                BAC-REC-ACCNO DELIMITED BY SIZE                   DBANKCLP
043200           INTO WS-ITEM-DESC                                      DBANKCLP
043300       ELSE                                                       DBANKCLP
043400         GO TO STANDING-ORDER-SLOT-EXIT                           DBANKCLP
043500       END-IF                                                     DBANKCLP
043600     END-IF.                                                      DBANKCLP
043700     MOVE 'SO' TO WS-ITEM-SOURCE.                                 DBANKCLP
043800     MOVE WS-SLOT-AMOUNT TO WS-ITEM-AMOUNT.                       DBANKCLP
043900     PERFORM MONTHLY-DAY-ITEMS THRU                               DBANKCLP
044000             MONTHLY-DAY-ITEMS-EXIT.                              DBANKCLP
044100 STANDING-ORDER-SLOT-EXIT.                                        DBANKCLP
044200     EXIT.                                                        DBANKCLP
044300                                                                  DBANKCLP
044400***************************************************************** DBANKCLP
044500* Place a monthly item (WS-SLOT-DAY, WS-ITEM-*) on each day of  * DBANKCLP
044600* the window whose day of the month it is due.  Today is left   * DBANKCLP
044700* out once the payment run has already paid it today.           * DBANKCLP
044800***************************************************************** DBANKCLP
044900 MONTHLY-DAY-ITEMS.                                               DBANKCLP
045000     MOVE 1 TO WS-DAY-SUB.                                        DBANKCLP
045100 MONTHLY-DAY-ITEMS-LOOP.                                          DBANKCLP
045200     IF WS-DAY-SUB IS GREATER THAN 30                             DBANKCLP
045300       GO TO MONTHLY-DAY-ITEMS-EXIT                               DBANKCLP
045400     END-IF.                                                      DBANKCLP
045500     IF WS-DAY-DATE (WS-DAY-SUB) (9:2) IS EQUAL TO WS-SLOT-DAY    DBANKCLP
045600       IF WS-DAY-SUB IS GREATER THAN 1 OR                         DBANKCLP
045700          WS-SLOT-LAST-PAY IS NOT EQUAL TO WS-TODAY               DBANKCLP
045800         MOVE WS-DAY-POST (WS-DAY-SUB) TO WS-ITEM-DAY             DBANKCLP
045900         PERFORM ADD-ITEM THRU                                    DBANKCLP
046000                 ADD-ITEM-EXIT                                    DBANKCLP
046100       END-IF                                                     DBANKCLP
046200     END-IF.                                                      DBANKCLP
046300     ADD 1 TO WS-DAY-SUB.                                         DBANKCLP
046400     GO TO MONTHLY-DAY-ITEMS-LOOP.                                DBANKCLP
046500 MONTHLY-DAY-ITEMS-EXIT.                                          DBANKCLP
046600     EXIT.                                                        DBANKCLP
046700                                                                  DBANKCLP
046800***************************************************************** DBANKCLP
046900* Recurring bill payments set up by WS-RPAY-PID that are funded * DBANKCLP
047000* from this account                                             * DBANKCLP
047100***************************************************************** DBANKCLP
047200 BILL-PAYMENTS.                                                   DBANKCLP
047300     MOVE WS-RPAY-PID TO WS-BNKRPAY-RID-PID.                      DBANKCLP
047400     MOVE ZERO TO WS-BNKRPAY-RID-SEQ.                             DBANKCLP
047500     EXEC CICS STARTBR FILE('BNKRPAY')                            DBANKCLP
047600                  RIDFLD(WS-BNKRPAY-RID)                          DBANKCLP
047700                  GTEQ                                            DBANKCLP
047800                  RESP(WS-RESP)                                   DBANKCLP
047900     END-EXEC.                                                    DBANKCLP
048000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANKCLP
048100       GO TO BILL-PAYMENTS-EXIT                                   DBANKCLP
048200     END-IF.                                                      DBANKCLP
048300 BILL-PAYMENTS-LOOP.                                              DBANKCLP
048400     EXEC CICS READNEXT FILE('BNKRPAY')                           DBANKCLP
048500                  INTO(WS-BNKRPAY-REC)                            DBANKCLP
048600                  LENGTH(LENGTH OF WS-BNKRPAY-REC)                DBANKCLP
048700                  RIDFLD(WS-BNKRPAY-RID)                          DBANKCLP
048800                  RESP(WS-RESP)                                   DBANKCLP
048900     END-EXEC.                                                    DBANKCLP
049000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBANKCLP
049100        RPI-REC-PID IS NOT EQUAL TO WS-RPAY-PID                   DBANKCLP
049200       GO TO BILL-PAYMENTS-DONE                                   DBANKCLP
049300     END-IF.                                                      DBANKCLP
049400     IF NOT RPI-STATUS-ACTIVE OR                                  DBANKCLP
049500        RPI-REC-FUND-ACCNO IS NOT EQUAL TO CDCLI-ACCNO OR         DBANKCLP
049600        RPI-REC-DAY IS NOT NUMERIC OR                             DBANKCLP
049700        RPI-REC-AMOUNT IS NOT GREATER THAN ZERO                   DBANKCLP
049800       GO TO BILL-PAYMENTS-LOOP                                   DBANKCLP
049900     END-IF.                                                      DBANKCLP
050000     MOVE SPACES TO WS-ITEM-DESC.                                 DBANKCLP
050100     MOVE RPI-REC-PID TO WS-BNKPAYEE-RID-PID.                     DBANKCLP
050200     MOVE RPI-REC-PAYEE-SEQ TO WS-BNKPAYEE-RID-SEQ.               DBANKCLP
050300     EXEC CICS READ FILE('BNKPAYEE')                              DBANKCLP
050400                    INTO(WS-BNKPAYEE-REC)                         DBANKCLP
050500                    LENGTH(LENGTH OF WS-BNKPAYEE-REC)             DBANKCLP
050600                    RIDFLD(WS-BNKPAYEE-RID)                       DBANKCLP
050700                    RESP(WS-RESP)                                 DBANKCLP
050800     END-EXEC.                                                    DBANKCLP
050900     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANKCLP
051000       STRING 'Bill payment ' DELIMITED BY SIZE                   DBANKCLP
051100              PAY-REC-NAME DELIMITED BY SIZE                      DBANKCLP
051200         INTO WS-ITEM-DESC                                        DBANKCLP
051300     ELSE                                                         DBANKCLP
051400       MOVE 'Bill payment' TO WS-ITEM-DESC                        DBANKCLP
051500     END-IF.                                                      DBANKCLP
051600     SET WS-ITEM-DEBIT TO TRUE.                                   DBANKCLP
051700     MOVE 'BP' TO WS-ITEM-SOURCE.                                 DBANKCLP
051800     MOVE RPI-REC-AMOUNT TO WS-ITEM-AMOUNT.                       DBANKCLP
051900     MOVE RPI-REC-DAY TO WS-SLOT-DAY.                             DBANKCLP
052000     MOVE RPI-REC-LAST-PAY TO WS-SLOT-LAST-PAY.                   DBANKCLP
052100     PERFORM MONTHLY-DAY-ITEMS THRU                               DBANKCLP
052200             MONTHLY-DAY-ITEMS-EXIT.                              DBANKCLP
052300     GO TO BILL-PAYMENTS-LOOP.                                    DBANKCLP
052400 BILL-PAYMENTS-DONE.                                              DBANKCLP
052500     EXEC CICS ENDBR FILE('BNKRPAY')                              DBANKCLP
052600                  RESP(WS-RESP)                                   DBANKCLP
052700     END-EXEC.                                                    DBANKCLP
052800 BILL-PAYMENTS-EXIT.                                              DBANKCLP
052900     EXIT.                                                        DBANKCLP
053000                                                                  DBANKCLP
053100***************************************************************** DBANKCLP
053200* Future-dated payments and requests-to-pay still pending with  * DBANKCLP
053300* a value date in the window, to or from this account           * DBANKCLP
053400***************************************************************** DBANKCLP
053500 FUTURE-PAYMENTS.                                                 DBANKCLP
053600     MOVE WS-DAY-DATE (1) TO WS-BNKPEND-RID-DATE.                 DBANKCLP
053700     MOVE LOW-VALUES TO WS-BNKPEND-RID-TIMESTAMP.                 DBANKCLP
053800     EXEC CICS STARTBR FILE('BNKPEND')                            DBANKCLP
053900                  RIDFLD(WS-BNKPEND-RID)                          DBANKCLP
054000                  GTEQ                                            DBANKCLP
054100                  RESP(WS-RESP)                                   DBANKCLP
054200     END-EXEC.                                                    DBANKCLP
054300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANKCLP
054400       GO TO FUTURE-PAYMENTS-EXIT                                 DBANKCLP
054500     END-IF.                                                      DBANKCLP
054600 FUTURE-PAYMENTS-LOOP.                                            DBANKCLP
054700     EXEC CICS READNEXT FILE('BNKPEND')                           DBANKCLP
054800                  INTO(WS-BNKPEND-REC)                            DBANKCLP
054900                  LENGTH(LENGTH OF WS-BNKPEND-REC)                DBANKCLP
055000                  RIDFLD(WS-BNKPEND-RID)                          DBANKCLP
055100                  RESP(WS-RESP)                                   DBANKCLP
055200     END-EXEC.                                                    DBANKCLP
055300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBANKCLP
055400        PP-REC-VALUE-DATE IS GREATER THAN WS-DAY-DATE (30)        DBANKCLP
055500       GO TO FUTURE-PAYMENTS-DONE                                 DBANKCLP
055600     END-IF.                                                      DBANKCLP
055700     IF NOT PP-STATUS-PENDING                                     DBANKCLP
055800       GO TO FUTURE-PAYMENTS-LOOP                                 DBANKCLP
055900     END-IF.                                                      DBANKCLP
056000     MOVE SPACES TO WS-ITEM-DESC.                                 DBANKCLP
056100     IF PP-REC-FROM-ACCNO IS EQUAL TO CDCLI-ACCNO                 DBANKCLP
056200       SET WS-ITEM-DEBIT TO TRUE                                  DBANKCLP
056300       IF PP-TYPE-RTP                                             DBANKCLP
056400         STRING 'Request-to-pay to ' DELIMITED BY SIZE            DBANKCLP
056500                PP-REC-TO-ACCNO DELIMITED BY SIZE                 DBANKCLP
056600           INTO WS-ITEM-DESC                                      DBANKCLP
056700       ELSE                                                       DBANKCLP
056800         STRING 'Transfer to ' DELIMITED BY SIZE                  DBANKCLP
056900                PP-REC-TO-ACCNO DELIMITED BY SIZE                 DBANKCLP
057000           INTO WS-ITEM-DESC                                      DBANKCLP
057100       END-IF                                                     DBANKCLP
057200     ELSE                                                         DBANKCLP
057300       IF PP-REC-TO-ACCNO IS EQUAL TO CDCLI-ACCNO                 DBANKCLP
057400         SET WS-ITEM-CREDIT TO TRUE                               DBANKCLP
057500         IF PP-TYPE-RTP                                           DBANKCLP
057600           STRING 'Request-to-pay from ' DELIMITED BY SIZE        DBANKCLP
057700                  PP-REC-FROM-ACCNO DELIMITED BY SIZE             DBANKCLP
057800             INTO WS-ITEM-DESC                                    DBANKCLP
057900         ELSE                                                     DBANKCLP
058000           STRING 'Transfer from ' DELIMITED BY SIZE              DBANKCLP
058100                  PP-REC-FROM-ACCNO DELIMITED BY SIZE             DBANKCLP
058200             INTO WS-ITEM-DESC                                    DBANKCLP
058300         END-IF                                                   DBANKCLP
058400       ELSE                                                       DBANKCLP
058500         GO TO FUTURE-PAYMENTS-LOOP                               DBANKCLP
058600       END-IF                                                     DBANKCLP
058700     END-IF.                                                      DBANKCLP
058800     MOVE 'FD' TO WS-ITEM-SOURCE.                                 DBANKCLP
058900     MOVE PP-REC-AMOUNT TO WS-ITEM-AMOUNT.                        DBANKCLP
059000     MOVE 1 TO WS-DAY-SUB.                                        DBANKCLP
059100 FUTURE-PAYMENTS-DAY.                                             DBANKCLP
059200     IF WS-DAY-DATE (WS-DAY-SUB) IS EQUAL TO PP-REC-VALUE-DATE    DBANKCLP
059300       MOVE WS-DAY-POST (WS-DAY-SUB) TO WS-ITEM-DAY               DBANKCLP
059400       PERFORM ADD-ITEM THRU                                      DBANKCLP
059500               ADD-ITEM-EXIT                                      DBANKCLP
059600       GO TO FUTURE-PAYMENTS-LOOP                                 DBANKCLP
059700     END-IF.                                                      DBANKCLP
059800     IF WS-DAY-SUB IS LESS THAN 30                                DBANKCLP
059900       ADD 1 TO WS-DAY-SUB                                        DBANKCLP
060000       GO TO FUTURE-PAYMENTS-DAY                                  DBANKCLP
060100     END-IF.                                                      DBANKCLP
060200     GO TO FUTURE-PAYMENTS-LOOP.                                  DBANKCLP
060300 FUTURE-PAYMENTS-DONE.                                            DBANKCLP
060400     EXEC CICS ENDBR FILE('BNKPEND')                              DBANKCLP
060500                  RESP(WS-RESP)                                   DBANKCLP
060600     END-EXEC.                                                    DBANKCLP
060700 FUTURE-PAYMENTS-EXIT.                                            DBANKCLP
060800     EXIT.                                                        DBANKCLP
060900                                                                  DBANKCLP
061000***************************************************************** DBANKCLP
061100* Loan instalments - only on the owner's first open account,    * DBANKCLP
061200* which is the one the loan run collects from.  The run takes   * DBANKCLP
061300* each active instalment loan's unpaid schedule rows up to the  * DBANKCLP
061400* number of months since origination, with the escrow monthly   * DBANKCLP
061500* amount alongside each, and holds everything while the owner   * DBANKCLP
061600* is in bankruptcy or the loan is marked stayed or discharged.  * DBANKCLP
061700* A row becomes due on the day the months elapsed reach it;     * DBANKCLP
061800* rows already overdue are shown today.                         * DBANKCLP
061900***************************************************************** DBANKCLP
062000 LOAN-INSTALMENTS.                                                DBANKCLP
062100     IF WS-FIRST-ACCNO IS NOT EQUAL TO CDCLI-ACCNO                DBANKCLP
062200       GO TO LOAN-INSTALMENTS-EXIT                                DBANKCLP
062300     END-IF.                                                      DBANKCLP
062400     MOVE WS-OWNER-PID TO WS-BNKBKRP-RID.                         DBANKCLP
062500     EXEC CICS READ FILE('BNKBKRP')                               DBANKCLP
062600                    INTO(WS-BNKBKRP-REC)                          DBANKCLP
062700                    LENGTH(LENGTH OF WS-BNKBKRP-REC)              DBANKCLP
062800                    RIDFLD(WS-BNKBKRP-RID)                        DBANKCLP
062900                    RESP(WS-RESP)                                 DBANKCLP
063000     END-EXEC.                                                    DBANKCLP
063100     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBANKCLP
063200        BKR-CASE-ACTIVE                                           DBANKCLP
063300       GO TO LOAN-INSTALMENTS-EXIT                                DBANKCLP
063400     END-IF.                                                      DBANKCLP
063500     MOVE LOW-VALUES TO WS-BNKLOAN-RID.                           DBANKCLP
063600     EXEC CICS STARTBR FILE('BNKLOAN')                            DBANKCLP
063700                  RIDFLD(WS-BNKLOAN-RID)                          DBANKCLP
063800                  GTEQ                                            DBANKCLP
063900                  RESP(WS-RESP)                                   DBANKCLP
064000     END-EXEC.                                                    DBANKCLP
064100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANKCLP
064200       GO TO LOAN-INSTALMENTS-EXIT                                DBANKCLP
064300     END-IF.                                                      DBANKCLP
064400 LOAN-INSTALMENTS-LOOP.                                           DBANKCLP
064500     EXEC CICS READNEXT FILE('BNKLOAN')                           DBANKCLP
064600                  INTO(WS-BNKLOAN-REC)                            DBANKCLP
064700                  LENGTH(LENGTH OF WS-BNKLOAN-REC)                DBANKCLP
064800                  RIDFLD(WS-BNKLOAN-RID)                          DBANKCLP
064900                  RESP(WS-RESP)                                   DBANKCLP
065000     END-EXEC.                                                    DBANKCLP
065100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANKCLP
065200       GO TO LOAN-INSTALMENTS-DONE                                DBANKCLP
065300     END-IF.                                                      DBANKCLP
065400     IF LNM-REC-PID IS NOT EQUAL TO WS-OWNER-PID OR               DBANKCLP
065500        NOT LNM-STATUS-ACTIVE OR                                  DBANKCLP
065600        NOT LNM-PRODUCT-INSTALMENT OR                             DBANKCLP
065700        NOT LNM-BKR-NONE                                          DBANKCLP
065800       GO TO LOAN-INSTALMENTS-LOOP                                DBANKCLP
065900     END-IF.                                                      DBANKCLP
066000     MOVE LNM-REC-LOAN-ID (1:10) TO WS-ORIG-DATE.                 DBANKCLP
066100     IF WS-ORIG-YYYY IS NOT NUMERIC OR                            DBANKCLP
066200        WS-ORIG-MM IS NOT NUMERIC OR                              DBANKCLP
066300        WS-ORIG-DD IS NOT NUMERIC                                 DBANKCLP
066400       GO TO LOAN-INSTALMENTS-LOOP                                DBANKCLP
066500     END-IF.                                                      DBANKCLP
066600     PERFORM LOAN-ELAPSED THRU                                    DBANKCLP
066700             LOAN-ELAPSED-EXIT.                                   DBANKCLP
066800     IF WS-DAY-ELAPSED (30) IS NOT GREATER THAN ZERO              DBANKCLP
066900       GO TO LOAN-INSTALMENTS-LOOP                                DBANKCLP
067000     END-IF.                                                      DBANKCLP
067100     MOVE LNM-REC-MONTHLY-PAYMENT TO WS-LOAN-PAYMENT.             DBANKCLP
067200     PERFORM GET-ESCROW-AMOUNT THRU                               DBANKCLP
067300             GET-ESCROW-AMOUNT-EXIT.                              DBANKCLP
067400     PERFORM LOAN-SCHEDULE-ITEMS THRU                             DBANKCLP
067500             LOAN-SCHEDULE-ITEMS-EXIT.                            DBANKCLP
067600     GO TO LOAN-INSTALMENTS-LOOP.                                 DBANKCLP
067700 LOAN-INSTALMENTS-DONE.                                           DBANKCLP
067800     EXEC CICS ENDBR FILE('BNKLOAN')                              DBANKCLP
067900                  RESP(WS-RESP)                                   DBANKCLP
068000     END-EXEC.                                                    DBANKCLP
068100 LOAN-INSTALMENTS-EXIT.                                           DBANKCLP
068200     EXIT.                                                        DBANKCLP
068300                                                                  DBANKCLP
068400***************************************************************** DBANKCLP
068500* Months since origination of the loan in the BNKLOAN record    * DBANKCLP
068600* area as at each day of the window, capped at the term         * DBANKCLP
068700***************************************************************** DBANKCLP
068800 LOAN-ELAPSED.                                                    DBANKCLP
068900     MOVE 1 TO WS-DAY-SUB.                                        DBANKCLP
069000 LOAN-ELAPSED-LOOP.                                               DBANKCLP
069100     MOVE WS-DAY-DATE (WS-DAY-SUB) TO WS-DATE-WORK.               DBANKCLP
069200     COMPUTE WS-DAY-ELAPSED (WS-DAY-SUB) =                        DBANKCLP
069300       ((WS-DATE-WORK-YYYY - WS-ORIG-YYYY) * 12) +                DBANKCLP
069400       (WS-DATE-WORK-MM - WS-ORIG-MM).                            DBANKCLP
069500     IF WS-DATE-WORK-DD IS LESS THAN WS-ORIG-DD                   DBANKCLP
069600       SUBTRACT 1 FROM WS-DAY-ELAPSED (WS-DAY-SUB)                DBANKCLP
069700     END-IF.                                                      DBANKCLP
069800     IF WS-DAY-ELAPSED (WS-DAY-SUB) IS GREATER THAN LNM-REC-TERM  DBANKCLP
069900       MOVE LNM-REC-TERM TO WS-DAY-ELAPSED (WS-DAY-SUB)           DBANKCLP
070000     END-IF.                                                      DBANKCLP
070100     IF WS-DAY-ELAPSED (WS-DAY-SUB) IS LESS THAN ZERO             DBANKCLP
070200       MOVE ZERO TO WS-DAY-ELAPSED (WS-DAY-SUB)                   DBANKCLP
070300     END-IF.                                                      DBANKCLP
070400     IF WS-DAY-SUB IS LESS THAN 30                                DBANKCLP
070500       ADD 1 TO WS-DAY-SUB                                        DBANKCLP
070600       GO TO LOAN-ELAPSED-LOOP                                    DBANKCLP
070700     END-IF.                                                      DBANKCLP
070800 LOAN-ELAPSED-EXIT.                                               DBANKCLP
070900     EXIT.                                                        DBANKCLP
071000                                                                  DBANKCLP
071100***************************************************************** DBANKCLP
071200* The escrow monthly amount from the loan's master escrow row   * DBANKCLP
071300***************************************************************** DBANKCLP
071400 GET-ESCROW-AMOUNT.                                               DBANKCLP
071500     MOVE ZERO TO WS-ESCROW-AMT.                                  DBANKCLP
071600     MOVE LNM-REC-LOAN-ID TO WS-BNKESCR-RID-LOAN-ID.              DBANKCLP
071700     MOVE ZERO TO WS-BNKESCR-RID-SEQ.                             DBANKCLP
071800     EXEC CICS READ FILE('BNKESCR')                               DBANKCLP
071900                    INTO(WS-BNKESCR-REC)                          DBANKCLP
072000                    LENGTH(LENGTH OF WS-BNKESCR-REC)              DBANKCLP
072100                    RIDFLD(WS-BNKESCR-RID)                        DBANKCLP
072200                    RESP(WS-RESP)                                 DBANKCLP
072300     END-EXEC.                                                    DBANKCLP
072400     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBANKCLP
072500        ESC-REC-MONTHLY-AMT IS NUMERIC AND                        DBANKCLP
072600        ESC-REC-MONTHLY-AMT IS GREATER THAN ZERO                  DBANKCLP
072700       MOVE ESC-REC-MONTHLY-AMT TO WS-ESCROW-AMT                  DBANKCLP
072800     END-IF.                                                      DBANKCLP
072900 GET-ESCROW-AMOUNT-EXIT.                                          DBANKCLP
073000     EXIT.                                                        DBANKCLP
073100                                                                  DBANKCLP
073200***************************************************************** DBANKCLP
073300* The loan's unpaid schedule rows that fall due by the end of   * DBANKCLP
073400* the window                                                    * DBANKCLP
073500***************************************************************** DBANKCLP
073600 LOAN-SCHEDULE-ITEMS.                                             DBANKCLP
073700     MOVE LNM-REC-LOAN-ID TO WS-BNKLNSCH-RID-LOAN-ID.             DBANKCLP
073800     MOVE 1 TO WS-BNKLNSCH-RID-PAYMENT-NO.                        DBANKCLP
073900     EXEC CICS STARTBR FILE('BNKLNSCH')                           DBANKCLP
074000                  RIDFLD(WS-BNKLNSCH-RID)                         DBANKCLP
074100                  GTEQ                                            DBANKCLP
074200                  RESP(WS-RESP)                                   DBANKCLP
074300     END-EXEC.                                                    DBANKCLP
074400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANKCLP
074500       GO TO LOAN-SCHEDULE-ITEMS-EXIT                             DBANKCLP
074600     END-IF.                                                      DBANKCLP
074700 LOAN-SCHEDULE-ITEMS-LOOP.                                        DBANKCLP
074800     EXEC CICS READNEXT FILE('BNKLNSCH')                          DBANKCLP
074900                  INTO(WS-BNKLNSCH-REC)                           DBANKCLP
075000                  LENGTH(LENGTH OF WS-BNKLNSCH-REC)               DBANKCLP
075100                  RIDFLD(WS-BNKLNSCH-RID)                         DBANKCLP
075200                  RESP(WS-RESP)                                   DBANKCLP
075300     END-EXEC.                                                    DBANKCLP
075400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBANKCLP
075500        LNS-REC-LOAN-ID IS NOT EQUAL TO LNM-REC-LOAN-ID OR        DBANKCLP
075600        LNS-REC-PAYMENT-NO IS GREATER THAN WS-DAY-ELAPSED (30)    DBANKCLP
075700       GO TO LOAN-SCHEDULE-ITEMS-DONE                             DBANKCLP
075800     END-IF.                                                      DBANKCLP
075900     IF NOT LNS-ROW-UNPAID                                        DBANKCLP
076000       GO TO LOAN-SCHEDULE-ITEMS-LOOP                             DBANKCLP
076100     END-IF.                                                      DBANKCLP
076200     MOVE 1 TO WS-DAY-SUB.                                        DBANKCLP
076300 LOAN-SCHEDULE-ITEMS-DAY.                                         DBANKCLP
076400     IF WS-DAY-ELAPSED (WS-DAY-SUB) IS LESS THAN                  DBANKCLP
076500        LNS-REC-PAYMENT-NO                                        DBANKCLP
076600       ADD 1 TO WS-DAY-SUB                                        DBANKCLP
076700       GO TO LOAN-SCHEDULE-ITEMS-DAY                              DBANKCLP
076800     END-IF.                                                      DBANKCLP
076900     MOVE WS-DAY-SUB TO WS-ITEM-DAY.                              DBANKCLP
077000     SET WS-ITEM-DEBIT TO TRUE.                                   DBANKCLP
077100     MOVE 'LN' TO WS-ITEM-SOURCE.                                 DBANKCLP
077200     MOVE 'Loan instalment' TO WS-ITEM-DESC.                      DBANKCLP
077300     MOVE WS-LOAN-PAYMENT TO WS-ITEM-AMOUNT.                      DBANKCLP
077400     PERFORM ADD-ITEM THRU                                        DBANKCLP
077500             ADD-ITEM-EXIT.                                       DBANKCLP
077600     IF WS-ESCROW-AMT IS GREATER THAN ZERO                        DBANKCLP
077700       MOVE 'ES' TO WS-ITEM-SOURCE                                DBANKCLP
077800       MOVE 'Escrow with loan instalment' TO WS-ITEM-DESC         DBANKCLP
077900       MOVE WS-ESCROW-AMT TO WS-ITEM-AMOUNT                       DBANKCLP
078000       PERFORM ADD-ITEM THRU                                      DBANKCLP
078100               ADD-ITEM-EXIT                                      DBANKCLP
078200     END-IF.                                                      DBANKCLP
078300     GO TO LOAN-SCHEDULE-ITEMS-LOOP.                              DBANKCLP
078400 LOAN-SCHEDULE-ITEMS-DONE.                                        DBANKCLP
078500     EXEC CICS ENDBR FILE('BNKLNSCH')                             DBANKCLP
078600                  RESP(WS-RESP)                                   DBANKCLP
078700     END-EXEC.                                                    DBANKCLP
078800 LOAN-SCHEDULE-ITEMS-EXIT.                                        DBANKCLP
078900     EXIT.                                                        DBANKCLP
079000                                                                  DBANKCLP
079100***************************************************************** DBANKCLP
079200* Direct-debit collections sent for this account and not yet    * DBANKCLP
079300* settled.  The network answers the business day after the      * DBANKCLP
079400* collection goes out, so each is credited then; one sent       * DBANKCLP
079500* before today is expected today.                               * DBANKCLP
079600***************************************************************** DBANKCLP
079700 COLLECTIONS.                                                     DBANKCLP
079800     MOVE 'DC' TO WS-BNKPAYQ-RID.                                 DBANKCLP
079900     EXEC CICS STARTBR FILE('BNKPAYQ')                            DBANKCLP
080000                  RIDFLD(WS-BNKPAYQ-RID)                          DBANKCLP
080100                  GTEQ                                            DBANKCLP
080200                  RESP(WS-RESP)                                   DBANKCLP
080300     END-EXEC.                                                    DBANKCLP
080400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANKCLP
080500       GO TO COLLECTIONS-EXIT                                     DBANKCLP
080600     END-IF.                                                      DBANKCLP
080700 COLLECTIONS-LOOP.                                                DBANKCLP
080800     EXEC CICS READNEXT FILE('BNKPAYQ')                           DBANKCLP
080900                  INTO(WS-BNKPAYQ-REC)                            DBANKCLP
081000                  LENGTH(LENGTH OF WS-BNKPAYQ-REC)                DBANKCLP
081100                  RIDFLD(WS-BNKPAYQ-RID)                          DBANKCLP
081200                  RESP(WS-RESP)                                   DBANKCLP
081300     END-EXEC.                                                    DBANKCLP
081400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBANKCLP
081500        PQ-REC-REF (1:2) IS NOT EQUAL TO 'DC'                     DBANKCLP
081600       GO TO COLLECTIONS-DONE                                     DBANKCLP
081700     END-IF.                                                      DBANKCLP
081800     IF NOT PQ-STATUS-SENT OR                                     DBANKCLP
081900        PQ-REC-FUND-ACCNO IS NOT EQUAL TO CDCLI-ACCNO             DBANKCLP
082000       GO TO COLLECTIONS-LOOP                                     DBANKCLP
082100     END-IF.                                                      DBANKCLP
082200     MOVE ZERO TO WS-ITEM-DAY.                                    DBANKCLP
082300     IF PQ-REC-SENT-DATE IS LESS THAN WS-DAY-DATE (1)             DBANKCLP
082400       MOVE WS-DAY-POST (1) TO WS-ITEM-DAY                        DBANKCLP
082500     ELSE                                                         DBANKCLP
082600       MOVE 1 TO WS-DAY-SUB                                       DBANKCLP
082700       PERFORM COLLECTION-DAY THRU                                DBANKCLP
082800               COLLECTION-DAY-EXIT                                DBANKCLP
082900     END-IF.                                                      DBANKCLP
083000     MOVE SPACES TO WS-ITEM-DESC.                                 DBANKCLP
083100     STRING 'Collection from ' DELIMITED BY SIZE                  DBANKCLP
083200            PQ-REC-PAYEE-NAME DELIMITED BY SIZE                   DBANKCLP
083300       INTO WS-ITEM-DESC.                                         DBANKCLP
083400     SET WS-ITEM-CREDIT TO TRUE.                                  DBANKCLP
083500     MOVE 'DC' TO WS-ITEM-SOURCE.                                 DBANKCLP
083600     MOVE PQ-REC-AMOUNT TO WS-ITEM-AMOUNT.                        DBANKCLP
083700     PERFORM ADD-ITEM THRU                                        DBANKCLP
083800             ADD-ITEM-EXIT.                                       DBANKCLP
083900     GO TO COLLECTIONS-LOOP.                                      DBANKCLP
084000 COLLECTIONS-DONE.                                                DBANKCLP
084100     EXEC CICS ENDBR FILE('BNKPAYQ')                              DBANKCLP
084200                  RESP(WS-RESP)                                   DBANKCLP
084300     END-EXEC.                                                    DBANKCLP
084400 COLLECTIONS-EXIT.                                                DBANKCLP
084500     EXIT.                                                        DBANKCLP
084600                                                                  DBANKCLP
084700***************************************************************** DBANKCLP
084800* The day after the collection's sent date that is next taken   * DBANKCLP
084900***************************************************************** DBANKCLP
085000 COLLECTION-DAY.                                                  DBANKCLP
085100     IF WS-DAY-SUB IS NOT LESS THAN 30                            DBANKCLP
085200       GO TO COLLECTION-DAY-EXIT                                  DBANKCLP
085300     END-IF.                                                      DBANKCLP
085400     IF WS-DAY-DATE (WS-DAY-SUB) IS EQUAL TO PQ-REC-SENT-DATE     DBANKCLP
085500       ADD 1 TO WS-DAY-SUB                                        DBANKCLP
085600       MOVE WS-DAY-POST (WS-DAY-SUB) TO WS-ITEM-DAY               DBANKCLP
085700       GO TO COLLECTION-DAY-EXIT                                  DBANKCLP
085800     END-IF.                                                      DBANKCLP
085900     ADD 1 TO WS-DAY-SUB.                                         DBANKCLP
086000     GO TO COLLECTION-DAY.                                        DBANKCLP
086100 COLLECTION-DAY-EXIT.                                             DBANKCLP
086200     EXIT.                                                        DBANKCLP
086300                                                                  DBANKCLP
086400***************************************************************** DBANKCLP
086500* Add the item in WS-ITEM-* to its day's net movement, and file * DBANKCLP
086600* it in the item list in order of day, credits before debits    * DBANKCLP
086700* on a day.  Once the list is full an item that sorts after     * DBANKCLP
086800* all those held is dropped, otherwise the last one held goes   * DBANKCLP
086900* - either way the list is marked as not showing everything.    * DBANKCLP
087000***************************************************************** DBANKCLP
087100 ADD-ITEM.                                                        DBANKCLP
087200     IF WS-ITEM-DAY IS LESS THAN 1                                DBANKCLP
087300       GO TO ADD-ITEM-EXIT                                        DBANKCLP
087400     END-IF.                                                      DBANKCLP
087500     IF WS-ITEM-DEBIT                                             DBANKCLP
087600       SUBTRACT WS-ITEM-AMOUNT FROM WS-DAY-NET (WS-ITEM-DAY)      DBANKCLP
087700     ELSE                                                         DBANKCLP
087800       ADD WS-ITEM-AMOUNT TO WS-DAY-NET (WS-ITEM-DAY)             DBANKCLP
087900     END-IF.                                                      DBANKCLP
088000     MOVE 1 TO WS-SUB2.                                           DBANKCLP
088100 ADD-ITEM-FIND.                                                   DBANKCLP
088200     IF WS-SUB2 IS GREATER THAN WS-ITEM-COUNT                     DBANKCLP
088300       GO TO ADD-ITEM-FOUND                                       DBANKCLP
088400     END-IF.                                                      DBANKCLP
088500     IF WS-ITEM-ENTRY-DAY (WS-SUB2) IS GREATER THAN WS-ITEM-DAY   DBANKCLP
088600       GO TO ADD-ITEM-FOUND                                       DBANKCLP
088700     END-IF.                                                      DBANKCLP
088800     IF WS-ITEM-ENTRY-DAY (WS-SUB2) IS EQUAL TO WS-ITEM-DAY AND   DBANKCLP
088900        WS-ITEM-ENTRY-KIND (WS-SUB2) IS GREATER THAN WS-ITEM-KIND DBANKCLP
089000       GO TO ADD-ITEM-FOUND                                       DBANKCLP
089100     END-IF.                                                      DBANKCLP
089200     ADD 1 TO WS-SUB2.                                            DBANKCLP
089300     GO TO ADD-ITEM-FIND.                                         DBANKCLP
089400 ADD-ITEM-FOUND.                                                  DBANKCLP
089500     IF WS-SUB2 IS GREATER THAN 40                                DBANKCLP
089600       SET CDCLO-TRUNCATED TO TRUE                                DBANKCLP
089700       GO TO ADD-ITEM-EXIT                                        DBANKCLP
089800     END-IF.                                                      DBANKCLP
089900     IF WS-ITEM-COUNT IS LESS THAN 40                             DBANKCLP
090000       ADD 1 TO WS-ITEM-COUNT                                     DBANKCLP
090100     ELSE                                                         DBANKCLP
090200       SET CDCLO-TRUNCATED TO TRUE                                DBANKCLP
090300     END-IF.                                                      DBANKCLP
090400     MOVE WS-ITEM-COUNT TO WS-SUB3.                               DBANKCLP
090500 ADD-ITEM-SHIFT.                                                  DBANKCLP
090600     IF WS-SUB3 IS GREATER THAN WS-SUB2                           DBANKCLP
090700       SUBTRACT 1 FROM WS-SUB3 GIVING WS-SUB1                     DBANKCLP
090800       MOVE WS-ITEM-ENTRY (WS-SUB1) TO WS-ITEM-ENTRY (WS-SUB3)    DBANKCLP
090900       MOVE WS-SUB1 TO WS-SUB3                                    DBANKCLP
091000       GO TO ADD-ITEM-SHIFT                                       DBANKCLP
091100     END-IF.                                                      DBANKCLP
091200     MOVE WS-ITEM-DAY TO WS-ITEM-ENTRY-DAY (WS-SUB2).             DBANKCLP
091300     MOVE WS-ITEM-KIND TO WS-ITEM-ENTRY-KIND (WS-SUB2).           DBANKCLP
091400     MOVE WS-ITEM-SOURCE TO WS-ITEM-ENTRY-SOURCE (WS-SUB2).       DBANKCLP
091500     MOVE WS-ITEM-DESC TO WS-ITEM-ENTRY-DESC (WS-SUB2).           DBANKCLP
091600     MOVE WS-ITEM-AMOUNT TO WS-ITEM-ENTRY-AMOUNT (WS-SUB2).       DBANKCLP
091700 ADD-ITEM-EXIT.                                                   DBANKCLP
091800     EXIT.                                                        DBANKCLP
091900                                                                  DBANKCLP
092000***************************************************************** DBANKCLP
092100* Run the balance forward day by day, noting the lowest closing * DBANKCLP
092200* balance and the first day that closes below the floor         * DBANKCLP
092300***************************************************************** DBANKCLP
092400 PROJECT-BALANCES.                                                DBANKCLP
092500     MOVE CDCLO-BALANCE TO WS-RUNNING.                            DBANKCLP
092600     MOVE 1 TO WS-DAY-SUB.                                        DBANKCLP
092700 PROJECT-BALANCES-LOOP.                                           DBANKCLP
092800     ADD WS-DAY-NET (WS-DAY-SUB) TO WS-RUNNING.                   DBANKCLP
092900     MOVE WS-RUNNING TO WS-DAY-CLOSE (WS-DAY-SUB).                DBANKCLP
093000     IF WS-DAY-SUB IS EQUAL TO 1 OR                               DBANKCLP
093100        WS-RUNNING IS LESS THAN CDCLO-LOW-BALANCE                 DBANKCLP
093200       MOVE WS-RUNNING TO CDCLO-LOW-BALANCE                       DBANKCLP
093300       MOVE WS-DAY-DATE (WS-DAY-SUB) TO CDCLO-LOW-DATE            DBANKCLP
093400     END-IF.                                                      DBANKCLP
093500     IF WS-RUNNING IS LESS THAN WS-FLOOR AND                      DBANKCLP
093600        CDCLO-SHORT-DATE IS EQUAL TO SPACES                       DBANKCLP
093700       MOVE WS-DAY-DATE (WS-DAY-SUB) TO CDCLO-SHORT-DATE          DBANKCLP
093800     END-IF.                                                      DBANKCLP
093900     IF WS-DAY-SUB IS LESS THAN 30                                DBANKCLP
094000       ADD 1 TO WS-DAY-SUB                                        DBANKCLP
094100       GO TO PROJECT-BALANCES-LOOP                                DBANKCLP
094200     END-IF.                                                      DBANKCLP
094300 PROJECT-BALANCES-EXIT.                                           DBANKCLP
094400     EXIT.                                                        DBANKCLP
094500                                                                  DBANKCLP
094600***************************************************************** DBANKCLP
094700* Hand back the items with the running balance after each and   * DBANKCLP
094800* the flag for the day it falls on                              * DBANKCLP
094900***************************************************************** DBANKCLP
095000 RETURN-ITEMS.                                                    DBANKCLP
095100     MOVE WS-ITEM-COUNT TO CDCLO-COUNT.                           DBANKCLP
095200     MOVE ZERO TO WS-DAY-SUB.                                     DBANKCLP
095300     MOVE 1 TO WS-SUB1.                                           DBANKCLP
095400 RETURN-ITEMS-LOOP.                                               DBANKCLP
095500     IF WS-SUB1 IS GREATER THAN WS-ITEM-COUNT                     DBANKCLP
095600       GO TO RETURN-ITEMS-DONE                                    DBANKCLP
095700     END-IF.                                                      DBANKCLP
095800     MOVE WS-ITEM-ENTRY-DAY (WS-SUB1) TO WS-SUB2.                 DBANKCLP
095900     IF WS-SUB2 IS NOT EQUAL TO WS-DAY-SUB                        DBANKCLP
096000       MOVE WS-SUB2 TO WS-DAY-SUB                                 DBANKCLP
096100       IF WS-SUB2 IS EQUAL TO 1                                   DBANKCLP
096200         MOVE CDCLO-BALANCE TO WS-RUNNING                         DBANKCLP
096300       ELSE                                                       DBANKCLP
096400         SUBTRACT 1 FROM WS-SUB2 GIVING WS-SUB3                   DBANKCLP
096500         MOVE WS-DAY-CLOSE (WS-SUB3) TO WS-RUNNING                DBANKCLP
096600       END-IF                                                     DBANKCLP
096700     END-IF.                                                      DBANKCLP
096800     IF WS-ITEM-ENTRY-KIND (WS-SUB1) IS EQUAL TO 'C'              DBANKCLP
096900       ADD WS-ITEM-ENTRY-AMOUNT (WS-SUB1) TO WS-RUNNING           DBANKCLP
097000       MOVE WS-ITEM-ENTRY-AMOUNT (WS-SUB1)                        DBANKCLP
097100         TO CDCLO-ENTRY-AMOUNT (WS-SUB1)                          DBANKCLP
097200     ELSE                                                         DBANKCLP
097300       SUBTRACT WS-ITEM-ENTRY-AMOUNT (WS-SUB1) FROM WS-RUNNING    DBANKCLP
097400       COMPUTE CDCLO-ENTRY-AMOUNT (WS-SUB1) =                     DBANKCLP
097500         0 - WS-ITEM-ENTRY-AMOUNT (WS-SUB1)                       DBANKCLP
097600     END-IF.                                                      DBANKCLP
097700     MOVE WS-DAY-DATE (WS-SUB2) TO CDCLO-ENTRY-DATE (WS-SUB1).    DBANKCLP
097800     MOVE WS-ITEM-ENTRY-SOURCE (WS-SUB1)                          DBANKCLP
097900       TO CDCLO-ENTRY-SOURCE (WS-SUB1).                           DBANKCLP
098000     MOVE WS-ITEM-ENTRY-DESC (WS-SUB1)                            DBANKCLP
098100       TO CDCLO-ENTRY-DESC (WS-SUB1).                             DBANKCLP
098200     MOVE WS-RUNNING TO CDCLO-ENTRY-BALANCE (WS-SUB1).            DBANKCLP
098300     IF WS-DAY-CLOSE (WS-SUB2) IS LESS THAN WS-FLOOR              DBANKCLP
098400       SET CDCLO-ENTRY-OVER-LIMIT (WS-SUB1) TO TRUE               DBANKCLP
098500     ELSE                                                         DBANKCLP
098600       IF WS-DAY-CLOSE (WS-SUB2) IS LESS THAN ZERO                DBANKCLP
098700         SET CDCLO-ENTRY-OVERDRAWN (WS-SUB1) TO TRUE              DBANKCLP
098800       ELSE                                                       DBANKCLP
098900         SET CDCLO-ENTRY-IN-FUNDS (WS-SUB1) TO TRUE               DBANKCLP
099000       END-IF                                                     DBANKCLP
099100     END-IF.                                                      DBANKCLP
099200     ADD 1 TO WS-SUB1.                                            DBANKCLP
099300     GO TO RETURN-ITEMS-LOOP.                                     DBANKCLP
099400 RETURN-ITEMS-DONE.                                               DBANKCLP
099500     IF CDCLO-COUNT IS EQUAL TO ZERO                              DBANKCLP
099600       MOVE 'Nothing is due in the next thirty days' TO CDCLO-MSG DBANKCLP
099700     END-IF.                                                      DBANKCLP
099800 RETURN-ITEMS-EXIT.                                               DBANKCLP
099900     EXIT.                                                        DBANKCLP
100000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANKCLP
