000100***************************************************************** DBANKCGP
000200*                                                               * DBANKCGP
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANKCGP
000400*   This demonstration program is provided for use by users     * DBANKCGP
000500*   of Micro Focus products and may be used, modified and       * DBANKCGP
000600*   distributed as part of your application provided that       * DBANKCGP
000700*   you properly acknowledge the copyright of Micro Focus       * DBANKCGP
000800*   in this material.                                           * DBANKCGP
000900*                                                               * DBANKCGP
001000***************************************************************** DBANKCGP
001100                                                                  DBANKCGP
001200***************************************************************** DBANKCGP
001300* Program:     DBANKCGP.CBL                                     * DBANKCGP
001400* Function:    Spending categories of an account's debits -     * DBANKCGP
001500*              the amount spent per category this month to date * DBANKCGP
001600*              (read live from BNKTXN) against each of the      * DBANKCGP
001700*              three months before it (read from the month-end  * DBANKCGP
001800*              BNKCATS summary), the account's debits newest    * DBANKCGP
001900*              first a page at a time, and the recategorising   * DBANKCGP
002000*              of a debit by the customer.  An item the         * DBANKCGP
002100*              customer has placed is marked as theirs so the   * DBANKCGP
002200*              nightly categorisation run leaves it alone, and  * DBANKCGP
002300*              where it falls in a month already summarised its * DBANKCGP
002400*              amount is moved across between the BNKCATS rows  * DBANKCGP
002500*              so the comparison stays true.                    * DBANKCGP
002600*              VSAM version                                     * DBANKCGP
002700***************************************************************** DBANKCGP
002800                                                                  DBANKCGP
002900 IDENTIFICATION DIVISION.                                         DBANKCGP
003000 PROGRAM-ID.                                                      DBANKCGP
003100     DBANKCGP.                                                    DBANKCGP
003200 DATE-WRITTEN.                                                    DBANKCGP
003300     October 2026.                                                DBANKCGP
003400 DATE-COMPILED.                                                   DBANKCGP
003500     Today.                                                       DBANKCGP
003600                                                                  DBANKCGP
003700 ENVIRONMENT DIVISION.                                            DBANKCGP
003800                                                                  DBANKCGP
003900 DATA DIVISION.                                                   DBANKCGP
004000                                                                  DBANKCGP
004100 WORKING-STORAGE SECTION.                                         DBANKCGP
004200 COPY CTSTAMPD.                                                   DBANKCGP
004300                                                                  DBANKCGP
004400 01  WS-MISC-STORAGE.                                             DBANKCGP
004500   05  WS-PROGRAM-ID                         PIC X(8)             DBANKCGP
004600       VALUE 'DBANKCGP'.                                          DBANKCGP
004700   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANKCGP
004800   05  WS-RESP                               PIC S9(8) COMP.      DBANKCGP
004900   05  WS-SUB1                               PIC S9(4) COMP.      DBANKCGP
005000   05  WS-MONTH-SUB                          PIC S9(4) COMP.      DBANKCGP
005100   05  WS-CAT-SUB                            PIC S9(4) COMP.      DBANKCGP
005200   05  WS-BNKACC-RID                         PIC X(9).            DBANKCGP
005300   05  WS-BNKTXN-RID                         PIC X(26).           DBANKCGP
005400   05  WS-BNKTXN-AIX1-RID.                                        DBANKCGP
005500     10  WS-BNKTXN-AIX1-RID-ACCNO            PIC X(9).            DBANKCGP
005600     10  WS-BNKTXN-AIX1-RID-STAMP            PIC X(26).           DBANKCGP
005700   05  WS-BNKCATS-RID.                                            DBANKCGP
005800     10  WS-BNKCATS-RID-ACCNO                PIC X(9).            DBANKCGP
005900     10  WS-BNKCATS-RID-YYYYMM               PIC X(6).            DBANKCGP
006000     10  WS-BNKCATS-RID-CATEGORY             PIC X(2).            DBANKCGP
006100   05  WS-TODAY                              PIC X(10).           DBANKCGP
006200   05  WS-THIS-MONTH                         PIC X(6).            DBANKCGP
006300   05  WS-ITEM-MONTH                         PIC X(6).            DBANKCGP
006400   05  WS-WORK-MONTH                         PIC X(6).            DBANKCGP
006500   05  FILLER REDEFINES WS-WORK-MONTH.                            DBANKCGP
006600     10  WS-WORK-YYYY                        PIC 9(4).            DBANKCGP
006700     10  WS-WORK-MM                          PIC 9(2).            DBANKCGP
006800   05  WS-FIND-CATEGORY                      PIC X(2).            DBANKCGP
006900   05  WS-OLD-CATEGORY                       PIC X(2).            DBANKCGP
007000   05  WS-ITEM-SPENT                         PIC S9(7)V99 COMP-3. DBANKCGP
007100                                                                  DBANKCGP
007200 COPY CSPCATD.                                                    DBANKCGP
007300                                                                  DBANKCGP
007400 01  WS-BNKACC-REC.                                               DBANKCGP
007500 COPY CBANKVAC.                                                   DBANKCGP
007600                                                                  DBANKCGP
007700 01  WS-BNKTXN-REC.                                               DBANKCGP
007800 COPY CBANKVTX.                                                   DBANKCGP
007900                                                                  DBANKCGP
008000 01  WS-BNKCATS-REC.                                              DBANKCGP
008100 COPY CBANKVCG.                                                   DBANKCGP
008200                                                                  DBANKCGP
008300 01  WS-COMMAREA.                                                 DBANKCGP
008400 COPY CBANKDCG.                                                   DBANKCGP
008500                                                                  DBANKCGP
008600 01  WS-RECOVERY-DATA.                                            DBANKCGP
008700 COPY CBANKD85.                                                   DBANKCGP
008800                                                                  DBANKCGP
008900 LINKAGE SECTION.                                                 DBANKCGP
009000 01  DFHCOMMAREA.                                                 DBANKCGP
009100   05  LK-COMMAREA                           PIC X(1)             DBANKCGP
009200       OCCURS 1 TO 4096 TIMES                                     DBANKCGP
009300         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANKCGP
009400                                                                  DBANKCGP
009500 COPY CENTRY.                                                     DBANKCGP
009600***************************************************************** DBANKCGP
009700* Move the passed data to our area                              * DBANKCGP
009800***************************************************************** DBANKCGP
009900     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANKCGP
010000     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANKCGP
010100                                                                  DBANKCGP
010200***************************************************************** DBANKCGP
010300* Initialize our output area                                    * DBANKCGP
010400***************************************************************** DBANKCGP
010500     MOVE SPACES TO CDCGO-DATA.                                   DBANKCGP
010600     SET CDCGO-OK TO TRUE.                                        DBANKCGP
010700     SET CDCGO-NO-MORE TO TRUE.                                   DBANKCGP
010800     MOVE ZERO TO CDCGO-CAT-COUNT.                                DBANKCGP
010900     MOVE ZERO TO CDCGO-ITEM-COUNT.                               DBANKCGP
011000     MOVE 1 TO WS-SUB1.                                           DBANKCGP
011100 CLEAR-ITEM-LOOP.                                                 DBANKCGP
011200     MOVE ZERO TO CDCGO-ITEM-AMOUNT (WS-SUB1).                    DBANKCGP
011300     IF WS-SUB1 IS LESS THAN 10                                   DBANKCGP
011400       ADD 1 TO WS-SUB1                                           DBANKCGP
011500       GO TO CLEAR-ITEM-LOOP                                      DBANKCGP
011600     END-IF.                                                      DBANKCGP
011700     MOVE 1 TO WS-CAT-SUB.                                        DBANKCGP
011800 CLEAR-CATEGORY-LOOP.                                             DBANKCGP
011900     MOVE ZERO TO CDCGO-CAT-SPENT (WS-CAT-SUB 1).                 DBANKCGP
012000     MOVE ZERO TO CDCGO-CAT-SPENT (WS-CAT-SUB 2).                 DBANKCGP
012100     MOVE ZERO TO CDCGO-CAT-SPENT (WS-CAT-SUB 3).                 DBANKCGP
012200     MOVE ZERO TO CDCGO-CAT-SPENT (WS-CAT-SUB 4).                 DBANKCGP
012300     IF WS-CAT-SUB IS LESS THAN 12                                DBANKCGP
012400       ADD 1 TO WS-CAT-SUB                                        DBANKCGP
012500       GO TO CLEAR-CATEGORY-LOOP                                  DBANKCGP
012600     END-IF.                                                      DBANKCGP
012700 COPY CTSTAMPP.                                                   DBANKCGP
012800     MOVE WS-TIMESTAMP (1:10) TO WS-TODAY.                        DBANKCGP
012900     MOVE WS-TODAY (1:4) TO WS-THIS-MONTH (1:4).                  DBANKCGP
013000     MOVE WS-TODAY (6:2) TO WS-THIS-MONTH (5:2).                  DBANKCGP
013100                                                                  DBANKCGP
013200***************************************************************** DBANKCGP
013300* The account must be on file and, where a PID is given, held   * DBANKCGP
013400* by that customer                                              * DBANKCGP
013500***************************************************************** DBANKCGP
013600     PERFORM CHECK-ACCOUNT THRU                                   DBANKCGP
013700             CHECK-ACCOUNT-EXIT.                                  DBANKCGP
013800                                                                  DBANKCGP
013900***************************************************************** DBANKCGP
014000* Carry out the request                                         * DBANKCGP
014100***************************************************************** DBANKCGP
014200     IF CDCGO-OK                                                  DBANKCGP
014300       EVALUATE TRUE                                              DBANKCGP
014400         WHEN CDCGI-SUMMARY                                       DBANKCGP
014500           PERFORM CATEGORY-SUMMARY THRU                          DBANKCGP
014600                   CATEGORY-SUMMARY-EXIT                          DBANKCGP
014700         WHEN CDCGI-LIST                                          DBANKCGP
014800           PERFORM LIST-DEBITS THRU                               DBANKCGP
014900                   LIST-DEBITS-EXIT                               DBANKCGP
015000         WHEN CDCGI-RECATEGORISE                                  DBANKCGP
015100           PERFORM RECATEGORISE-DEBIT THRU                        DBANKCGP
015200                   RECATEGORISE-DEBIT-EXIT                        DBANKCGP
015300         WHEN OTHER                                               DBANKCGP
015400           SET CDCGO-ERROR TO TRUE                                DBANKCGP
015500           MOVE 'Invalid request' TO CDCGO-MSG                    DBANKCGP
015600       END-EVALUATE                                               DBANKCGP
015700     END-IF.                                                      DBANKCGP
015800                                                                  DBANKCGP
015900***************************************************************** DBANKCGP
016000* Move the result back to the callers area                      * DBANKCGP
016100***************************************************************** DBANKCGP
016200     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANKCGP
016300                                                                  DBANKCGP
016400***************************************************************** DBANKCGP
016500* Return to our caller                                          * DBANKCGP
016600***************************************************************** DBANKCGP
016700 COPY CRETURN.                                                    DBANKCGP
016800                                                                  DBANKCGP
016900***************************************************************** DBANKCGP
017000* Read the account and check it is the customer's own           * DBANKCGP
017100***************************************************************** DBANKCGP
017200 CHECK-ACCOUNT.                                                   DBANKCGP
017300     MOVE CDCGI-ACCNO TO WS-BNKACC-RID.                           DBANKCGP
017400     EXEC CICS READ FILE('BNKACC')                                DBANKCGP
017500                    INTO(WS-BNKACC-REC)                           DBANKCGP
017600                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBANKCGP
017700                    RIDFLD(WS-BNKACC-RID)                         DBANKCGP
017800                    RESP(WS-RESP)                                 DBANKCGP
017900     END-EXEC.                                                    DBANKCGP
018000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANKCGP
018100       SET CDCGO-NOTFND TO TRUE                                   DBANKCGP
018200       MOVE 'Account not found' TO CDCGO-MSG                      DBANKCGP
018300       GO TO CHECK-ACCOUNT-EXIT                                   DBANKCGP
018400     END-IF.                                                      DBANKCGP
018500     IF CDCGI-PID IS NOT EQUAL TO SPACES AND                      DBANKCGP
018600        CDCGI-PID IS NOT EQUAL TO BAC-REC-PID AND                 DBANKCGP
018700        CDCGI-PID IS NOT EQUAL TO BAC-REC-JOINT-PID               DBANKCGP
018800       SET CDCGO-NOTFND TO TRUE                                   DBANKCGP
018900       MOVE 'Account not found' TO CDCGO-MSG                      DBANKCGP
019000       GO TO CHECK-ACCOUNT-EXIT                                   DBANKCGP
019100     END-IF.                                                      DBANKCGP
019200 CHECK-ACCOUNT-EXIT.                                              DBANKCGP
019300     EXIT.                                                        DBANKCGP
019400                                                                  DBANKCGP
019500***************************************************************** DBANKCGP
019600* Find a category code in the table.  WS-CAT-SUB is left at     * DBANKCGP
019700* zero when the code is not one of ours.                        * DBANKCGP
019800***************************************************************** DBANKCGP
019900 FIND-CATEGORY.                                                   DBANKCGP
020000     MOVE ZERO TO WS-CAT-SUB.                                     DBANKCGP
020100     MOVE 1 TO SPEND-CAT-SUB.                                     DBANKCGP
020200 FIND-CATEGORY-LOOP.                                              DBANKCGP
020300     IF SPEND-CAT-CODE (SPEND-CAT-SUB) IS EQUAL TO                DBANKCGP
020400          WS-FIND-CATEGORY                                        DBANKCGP
020500       MOVE SPEND-CAT-SUB TO WS-CAT-SUB                           DBANKCGP
020600       GO TO FIND-CATEGORY-EXIT                                   DBANKCGP
020700     END-IF.                                                      DBANKCGP
020800     IF SPEND-CAT-SUB IS LESS THAN SPEND-CAT-COUNT                DBANKCGP
020900       ADD 1 TO SPEND-CAT-SUB                                     DBANKCGP
021000       GO TO FIND-CATEGORY-LOOP                                   DBANKCGP
021100     END-IF.                                                      DBANKCGP
021200 FIND-CATEGORY-EXIT.                                              DBANKCGP
021300     EXIT.                                                        DBANKCGP
021400                                                                  DBANKCGP
021500***************************************************************** DBANKCGP
021600* The summary - this month and the three before it, with every  * DBANKCGP
021700* category named.  A debit not yet categorised, or with a code  * DBANKCGP
021800* no longer in the table, counts as Other, as it does in the    * DBANKCGP
021900* month-end summary.                                            * DBANKCGP
022000***************************************************************** DBANKCGP
022100 CATEGORY-SUMMARY.                                                DBANKCGP
022200     MOVE WS-THIS-MONTH TO WS-WORK-MONTH.                         DBANKCGP
022300     MOVE WS-WORK-MONTH TO CDCGO-MONTH (1).                       DBANKCGP
022400     MOVE 2 TO WS-MONTH-SUB.                                      DBANKCGP
022500 CATEGORY-SUMMARY-MONTHS.                                         DBANKCGP
022600     IF WS-WORK-MM IS EQUAL TO 1                                  DBANKCGP
022700       MOVE 12 TO WS-WORK-MM                                      DBANKCGP
022800       SUBTRACT 1 FROM WS-WORK-YYYY                               DBANKCGP
022900     ELSE                                                         DBANKCGP
023000       SUBTRACT 1 FROM WS-WORK-MM                                 DBANKCGP
023100     END-IF.                                                      DBANKCGP
023200     MOVE WS-WORK-MONTH TO CDCGO-MONTH (WS-MONTH-SUB).            DBANKCGP
023300     IF WS-MONTH-SUB IS LESS THAN 4                               DBANKCGP
023400       ADD 1 TO WS-MONTH-SUB                                      DBANKCGP
023500       GO TO CATEGORY-SUMMARY-MONTHS                              DBANKCGP
023600     END-IF.                                                      DBANKCGP
023700     MOVE 1 TO WS-CAT-SUB.                                        DBANKCGP
023800 CATEGORY-SUMMARY-NAMES.                                          DBANKCGP
023900     MOVE SPEND-CAT-CODE (WS-CAT-SUB) TO                          DBANKCGP
024000          CDCGO-CAT-CODE (WS-CAT-SUB).                            DBANKCGP
024100     MOVE SPEND-CAT-NAME (WS-CAT-SUB) TO                          DBANKCGP
024200          CDCGO-CAT-NAME (WS-CAT-SUB).                            DBANKCGP
024300     IF WS-CAT-SUB IS LESS THAN SPEND-CAT-COUNT                   DBANKCGP
024400       ADD 1 TO WS-CAT-SUB                                        DBANKCGP
024500       GO TO CATEGORY-SUMMARY-NAMES                               DBANKCGP
024600     END-IF.                                                      DBANKCGP
024700     MOVE SPEND-CAT-COUNT TO CDCGO-CAT-COUNT.                     DBANKCGP
024800     PERFORM SUMMARY-THIS-MONTH THRU                              DBANKCGP
024900             SUMMARY-THIS-MONTH-EXIT.                             DBANKCGP
025000     MOVE 2 TO WS-MONTH-SUB.                                      DBANKCGP
025100 CATEGORY-SUMMARY-CLOSED.                                         DBANKCGP
025200     PERFORM SUMMARY-CLOSED-MONTH THRU                            DBANKCGP
025300             SUMMARY-CLOSED-MONTH-EXIT.                           DBANKCGP
025400     IF WS-MONTH-SUB IS LESS THAN 4                               DBANKCGP
025500       ADD 1 TO WS-MONTH-SUB                                      DBANKCGP
025600       GO TO CATEGORY-SUMMARY-CLOSED                              DBANKCGP
025700     END-IF.                                                      DBANKCGP
025800 CATEGORY-SUMMARY-EXIT.                                           DBANKCGP
025900     EXIT.                                                        DBANKCGP
026000                                                                  DBANKCGP
026100***************************************************************** DBANKCGP
026200* This month to date - browse the account's transactions from   * DBANKCGP
026300* the first of the month                                        * DBANKCGP
026400***************************************************************** DBANKCGP
026500 SUMMARY-THIS-MONTH.                                              DBANKCGP
026600     MOVE CDCGI-ACCNO TO WS-BNKTXN-AIX1-RID-ACCNO.                DBANKCGP
026700     MOVE LOW-VALUES TO WS-BNKTXN-AIX1-RID-STAMP.                 DBANKCGP
026800     MOVE WS-THIS-MONTH (1:4) TO WS-BNKTXN-AIX1-RID-STAMP (1:4).  DBANKCGP
026900     MOVE '-' TO WS-BNKTXN-AIX1-RID-STAMP (5:1).                  DBANKCGP
027000     MOVE WS-THIS-MONTH (5:2) TO WS-BNKTXN-AIX1-RID-STAMP (6:2).  DBANKCGP
027100     MOVE '-01' TO WS-BNKTXN-AIX1-RID-STAMP (8:3).                DBANKCGP
027200     EXEC CICS STARTBR FILE('BNKTXN1')                            DBANKCGP
027300                  RIDFLD(WS-BNKTXN-AIX1-RID)                      DBANKCGP
027400                  GTEQ                                            DBANKCGP
027500                  RESP(WS-RESP)                                   DBANKCGP
027600     END-EXEC.                                                    DBANKCGP
027700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANKCGP
027800       GO TO SUMMARY-THIS-MONTH-EXIT                              DBANKCGP
027900     END-IF.                                                      DBANKCGP
028000 SUMMARY-THIS-MONTH-LOOP.                                         DBANKCGP
028100     EXEC CICS READNEXT FILE('BNKTXN1')                           DBANKCGP
028200                  INTO(WS-BNKTXN-REC)                             DBANKCGP
028300                  LENGTH(LENGTH OF WS-BNKTXN-REC)                 DBANKCGP
028400                  RIDFLD(WS-BNKTXN-AIX1-RID)                      DBANKCGP
028500                  RESP(WS-RESP)                                   DBANKCGP
028600     END-EXEC.                                                    DBANKCGP
028700     IF (WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND              DBANKCGP
028800         WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)) OR              DBANKCGP
028900        BTX-REC-ACCNO IS NOT EQUAL TO CDCGI-ACCNO                 DBANKCGP
029000       GO TO SUMMARY-THIS-MONTH-DONE                              DBANKCGP
029100     END-IF.                                                      DBANKCGP
029200     IF BTX-REC-AMOUNT IS NOT LESS THAN ZERO                      DBANKCGP
029300       GO TO SUMMARY-THIS-MONTH-LOOP                              DBANKCGP
029400     END-IF.                                                      DBANKCGP
029500     MOVE BTX-REC-CATEGORY TO WS-FIND-CATEGORY.                   DBANKCGP
029600     PERFORM FIND-CATEGORY THRU                                   DBANKCGP
029700             FIND-CATEGORY-EXIT.                                  DBANKCGP
029800     IF WS-CAT-SUB IS EQUAL TO ZERO                               DBANKCGP
029900       MOVE SPEND-CAT-COUNT TO WS-CAT-SUB                         DBANKCGP
030000     END-IF.                                                      DBANKCGP
030100     SUBTRACT BTX-REC-AMOUNT FROM CDCGO-CAT-SPENT (WS-CAT-SUB 1). DBANKCGP
030200     GO TO SUMMARY-THIS-MONTH-LOOP.                               DBANKCGP
030300 SUMMARY-THIS-MONTH-DONE.                                         DBANKCGP
030400     EXEC CICS ENDBR FILE('BNKTXN1')                              DBANKCGP
030500                  RESP(WS-RESP)                                   DBANKCGP
030600     END-EXEC.                                                    DBANKCGP
030700 SUMMARY-THIS-MONTH-EXIT.                                         DBANKCGP
030800     EXIT.                                                        DBANKCGP
030900                                                                  DBANKCGP
031000***************************************************************** DBANKCGP
031100* A closed month - the BNKCATS rows for the account and month   * DBANKCGP
031200***************************************************************** DBANKCGP
031300 SUMMARY-CLOSED-MONTH.                                            DBANKCGP
031400     MOVE CDCGI-ACCNO TO WS-BNKCATS-RID-ACCNO.                    DBANKCGP
031500     MOVE CDCGO-MONTH (WS-MONTH-SUB) TO WS-BNKCATS-RID-YYYYMM.    DBANKCGP
031600     MOVE LOW-VALUES TO WS-BNKCATS-RID-CATEGORY.                  DBANKCGP
031700     EXEC CICS STARTBR FILE('BNKCATS')                            DBANKCGP
031800                  RIDFLD(WS-BNKCATS-RID)                          DBANKCGP
031900                  GTEQ                                            DBANKCGP
032000                  RESP(WS-RESP)                                   DBANKCGP
032100     END-EXEC.                                                    DBANKCGP
032200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANKCGP
032300       GO TO SUMMARY-CLOSED-MONTH-EXIT                            DBANKCGP
032400     END-IF.                                                      DBANKCGP
032500 SUMMARY-CLOSED-MONTH-LOOP.                                       DBANKCGP
032600     EXEC CICS READNEXT FILE('BNKCATS')                           DBANKCGP
032700                  INTO(WS-BNKCATS-REC)                            DBANKCGP
032800                  LENGTH(LENGTH OF WS-BNKCATS-REC)                DBANKCGP
032900                  RIDFLD(WS-BNKCATS-RID)                          DBANKCGP
033000                  RESP(WS-RESP)                                   DBANKCGP
033100     END-EXEC.                                                    DBANKCGP
033200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBANKCGP
033300        CGS-REC-ACCNO IS NOT EQUAL TO CDCGI-ACCNO OR              DBANKCGP
033400        CGS-REC-YYYYMM IS NOT EQUAL TO CDCGO-MONTH (WS-MONTH-SUB) DBANKCGP
033500       GO TO SUMMARY-CLOSED-MONTH-DONE                            DBANKCGP
033600     END-IF.                                                      DBANKCGP
033700     MOVE CGS-REC-CATEGORY TO WS-FIND-CATEGORY.                   DBANKCGP
033800     PERFORM FIND-CATEGORY THRU                                   DBANKCGP
033900             FIND-CATEGORY-EXIT.                                  DBANKCGP
034000     IF WS-CAT-SUB IS EQUAL TO ZERO                               DBANKCGP
034100       MOVE SPEND-CAT-COUNT TO WS-CAT-SUB                         DBANKCGP
034200     END-IF.                                                      DBANKCGP
034300     ADD CGS-REC-AMOUNT TO                                        DBANKCGP
034400         CDCGO-CAT-SPENT (WS-CAT-SUB WS-MONTH-SUB).               DBANKCGP
034500     GO TO SUMMARY-CLOSED-MONTH-LOOP.                             DBANKCGP
034600 SUMMARY-CLOSED-MONTH-DONE.                                       DBANKCGP
034700     EXEC CICS ENDBR FILE('BNKCATS')                              DBANKCGP
034800                  RESP(WS-RESP)                                   DBANKCGP
034900     END-EXEC.                                                    DBANKCGP
035000 SUMMARY-CLOSED-MONTH-EXIT.                                       DBANKCGP
035100     EXIT.                                                        DBANKCGP
035200                                                                  DBANKCGP
035300***************************************************************** DBANKCGP
035400* The account's debits, newest first, older than the timestamp  * DBANKCGP
035500* given.  The browse is positioned just past the point wanted   * DBANKCGP
035600* and read backwards; when there is nothing past it (the last   * DBANKCGP
035700* account on file) it is positioned at the end of the file.     * DBANKCGP
035800* One more debit than the page holds is looked for so the       * DBANKCGP
035900* caller knows whether there are older ones.                    * DBANKCGP
036000***************************************************************** DBANKCGP
036100 LIST-DEBITS.                                                     DBANKCGP
036200     MOVE CDCGI-ACCNO TO WS-BNKTXN-AIX1-RID-ACCNO.                DBANKCGP
036300     IF CDCGI-BEFORE IS EQUAL TO SPACES OR                        DBANKCGP
036400        CDCGI-BEFORE IS EQUAL TO LOW-VALUES                       DBANKCGP
036500       MOVE HIGH-VALUES TO WS-BNKTXN-AIX1-RID-STAMP               DBANKCGP
036600       MOVE SPACES TO CDCGI-BEFORE                                DBANKCGP
036700     ELSE                                                         DBANKCGP
036800       MOVE CDCGI-BEFORE TO WS-BNKTXN-AIX1-RID-STAMP              DBANKCGP
036900     END-IF.                                                      DBANKCGP
037000     EXEC CICS STARTBR FILE('BNKTXN1')                            DBANKCGP
037100                  RIDFLD(WS-BNKTXN-AIX1-RID)                      DBANKCGP
037200                  GTEQ                                            DBANKCGP
037300                  RESP(WS-RESP)                                   DBANKCGP
037400     END-EXEC.                                                    DBANKCGP
037500     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                       DBANKCGP
037600       MOVE HIGH-VALUES TO WS-BNKTXN-AIX1-RID                     DBANKCGP
037700       EXEC CICS STARTBR FILE('BNKTXN1')                          DBANKCGP
037800                    RIDFLD(WS-BNKTXN-AIX1-RID)                    DBANKCGP
037900                    GTEQ                                          DBANKCGP
038000                    RESP(WS-RESP)                                 DBANKCGP
038100       END-EXEC                                                   DBANKCGP
038200     END-IF.                                                      DBANKCGP
038300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANKCGP
038400       MOVE 'There are no debits on this account' TO CDCGO-MSG    DBANKCGP
038500       GO TO LIST-DEBITS-EXIT                                     DBANKCGP
038600     END-IF.                                                      DBANKCGP
038700 LIST-DEBITS-LOOP.                                                DBANKCGP
038800     EXEC CICS READPREV FILE('BNKTXN1')                           DBANKCGP
038900                  INTO(WS-BNKTXN-REC)                             DBANKCGP
039000                  LENGTH(LENGTH OF WS-BNKTXN-REC)                 DBANKCGP
039100                  RIDFLD(WS-BNKTXN-AIX1-RID)                      DBANKCGP
039200                  RESP(WS-RESP)                                   DBANKCGP
039300     END-EXEC.                                                    DBANKCGP
039400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND               DBANKCGP
039500        WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)                   DBANKCGP
039600       GO TO LIST-DEBITS-DONE                                     DBANKCGP
039700     END-IF.                                                      DBANKCGP
039800     IF BTX-REC-ACCNO IS GREATER THAN CDCGI-ACCNO                 DBANKCGP
039900       GO TO LIST-DEBITS-LOOP                                     DBANKCGP
040000     END-IF.                                                      DBANKCGP
040100     IF BTX-REC-ACCNO IS LESS THAN CDCGI-ACCNO                    DBANKCGP
040200       GO TO LIST-DEBITS-DONE                                     DBANKCGP
040300     END-IF.                                                      DBANKCGP
040400     IF CDCGI-BEFORE IS NOT EQUAL TO SPACES AND                   DBANKCGP
040500        BTX-REC-TIMESTAMP IS NOT LESS THAN CDCGI-BEFORE           DBANKCGP
040600       GO TO LIST-DEBITS-LOOP                                     DBANKCGP
040700     END-IF.                                                      DBANKCGP
040800     IF BTX-REC-AMOUNT IS NOT LESS THAN ZERO                      DBANKCGP
040900       GO TO LIST-DEBITS-LOOP                                     DBANKCGP
041000     END-IF.                                                      DBANKCGP
041100     IF CDCGO-ITEM-COUNT IS NOT LESS THAN 10                      DBANKCGP
041200       SET CDCGO-MORE-ITEMS TO TRUE                               DBANKCGP
041300       GO TO LIST-DEBITS-DONE                                     DBANKCGP
041400     END-IF.                                                      DBANKCGP
041500     ADD 1 TO CDCGO-ITEM-COUNT.                                   DBANKCGP
041600     MOVE CDCGO-ITEM-COUNT TO WS-SUB1.                            DBANKCGP
041700     MOVE BTX-REC-TIMESTAMP TO CDCGO-ITEM-TIMESTAMP (WS-SUB1).    DBANKCGP
041800     MOVE BTX-REC-DATA-OLD (1:30) TO CDCGO-ITEM-DESC (WS-SUB1).   DBANKCGP
041900     MOVE BTX-REC-AMOUNT TO CDCGO-ITEM-AMOUNT (WS-SUB1).          DBANKCGP
042000     IF BTX-REC-CATEGORY IS EQUAL TO SPACES OR                    DBANKCGP
042100        BTX-REC-CATEGORY IS EQUAL TO LOW-VALUES                   DBANKCGP
042200       MOVE 'OT' TO CDCGO-ITEM-CATEGORY (WS-SUB1)                 DBANKCGP
042300     ELSE                                                         DBANKCGP
042400       MOVE BTX-REC-CATEGORY TO CDCGO-ITEM-CATEGORY (WS-SUB1)     DBANKCGP
042500     END-IF.                                                      DBANKCGP
042600     MOVE BTX-REC-CAT-SOURCE TO CDCGO-ITEM-SOURCE (WS-SUB1).      DBANKCGP
042700     GO TO LIST-DEBITS-LOOP.                                      DBANKCGP
042800 LIST-DEBITS-DONE.                                                DBANKCGP
042900     EXEC CICS ENDBR FILE('BNKTXN1')                              DBANKCGP
043000                  RESP(WS-RESP)                                   DBANKCGP
043100     END-EXEC.                                                    DBANKCGP
043200     IF CDCGO-ITEM-COUNT IS EQUAL TO ZERO                         DBANKCGP
043300       IF CDCGI-BEFORE IS EQUAL TO SPACES                         DBANKCGP
043400         MOVE 'There are no debits on this account' TO CDCGO-MSG  DBANKCGP
043500       ELSE                                                       DBANKCGP
043600         MOVE 'There are no older debits' TO CDCGO-MSG            DBANKCGP
043700       END-IF                                                     DBANKCGP
043800     END-IF.                                                      DBANKCGP
043900 LIST-DEBITS-EXIT.                                                DBANKCGP
044000     EXIT.                                                        DBANKCGP
044100                                                                  DBANKCGP
044200***************************************************************** DBANKCGP
044300* Put a debit into the category the customer has chosen.  The   * DBANKCGP
044400* item is marked as the customer's choice even where the code   * DBANKCGP
044500* is the one it already had, so the nightly run will not move   * DBANKCGP
044600* it again.                                                     * DBANKCGP
044700***************************************************************** DBANKCGP
044800 RECATEGORISE-DEBIT.                                              DBANKCGP
044900     MOVE CDCGI-CATEGORY TO WS-FIND-CATEGORY.                     DBANKCGP
045000     PERFORM FIND-CATEGORY THRU                                   DBANKCGP
045100             FIND-CATEGORY-EXIT.                                  DBANKCGP
045200     IF WS-CAT-SUB IS EQUAL TO ZERO                               DBANKCGP
045300       SET CDCGO-ERROR TO TRUE                                    DBANKCGP
045400       MOVE 'Key one of the category codes shown' TO CDCGO-MSG    DBANKCGP
045500       GO TO RECATEGORISE-DEBIT-EXIT                              DBANKCGP
045600     END-IF.                                                      DBANKCGP
045700     MOVE CDCGI-TIMESTAMP TO WS-BNKTXN-RID.                       DBANKCGP
045800     EXEC CICS READ FILE('BNKTXN')                                DBANKCGP
045900                    UPDATE                                        DBANKCGP
046000                    INTO(WS-BNKTXN-REC)                           DBANKCGP
046100                    LENGTH(LENGTH OF WS-BNKTXN-REC)               DBANKCGP
046200                    RIDFLD(WS-BNKTXN-RID)                         DBANKCGP
046300                    RESP(WS-RESP)                                 DBANKCGP
046400     END-EXEC.                                                    DBANKCGP
046500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANKCGP
046600       SET CDCGO-NOTFND TO TRUE                                   DBANKCGP
046700       MOVE 'That item is no longer on file' TO CDCGO-MSG         DBANKCGP
046800       GO TO RECATEGORISE-DEBIT-EXIT                              DBANKCGP
046900     END-IF.                                                      DBANKCGP
047000     IF BTX-REC-ACCNO IS NOT EQUAL TO CDCGI-ACCNO OR              DBANKCGP
047100        BTX-REC-AMOUNT IS NOT LESS THAN ZERO                      DBANKCGP
047200       EXEC CICS UNLOCK FILE('BNKTXN')                            DBANKCGP
047300                 RESP(WS-RESP)                                    DBANKCGP
047400       END-EXEC                                                   DBANKCGP
047500       SET CDCGO-NOTFND TO TRUE                                   DBANKCGP
047600       MOVE 'That item is not a debit on this account'            DBANKCGP
047700         TO CDCGO-MSG                                             DBANKCGP
047800       GO TO RECATEGORISE-DEBIT-EXIT                              DBANKCGP
047900     END-IF.                                                      DBANKCGP
048000     IF BTX-REC-CATEGORY IS EQUAL TO CDCGI-CATEGORY AND           DBANKCGP
048100        BTX-CAT-BY-CUSTOMER                                       DBANKCGP
048200       EXEC CICS UNLOCK FILE('BNKTXN')                            DBANKCGP
048300                 RESP(WS-RESP)                                    DBANKCGP
048400       END-EXEC                                                   DBANKCGP
048500       MOVE 'The item is already in that category' TO CDCGO-MSG   DBANKCGP
048600       GO TO RECATEGORISE-DEBIT-EXIT                              DBANKCGP
048700     END-IF.                                                      DBANKCGP
048800     MOVE BTX-REC-CATEGORY TO WS-FIND-CATEGORY.                   DBANKCGP
048900     PERFORM FIND-CATEGORY THRU                                   DBANKCGP
049000             FIND-CATEGORY-EXIT.                                  DBANKCGP
049100     IF WS-CAT-SUB IS EQUAL TO ZERO                               DBANKCGP
049200       MOVE SPEND-CAT-COUNT TO WS-CAT-SUB                         DBANKCGP
049300     END-IF.                                                      DBANKCGP
049400     MOVE SPEND-CAT-CODE (WS-CAT-SUB) TO WS-OLD-CATEGORY.         DBANKCGP
049500     MOVE CDCGI-CATEGORY TO BTX-REC-CATEGORY.                     DBANKCGP
049600     SET BTX-CAT-BY-CUSTOMER TO TRUE.                             DBANKCGP
049700     EXEC CICS REWRITE FILE('BNKTXN')                             DBANKCGP
049800                       FROM(WS-BNKTXN-REC)                        DBANKCGP
049900                       LENGTH(LENGTH OF WS-BNKTXN-REC)            DBANKCGP
050000                       RESP(WS-RESP)                              DBANKCGP
050100     END-EXEC.                                                    DBANKCGP
050200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANKCGP
050300       SET CDCGO-ERROR TO TRUE                                    DBANKCGP
050400       MOVE 'Unable to update the item' TO CDCGO-MSG              DBANKCGP
050500       GO TO RECATEGORISE-DEBIT-EXIT                              DBANKCGP
050600     END-IF.                                                      DBANKCGP
050700     MOVE 'BNKTXN' TO CD85I-FILE.                                 DBANKCGP
050800     SET CD85I-CHANGE TO TRUE.                                    DBANKCGP
050900     MOVE WS-BNKTXN-REC TO CD85I-IMAGE.                           DBANKCGP
051000     PERFORM JOURNAL-UPDATE THRU                                  DBANKCGP
051100             JOURNAL-UPDATE-EXIT.                                 DBANKCGP
051200     MOVE BTX-REC-TIMESTAMP (1:4) TO WS-ITEM-MONTH (1:4).         DBANKCGP
051300     MOVE BTX-REC-TIMESTAMP (6:2) TO WS-ITEM-MONTH (5:2).         DBANKCGP
051400     IF WS-ITEM-MONTH IS LESS THAN WS-THIS-MONTH AND              DBANKCGP
051500        WS-OLD-CATEGORY IS NOT EQUAL TO CDCGI-CATEGORY            DBANKCGP
051600       PERFORM MOVE-SUMMARY-AMOUNT THRU                           DBANKCGP
051700               MOVE-SUMMARY-AMOUNT-EXIT                           DBANKCGP
051800     END-IF.                                                      DBANKCGP
051900     MOVE 'The item has been recategorised' TO CDCGO-MSG.         DBANKCGP
052000 RECATEGORISE-DEBIT-EXIT.                                         DBANKCGP
052100     EXIT.                                                        DBANKCGP
052200                                                                  DBANKCGP
052300***************************************************************** DBANKCGP
052400* The item is in a month already summarised - take it off the   * DBANKCGP
052500* old category's row (dropping the row when it empties) and put * DBANKCGP
052600* it on the new one's.  Where the month has no row for the old  * DBANKCGP
052700* category it was never summarised, and is left to the          * DBANKCGP
052800* month-end run.                                                * DBANKCGP
052900***************************************************************** DBANKCGP
053000 MOVE-SUMMARY-AMOUNT.                                             DBANKCGP
053100     COMPUTE WS-ITEM-SPENT = 0 - BTX-REC-AMOUNT.                  DBANKCGP
053200     MOVE CDCGI-ACCNO TO WS-BNKCATS-RID-ACCNO.                    DBANKCGP
053300     MOVE WS-ITEM-MONTH TO WS-BNKCATS-RID-YYYYMM.                 DBANKCGP
053400     MOVE WS-OLD-CATEGORY TO WS-BNKCATS-RID-CATEGORY.             DBANKCGP
053500     EXEC CICS READ FILE('BNKCATS')                               DBANKCGP
053600                    UPDATE                                        DBANKCGP
053700                    INTO(WS-BNKCATS-REC)                          DBANKCGP
053800                    LENGTH(LENGTH OF WS-BNKCATS-REC)              DBANKCGP
053900                    RIDFLD(WS-BNKCATS-RID)                        DBANKCGP
054000                    RESP(WS-RESP)                                 DBANKCGP
054100     END-EXEC.                                                    DBANKCGP
054200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANKCGP
054300       GO TO MOVE-SUMMARY-AMOUNT-EXIT                             DBANKCGP
054400     END-IF.                                                      DBANKCGP
054500     SUBTRACT 1 FROM CGS-REC-COUNT.                               DBANKCGP
054600     SUBTRACT WS-ITEM-SPENT FROM CGS-REC-AMOUNT.                  DBANKCGP
054700     IF CGS-REC-COUNT IS GREATER THAN ZERO                        DBANKCGP
054800       EXEC CICS REWRITE FILE('BNKCATS')                          DBANKCGP
054900                         FROM(WS-BNKCATS-REC)                     DBANKCGP
055000                         LENGTH(LENGTH OF WS-BNKCATS-REC)         DBANKCGP
055100                         RESP(WS-RESP)                            DBANKCGP
055200       END-EXEC                                                   DBANKCGP
055300     ELSE                                                         DBANKCGP
055400       EXEC CICS DELETE FILE('BNKCATS')                           DBANKCGP
055500                        RESP(WS-RESP)                             DBANKCGP
055600       END-EXEC                                                   DBANKCGP
055700     END-IF.                                                      DBANKCGP
055800     MOVE CDCGI-CATEGORY TO WS-BNKCATS-RID-CATEGORY.              DBANKCGP
055900     EXEC CICS READ FILE('BNKCATS')                               DBANKCGP
056000                    UPDATE                                        DBANKCGP
056100                    INTO(WS-BNKCATS-REC)                          DBANKCGP
056200                    LENGTH(LENGTH OF WS-BNKCATS-REC)              DBANKCGP
056300                    RIDFLD(WS-BNKCATS-RID)                        DBANKCGP
056400                    RESP(WS-RESP)                                 DBANKCGP
056500     END-EXEC.                                                    DBANKCGP
056600     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANKCGP
056700       ADD 1 TO CGS-REC-COUNT                                     DBANKCGP
056800       ADD WS-ITEM-SPENT TO CGS-REC-AMOUNT                        DBANKCGP
056900       EXEC CICS REWRITE FILE('BNKCATS')                          DBANKCGP
057000                         FROM(WS-BNKCATS-REC)                     DBANKCGP
057100                         LENGTH(LENGTH OF WS-BNKCATS-REC)         DBANKCGP
057200                         RESP(WS-RESP)                            DBANKCGP
057300       END-EXEC                                                   DBANKCGP
057400     ELSE                                                         DBANKCGP
057500       MOVE SPACES TO WS-BNKCATS-REC                              DBANKCGP
057600       MOVE WS-BNKCATS-RID TO CGS-KEY                             DBANKCGP
057700       MOVE 1 TO CGS-REC-COUNT                                    DBANKCGP
057800       MOVE WS-ITEM-SPENT TO CGS-REC-AMOUNT                       DBANKCGP
057900       EXEC CICS WRITE FILE('BNKCATS')                            DBANKCGP
058000                       FROM(WS-BNKCATS-REC)                       DBANKCGP
058100                       LENGTH(LENGTH OF WS-BNKCATS-REC)           DBANKCGP
058200                       RIDFLD(WS-BNKCATS-RID)                     DBANKCGP
058300                       RESP(WS-RESP)                              DBANKCGP
058400       END-EXEC                                                   DBANKCGP
058500     END-IF.                                                      DBANKCGP
058600 MOVE-SUMMARY-AMOUNT-EXIT.                                        DBANKCGP
058700     EXIT.                                                        DBANKCGP
058800                                                                  DBANKCGP
058900***************************************************************** DBANKCGP
059000* Journal the update                                            * DBANKCGP
059100***************************************************************** DBANKCGP
059200 JOURNAL-UPDATE.                                                  DBANKCGP
059300     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         DBANKCGP
059400 COPY CBANKX85.                                                   DBANKCGP
059500 JOURNAL-UPDATE-EXIT.                                             DBANKCGP
059600     EXIT.                                                        DBANKCGP
059700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANKCGP
