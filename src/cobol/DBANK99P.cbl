000100***************************************************************** DBANK99P
000200*                                                               * DBANK99P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK99P
000400*   This demonstration program is provided for use by users     * DBANK99P
000500*   of Micro Focus products and may be used, modified and       * DBANK99P
000600*   distributed as part of your application provided that       * DBANK99P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK99P
000800*   in this material.                                           * DBANK99P
000900*                                                               * DBANK99P
001000***************************************************************** DBANK99P
001100                                                                  DBANK99P
001200***************************************************************** DBANK99P
001300* Program:     DBANK99P.CBL                                     * DBANK99P
001400* Function:    Product conversion requests (file BNKPCNV) -     * DBANK99P
001500*              show an account with its product and its latest  * DBANK99P
001600*              conversion request, ask for the account to be    * DBANK99P
001700*              moved to another product on the same account     * DBANK99P
001800*              number and cancel a request still pending.  A    * DBANK99P
001900*              request is checked against the new product's     * DBANK99P
002000*              BNKATYP row when it is made - the product must   * DBANK99P
002100*              be open to new business, neither product may be  * DBANK99P
002200*              a fixed-term deposit, a minor's account stays on * DBANK99P
002300*              a minor product (and an adult's off one), and an * DBANK99P
002400*              overdrawn account may only move to a product     * DBANK99P
002500*              that carries overdraft interest.  The nightly    * DBANK99P
002600*              ZBNKCNV1 run checks again, settles what the old  * DBANK99P
002700*              product has accrued and makes the change.        * DBANK99P
002800*              VSAM version                                     * DBANK99P
002900***************************************************************** DBANK99P
003000                                                                  DBANK99P
003100 IDENTIFICATION DIVISION.                                         DBANK99P
003200 PROGRAM-ID.                                                      DBANK99P
003300     DBANK99P.                                                    DBANK99P
003400 DATE-WRITTEN.                                                    DBANK99P
003500     October 2026.                                                DBANK99P
003600 DATE-COMPILED.                                                   DBANK99P
003700     Today.                                                       DBANK99P
003800                                                                  DBANK99P
003900 ENVIRONMENT DIVISION.                                            DBANK99P
004000                                                                  DBANK99P
004100 DATA DIVISION.                                                   DBANK99P
004200                                                                  DBANK99P
004300 WORKING-STORAGE SECTION.                                         DBANK99P
004400 COPY CTSTAMPD.                                                   DBANK99P
004500                                                                  DBANK99P
004600 01  WS-MISC-STORAGE.                                             DBANK99P
004700   05  WS-PROGRAM-ID                         PIC X(8)             DBANK99P
004800       VALUE 'DBANK99P'.                                          DBANK99P
004900   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK99P
005000   05  WS-RESP                               PIC S9(8) COMP.      DBANK99P
005100   05  WS-BNKACC-RID                         PIC X(9).            DBANK99P
005200   05  WS-BNKATYP-RID                        PIC X(1).            DBANK99P
005300   05  WS-BNKCUST-RID                        PIC X(5).            DBANK99P
005400   05  WS-BNKPCNV-RID                        PIC X(9).            DBANK99P
005500   05  WS-TODAY                              PIC X(10).           DBANK99P
005600   05  WS-OLD-TERM                           PIC S9(3) COMP-3.    DBANK99P
005700   05  WS-NEW-DESC                           PIC X(15).           DBANK99P
005800                                                                  DBANK99P
005900 01  WS-BNKACC-REC.                                               DBANK99P
006000 COPY CBANKVAC.                                                   DBANK99P
006100                                                                  DBANK99P
006200 01  WS-BNKATYP-REC.                                              DBANK99P
006300 COPY CBANKVAT.                                                   DBANK99P
006400                                                                  DBANK99P
006500 01  WS-BNKCUST-REC.                                              DBANK99P
006600 COPY CBANKVCS.                                                   DBANK99P
006700                                                                  DBANK99P
006800 01  WS-BNKPCNV-REC.                                              DBANK99P
006900 COPY CBANKVCV.                                                   DBANK99P
007000                                                                  DBANK99P
007100 01  WS-COMMAREA.                                                 DBANK99P
007200 COPY CBANKD99.                                                   DBANK99P
007300                                                                  DBANK99P
007400 LINKAGE SECTION.                                                 DBANK99P
007500 01  DFHCOMMAREA.                                                 DBANK99P
007600   05  LK-COMMAREA                           PIC X(1)             DBANK99P
007700       OCCURS 1 TO 4096 TIMES                                     DBANK99P
007800         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK99P
007900                                                                  DBANK99P
008000 COPY CENTRY.                                                     DBANK99P
008100***************************************************************** DBANK99P
008200* Move the passed data to our area                              * DBANK99P
008300***************************************************************** DBANK99P
008400     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK99P
008500     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK99P
008600                                                                  DBANK99P
008700***************************************************************** DBANK99P
008800* Initialize our output area                                    * DBANK99P
008900***************************************************************** DBANK99P
009000     MOVE SPACES TO CD99O-DATA.                                   DBANK99P
009100     SET CD99O-OK TO TRUE.                                        DBANK99P
009200     MOVE ZERO TO CD99O-BALANCE.                                  DBANK99P
009300     MOVE ZERO TO CD99O-INT-SETTLED.                              DBANK99P
009400     MOVE ZERO TO CD99O-OD-SETTLED.                               DBANK99P
009500     MOVE ZERO TO CD99O-SVC-CHARGED.                              DBANK99P
009600 COPY CTSTAMPP.                                                   DBANK99P
009700     MOVE WS-TIMESTAMP (1:10) TO WS-TODAY.                        DBANK99P
009800                                                                  DBANK99P
009900***************************************************************** DBANK99P
010000* See what kind of request we have and react accordingly        * DBANK99P
010100***************************************************************** DBANK99P
010200     EVALUATE TRUE                                                DBANK99P
010300       WHEN CD99I-READ                                            DBANK99P
010400         PERFORM READ-PROCESSING THRU                             DBANK99P
010500                 READ-PROCESSING-EXIT                             DBANK99P
010600       WHEN CD99I-CONVERT                                         DBANK99P
010700         PERFORM CONVERT-PROCESSING THRU                          DBANK99P
010800                 CONVERT-PROCESSING-EXIT                          DBANK99P
010900       WHEN CD99I-CANCEL                                          DBANK99P
011000         PERFORM CANCEL-PROCESSING THRU                           DBANK99P
011100                 CANCEL-PROCESSING-EXIT                           DBANK99P
011200       WHEN OTHER                                                 DBANK99P
011300         SET CD99O-ERROR TO TRUE                                  DBANK99P
011400         MOVE 'Bad request code' TO CD99O-MSG                     DBANK99P
011500     END-EVALUATE.                                                DBANK99P
011600                                                                  DBANK99P
011700***************************************************************** DBANK99P
011800* Move the result back to the callers area                      * DBANK99P
011900***************************************************************** DBANK99P
012000     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK99P
012100                                                                  DBANK99P
012200***************************************************************** DBANK99P
012300* Return to our caller                                          * DBANK99P
012400***************************************************************** DBANK99P
012500 COPY CRETURN.                                                    DBANK99P
012600                                                                  DBANK99P
012700***************************************************************** DBANK99P
012800* Read request - hand back the account and its latest request   * DBANK99P
012900***************************************************************** DBANK99P
013000 READ-PROCESSING.                                                 DBANK99P
013100     PERFORM READ-ACCOUNT THRU                                    DBANK99P
013200             READ-ACCOUNT-EXIT.                                   DBANK99P
013300     IF NOT CD99O-OK                                              DBANK99P
013400       GO TO READ-PROCESSING-EXIT                                 DBANK99P
013500     END-IF.                                                      DBANK99P
013600     MOVE CD99I-ACCNO TO WS-BNKPCNV-RID.                          DBANK99P
013700     EXEC CICS READ FILE('BNKPCNV')                               DBANK99P
013800                    INTO(WS-BNKPCNV-REC)                          DBANK99P
013900                    LENGTH(LENGTH OF WS-BNKPCNV-REC)              DBANK99P
014000                    RIDFLD(WS-BNKPCNV-RID)                        DBANK99P
014100                    RESP(WS-RESP)                                 DBANK99P
014200     END-EXEC.                                                    DBANK99P
014300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK99P
014400       MOVE 'No product conversion on file' TO CD99O-MSG          DBANK99P
014500       GO TO READ-PROCESSING-EXIT                                 DBANK99P
014600     END-IF.                                                      DBANK99P
014700     PERFORM RETURN-REQUEST THRU                                  DBANK99P
014800             RETURN-REQUEST-EXIT.                                 DBANK99P
014900 READ-PROCESSING-EXIT.                                            DBANK99P
015000     EXIT.                                                        DBANK99P
015100                                                                  DBANK99P
015200***************************************************************** DBANK99P
015300* Convert request - check the account and the new product, then * DBANK99P
015400* leave the request pending for the nightly run.  A request     * DBANK99P
015500* already pending is replaced; an account converted once this   * DBANK99P
015600* month must wait for the next, as the month-end runs pay and   * DBANK99P
015700* charge the new product only from the one conversion date.     * DBANK99P
015800***************************************************************** DBANK99P
015900 CONVERT-PROCESSING.                                              DBANK99P
016000     PERFORM READ-ACCOUNT THRU                                    DBANK99P
016100             READ-ACCOUNT-EXIT.                                   DBANK99P
016200     IF NOT CD99O-OK                                              DBANK99P
016300       GO TO CONVERT-PROCESSING-EXIT                              DBANK99P
016400     END-IF.                                                      DBANK99P
016500     PERFORM EDIT-CONVERSION THRU                                 DBANK99P
016600             EDIT-CONVERSION-EXIT.                                DBANK99P
016700     IF NOT CD99O-OK                                              DBANK99P
016800       GO TO CONVERT-PROCESSING-EXIT                              DBANK99P
016900     END-IF.                                                      DBANK99P
017000     MOVE CD99I-ACCNO TO WS-BNKPCNV-RID.                          DBANK99P
017100     EXEC CICS READ FILE('BNKPCNV')                               DBANK99P
017200                    UPDATE                                        DBANK99P
017300                    INTO(WS-BNKPCNV-REC)                          DBANK99P
017400                    LENGTH(LENGTH OF WS-BNKPCNV-REC)              DBANK99P
017500                    RIDFLD(WS-BNKPCNV-RID)                        DBANK99P
017600                    RESP(WS-RESP)                                 DBANK99P
017700     END-EXEC.                                                    DBANK99P
017800     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK99P
017900       IF PCV-STATUS-DONE AND                                     DBANK99P
018000          PCV-REC-CONV-DATE (1:7) IS EQUAL TO WS-TODAY (1:7)      DBANK99P
018100         EXEC CICS UNLOCK FILE('BNKPCNV')                         DBANK99P
018200         END-EXEC                                                 DBANK99P
018300         SET CD99O-ERROR TO TRUE                                  DBANK99P
018400         MOVE 'Account already converted this month' TO CD99O-MSG DBANK99P
018500         PERFORM RETURN-REQUEST THRU                              DBANK99P
018600                 RETURN-REQUEST-EXIT                              DBANK99P
018700         GO TO CONVERT-PROCESSING-EXIT                            DBANK99P
018800       END-IF                                                     DBANK99P
018900       PERFORM MOVE-REQUEST-FIELDS THRU                           DBANK99P
019000               MOVE-REQUEST-FIELDS-EXIT                           DBANK99P
019100       EXEC CICS REWRITE FILE('BNKPCNV')                          DBANK99P
019200                    FROM(WS-BNKPCNV-REC)                          DBANK99P
019300                    LENGTH(LENGTH OF WS-BNKPCNV-REC)              DBANK99P
019400                    RESP(WS-RESP)                                 DBANK99P
019500       END-EXEC                                                   DBANK99P
019600     ELSE                                                         DBANK99P
019700       PERFORM MOVE-REQUEST-FIELDS THRU                           DBANK99P
019800               MOVE-REQUEST-FIELDS-EXIT                           DBANK99P
019900       EXEC CICS WRITE FILE('BNKPCNV')                            DBANK99P
020000                    FROM(WS-BNKPCNV-REC)                          DBANK99P
020100                    LENGTH(LENGTH OF WS-BNKPCNV-REC)              DBANK99P
020200                    RIDFLD(WS-BNKPCNV-RID)                        DBANK99P
020300                    RESP(WS-RESP)                                 DBANK99P
020400       END-EXEC                                                   DBANK99P
020500     END-IF.                                                      DBANK99P
020600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK99P
020700       SET CD99O-ERROR TO TRUE                                    DBANK99P
020800       MOVE 'Unable to record the conversion' TO CD99O-MSG        DBANK99P
020900       GO TO CONVERT-PROCESSING-EXIT                              DBANK99P
021000     END-IF.                                                      DBANK99P
021100     PERFORM RETURN-REQUEST THRU                                  DBANK99P
021200             RETURN-REQUEST-EXIT.                                 DBANK99P
021300     MOVE 'Conversion will be made overnight' TO CD99O-MSG.       DBANK99P
021400 CONVERT-PROCESSING-EXIT.                                         DBANK99P
021500     EXIT.                                                        DBANK99P
021600                                                                  DBANK99P
021700***************************************************************** DBANK99P
021800* The account must be open and the new product a different one, * DBANK99P
021900* on the product table and open to new business.  A fixed-term  * DBANK99P
022000* deposit is neither converted nor converted to - it runs to    * DBANK99P
022100* maturity.  A minor product (one naming an adult product to    * DBANK99P
022200* move to at majority) is for minors only, and a minor may not  * DBANK99P
022300* leave one.  An overdrawn account needs a product that carries * DBANK99P
022400* overdraft interest.                                           * DBANK99P
022500***************************************************************** DBANK99P
022600 EDIT-CONVERSION.                                                 DBANK99P
022700     IF NOT BAC-STATUS-OPEN                                       DBANK99P
022800       SET CD99O-ERROR TO TRUE                                    DBANK99P
022900       MOVE 'Only an open account can be converted' TO CD99O-MSG  DBANK99P
023000       GO TO EDIT-CONVERSION-EXIT                                 DBANK99P
023100     END-IF.                                                      DBANK99P
023200     IF CD99I-NEW-TYPE IS EQUAL TO SPACES OR                      DBANK99P
023300        CD99I-NEW-TYPE IS EQUAL TO LOW-VALUES                     DBANK99P
023400       SET CD99O-ERROR TO TRUE                                    DBANK99P
023500       MOVE 'Key the product to convert to' TO CD99O-MSG          DBANK99P
023600       GO TO EDIT-CONVERSION-EXIT                                 DBANK99P
023700     END-IF.                                                      DBANK99P
023800     IF CD99I-NEW-TYPE IS EQUAL TO BAC-REC-TYPE                   DBANK99P
023900       SET CD99O-ERROR TO TRUE                                    DBANK99P
024000       MOVE 'Account is already on that product' TO CD99O-MSG     DBANK99P
024100       GO TO EDIT-CONVERSION-EXIT                                 DBANK99P
024200     END-IF.                                                      DBANK99P
024300     MOVE BAC-REC-TYPE TO WS-BNKATYP-RID.                         DBANK99P
024400     EXEC CICS READ FILE('BNKATYP')                               DBANK99P
024500                    INTO(WS-BNKATYP-REC)                          DBANK99P
024600                    LENGTH(LENGTH OF WS-BNKATYP-REC)              DBANK99P
024700                    RIDFLD(WS-BNKATYP-RID)                        DBANK99P
024800                    RESP(WS-RESP)                                 DBANK99P
024900     END-EXEC.                                                    DBANK99P
025000     MOVE ZERO TO WS-OLD-TERM.                                    DBANK99P
025100     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBANK99P
025200        BAT-REC-TERM-MONTHS IS NUMERIC                            DBANK99P
025300       MOVE BAT-REC-TERM-MONTHS TO WS-OLD-TERM                    DBANK99P
025400     END-IF.                                                      DBANK99P
025500     IF WS-OLD-TERM IS GREATER THAN ZERO                          DBANK99P
025600       SET CD99O-ERROR TO TRUE                                    DBANK99P
025700       MOVE 'A fixed-term deposit runs to maturity' TO CD99O-MSG  DBANK99P
025800       GO TO EDIT-CONVERSION-EXIT                                 DBANK99P
025900     END-IF.                                                      DBANK99P
026000     MOVE CD99I-NEW-TYPE TO WS-BNKATYP-RID.                       DBANK99P
026100     EXEC CICS READ FILE('BNKATYP')                               DBANK99P
026200                    INTO(WS-BNKATYP-REC)                          DBANK99P
026300                    LENGTH(LENGTH OF WS-BNKATYP-REC)              DBANK99P
026400                    RIDFLD(WS-BNKATYP-RID)                        DBANK99P
026500                    RESP(WS-RESP)                                 DBANK99P
026600     END-EXEC.                                                    DBANK99P
026700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK99P
026800       SET CD99O-NOTFND TO TRUE                                   DBANK99P
026900       MOVE 'Product not on the account type table' TO CD99O-MSG  DBANK99P
027000       GO TO EDIT-CONVERSION-EXIT                                 DBANK99P
027100     END-IF.                                                      DBANK99P
027200     MOVE BAT-REC-DESC TO WS-NEW-DESC.                            DBANK99P
027300     IF BAT-STATUS-INACTIVE                                       DBANK99P
027400       SET CD99O-ERROR TO TRUE                                    DBANK99P
027500       MOVE 'Product is closed to new business' TO CD99O-MSG      DBANK99P
027600       GO TO EDIT-CONVERSION-EXIT                                 DBANK99P
027700     END-IF.                                                      DBANK99P
027800     IF BAT-REC-TERM-MONTHS IS NUMERIC AND                        DBANK99P
027900        BAT-REC-TERM-MONTHS IS GREATER THAN ZERO                  DBANK99P
028000       SET CD99O-ERROR TO TRUE                                    DBANK99P
028100       MOVE 'Open a fixed-term deposit separately' TO CD99O-MSG   DBANK99P
028200       GO TO EDIT-CONVERSION-EXIT                                 DBANK99P
028300     END-IF.                                                      DBANK99P
028400     IF BAC-REC-BALANCE IS LESS THAN ZERO AND                     DBANK99P
028500        (BAT-REC-OD-INT-RATE IS NOT NUMERIC OR                    DBANK99P
028600         BAT-REC-OD-INT-RATE IS NOT GREATER THAN ZERO)            DBANK99P
028700       SET CD99O-ERROR TO TRUE                                    DBANK99P
028800       MOVE 'Overdrawn - product has no overdraft' TO CD99O-MSG   DBANK99P
028900       GO TO EDIT-CONVERSION-EXIT                                 DBANK99P
029000     END-IF.                                                      DBANK99P
029100     MOVE BAC-REC-PID TO WS-BNKCUST-RID.                          DBANK99P
029200     EXEC CICS READ FILE('BNKCUST')                               DBANK99P
029300                    INTO(WS-BNKCUST-REC)                          DBANK99P
029400                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBANK99P
029500                    RIDFLD(WS-BNKCUST-RID)                        DBANK99P
029600                    RESP(WS-RESP)                                 DBANK99P
029700     END-EXEC.                                                    DBANK99P
029800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK99P
029900       SET CD99O-NOTFND TO TRUE                                   DBANK99P
030000       MOVE 'Account holder not found' TO CD99O-MSG               DBANK99P
030100       GO TO EDIT-CONVERSION-EXIT                                 DBANK99P
030200     END-IF.                                                      DBANK99P
030300     IF BAT-REC-ADULT-TYPE IS EQUAL TO SPACES OR                  DBANK99P
030400        BAT-REC-ADULT-TYPE IS EQUAL TO LOW-VALUES                 DBANK99P
030500       IF BCS-MINOR                                               DBANK99P
030600         SET CD99O-ERROR TO TRUE                                  DBANK99P
030700         MOVE 'A minor must stay on a minor product' TO CD99O-MSG DBANK99P
030800       END-IF                                                     DBANK99P
030900     ELSE                                                         DBANK99P
031000       IF NOT BCS-MINOR                                           DBANK99P
031100         SET CD99O-ERROR TO TRUE                                  DBANK99P
031200         MOVE 'That product is for minors only' TO CD99O-MSG      DBANK99P
031300       END-IF                                                     DBANK99P
031400     END-IF.                                                      DBANK99P
031500 EDIT-CONVERSION-EXIT.                                            DBANK99P
031600     EXIT.                                                        DBANK99P
031700                                                                  DBANK99P
031800***************************************************************** DBANK99P
031900* Read the account keyed on the request and hand back its       * DBANK99P
032000* details with its product's description                        * DBANK99P
032100***************************************************************** DBANK99P
032200 READ-ACCOUNT.                                                    DBANK99P
032300     MOVE CD99I-ACCNO TO WS-BNKACC-RID.                           DBANK99P
032400     EXEC CICS READ FILE('BNKACC')                                DBANK99P
032500                    INTO(WS-BNKACC-REC)                           DBANK99P
032600                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBANK99P
032700                    RIDFLD(WS-BNKACC-RID)                         DBANK99P
032800                    RESP(WS-RESP)                                 DBANK99P
032900     END-EXEC.                                                    DBANK99P
033000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK99P
033100       SET CD99O-NOTFND TO TRUE                                   DBANK99P
033200       MOVE 'Account not found' TO CD99O-MSG                      DBANK99P
033300       GO TO READ-ACCOUNT-EXIT                                    DBANK99P
033400     END-IF.                                                      DBANK99P
033500     MOVE BAC-REC-PID TO CD99O-PID.                               DBANK99P
033600     MOVE BAC-REC-TYPE TO CD99O-ACC-TYPE.                         DBANK99P
033700     MOVE BAC-REC-STATUS TO CD99O-ACC-STATUS.                     DBANK99P
033800     MOVE BAC-REC-BALANCE TO CD99O-BALANCE.                       DBANK99P
033900     MOVE BAC-REC-TYPE TO WS-BNKATYP-RID.                         DBANK99P
034000     EXEC CICS READ FILE('BNKATYP')                               DBANK99P
034100                    INTO(WS-BNKATYP-REC)                          DBANK99P
034200                    LENGTH(LENGTH OF WS-BNKATYP-REC)              DBANK99P
034300                    RIDFLD(WS-BNKATYP-RID)                        DBANK99P
034400                    RESP(WS-RESP)                                 DBANK99P
034500     END-EXEC.                                                    DBANK99P
034600     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK99P
034700       MOVE BAT-REC-DESC TO CD99O-ACC-DESC                        DBANK99P
034800     END-IF.                                                      DBANK99P
034900 READ-ACCOUNT-EXIT.                                               DBANK99P
035000     EXIT.                                                        DBANK99P
035100                                                                  DBANK99P
035200***************************************************************** DBANK99P
035300* Set up the pending request - what was settled by any earlier  * DBANK99P
035400* conversion is cleared                                         * DBANK99P
035500***************************************************************** DBANK99P
035600 MOVE-REQUEST-FIELDS.                                             DBANK99P
035700     MOVE SPACES TO WS-BNKPCNV-REC.                               DBANK99P
035800     MOVE CD99I-ACCNO TO PCV-REC-ACCNO.                           DBANK99P
035900     SET PCV-STATUS-PENDING TO TRUE.                              DBANK99P
036000     MOVE BAC-REC-PID TO PCV-REC-PID.                             DBANK99P
036100     MOVE BAC-REC-TYPE TO PCV-REC-OLD-TYPE.                       DBANK99P
036200     MOVE CD99I-NEW-TYPE TO PCV-REC-NEW-TYPE.                     DBANK99P
036300     MOVE WS-TODAY TO PCV-REC-REQ-DATE.                           DBANK99P
036400     MOVE ZERO TO PCV-REC-INT-SETTLED.                            DBANK99P
036500     MOVE ZERO TO PCV-REC-OD-SETTLED.                             DBANK99P
036600     MOVE ZERO TO PCV-REC-SVC-CHARGED.                            DBANK99P
036700     MOVE WS-NEW-DESC TO CD99O-NEW-DESC.                          DBANK99P
036800 MOVE-REQUEST-FIELDS-EXIT.                                        DBANK99P
036900     EXIT.                                                        DBANK99P
037000                                                                  DBANK99P
037100***************************************************************** DBANK99P
037200* Cancel request - only a request still pending can be taken    * DBANK99P
037300* back; a conversion already made is reversed by converting the * DBANK99P
037400* account back next month                                       * DBANK99P
037500***************************************************************** DBANK99P
037600 CANCEL-PROCESSING.                                               DBANK99P
037700     MOVE CD99I-ACCNO TO WS-BNKPCNV-RID.                          DBANK99P
037800     EXEC CICS READ FILE('BNKPCNV')                               DBANK99P
037900                    UPDATE                                        DBANK99P
038000                    INTO(WS-BNKPCNV-REC)                          DBANK99P
038100                    LENGTH(LENGTH OF WS-BNKPCNV-REC)              DBANK99P
038200                    RIDFLD(WS-BNKPCNV-RID)                        DBANK99P
038300                    RESP(WS-RESP)                                 DBANK99P
038400     END-EXEC.                                                    DBANK99P
038500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK99P
038600       SET CD99O-NOTFND TO TRUE                                   DBANK99P
038700       MOVE 'No product conversion on file' TO CD99O-MSG          DBANK99P
038800       GO TO CANCEL-PROCESSING-EXIT                               DBANK99P
038900     END-IF.                                                      DBANK99P
039000     IF NOT PCV-STATUS-PENDING                                    DBANK99P
039100       EXEC CICS UNLOCK FILE('BNKPCNV')                           DBANK99P
039200       END-EXEC                                                   DBANK99P
039300       SET CD99O-ERROR TO TRUE                                    DBANK99P
039400       MOVE 'Only a pending conversion can be cancelled'          DBANK99P
039500         TO CD99O-MSG                                             DBANK99P
039600       PERFORM RETURN-REQUEST THRU                                DBANK99P
039700               RETURN-REQUEST-EXIT                                DBANK99P
039800       GO TO CANCEL-PROCESSING-EXIT                               DBANK99P
039900     END-IF.                                                      DBANK99P
040000     SET PCV-STATUS-CANCELLED TO TRUE.                            DBANK99P
040100     EXEC CICS REWRITE FILE('BNKPCNV')                            DBANK99P
040200                    FROM(WS-BNKPCNV-REC)                          DBANK99P
040300                    LENGTH(LENGTH OF WS-BNKPCNV-REC)              DBANK99P
040400                    RESP(WS-RESP)                                 DBANK99P
040500     END-EXEC.                                                    DBANK99P
040600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK99P
040700       SET CD99O-ERROR TO TRUE                                    DBANK99P
040800       MOVE 'Unable to cancel the conversion' TO CD99O-MSG        DBANK99P
040900       GO TO CANCEL-PROCESSING-EXIT                               DBANK99P
041000     END-IF.                                                      DBANK99P
041100     PERFORM RETURN-REQUEST THRU                                  DBANK99P
041200             RETURN-REQUEST-EXIT.                                 DBANK99P
041300     MOVE 'Product conversion cancelled' TO CD99O-MSG.            DBANK99P
041400 CANCEL-PROCESSING-EXIT.                                          DBANK99P
041500     EXIT.                                                        DBANK99P
041600                                                                  DBANK99P
041700***************************************************************** DBANK99P
041800* Hand back the request as it now stands with the description   * DBANK99P
041900* of the product asked for                                      * DBANK99P
042000***************************************************************** DBANK99P
042100 RETURN-REQUEST.                                                  DBANK99P
042200     MOVE PCV-REC-STATUS TO CD99O-CONV-STATUS.                    DBANK99P
042300     MOVE PCV-REC-OLD-TYPE TO CD99O-OLD-TYPE.                     DBANK99P
042400     MOVE PCV-REC-NEW-TYPE TO CD99O-NEW-TYPE.                     DBANK99P
042500     MOVE PCV-REC-REQ-DATE TO CD99O-REQ-DATE.                     DBANK99P
042600     MOVE PCV-REC-CONV-DATE TO CD99O-CONV-DATE.                   DBANK99P
042700     MOVE PCV-REC-INT-SETTLED TO CD99O-INT-SETTLED.               DBANK99P
042800     MOVE PCV-REC-OD-SETTLED TO CD99O-OD-SETTLED.                 DBANK99P
042900     MOVE PCV-REC-SVC-CHARGED TO CD99O-SVC-CHARGED.               DBANK99P
043000     MOVE PCV-REC-REASON TO CD99O-REASON.                         DBANK99P
043100     MOVE PCV-REC-NEW-TYPE TO WS-BNKATYP-RID.                     DBANK99P
043200     EXEC CICS READ FILE('BNKATYP')                               DBANK99P
043300                    INTO(WS-BNKATYP-REC)                          DBANK99P
043400                    LENGTH(LENGTH OF WS-BNKATYP-REC)              DBANK99P
043500                    RIDFLD(WS-BNKATYP-RID)                        DBANK99P
043600                    RESP(WS-RESP)                                 DBANK99P
043700     END-EXEC.                                                    DBANK99P
043800     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK99P
043900       MOVE BAT-REC-DESC TO CD99O-NEW-DESC                        DBANK99P
044000     END-IF.                                                      DBANK99P
044100 RETURN-REQUEST-EXIT.                                             DBANK99P
044200     EXIT.                                                        DBANK99P
044300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK99P
