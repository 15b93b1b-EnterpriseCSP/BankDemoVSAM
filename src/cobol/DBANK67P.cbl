000100***************************************************************** DBANK67P
000200*                                                               * DBANK67P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK67P
000400*   This demonstration program is provided for use by users     * DBANK67P
000500*   of Micro Focus products and may be used, modified and       * DBANK67P
000600*   distributed as part of your application provided that       * DBANK67P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK67P
000800*   in this material.                                           * DBANK67P
000900*                                                               * DBANK67P
001000***************************************************************** DBANK67P
001100                                                                  DBANK67P
001200***************************************************************** DBANK67P
001300* Program:     DBANK67P.CBL                                     * DBANK67P
001400* Function:    Memo-post file (BNKMEMO).  INQUIRE says whether  * DBANK67P
001500*              memo-post mode is on - the SYSTEM / MEMOPOST     * DBANK67P
001600*              row on BNKCTL, set by ZBNKMPS1 around the        * DBANK67P
001700*              end-of-day window.  POST takes a transfer        * DBANK67P
001800*              against the memo balance of the accounts -       * DBANK67P
001900*              ledger balance plus the pending memo items -     * DBANK67P
002000*              checking account status, the overdraft limit     * DBANK67P
002100*              and the legal and availability holds the way     * DBANK67P
002200*              DBANK04P does, and writes one BNKMEMO row for    * DBANK67P
002300*              ZBNKMPA1 to apply to the masters once the batch  * DBANK67P
002400*              has finished.  BNKACC and BNKTXN are only read.  * DBANK67P
002425*              BALANCE answers the net of the still-pending     * DBANK67P
002450*              memo items for an account, so the card           * DBANK67P
002475*              authorization can count them against funds.      * DBANK67P
002500*              VSAM version                                     * DBANK67P
002600***************************************************************** DBANK67P
002700                                                                  DBANK67P
002800 IDENTIFICATION DIVISION.                                         DBANK67P
002900 PROGRAM-ID.                                                      DBANK67P
003000     DBANK67P.                                                    DBANK67P
003100 DATE-WRITTEN.                                                    DBANK67P
003200     October 2026.                                                DBANK67P
003300 DATE-COMPILED.                                                   DBANK67P
003400     Today.                                                       DBANK67P
003500                                                                  DBANK67P
003600 ENVIRONMENT DIVISION.                                            DBANK67P
003700                                                                  DBANK67P
003800 DATA DIVISION.                                                   DBANK67P
003900                                                                  DBANK67P
004000 WORKING-STORAGE SECTION.                                         DBANK67P
004100 01  WS-MISC-STORAGE.                                             DBANK67P
004200   05  WS-PROGRAM-ID                         PIC X(8)             DBANK67P
004300       VALUE 'DBANK67P'.                                          DBANK67P
004400   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK67P
004500   05  WS-RESP                               PIC S9(8) COMP.      DBANK67P
004600   05  WS-BNKCTL-RID                         PIC X(16).           DBANK67P
004700   05  WS-BANKING-DATE                       PIC X(10).           DBANK67P
004800   05  WS-BNKACC-RID                         PIC X(9).            DBANK67P
004900   05  WS-BNKMEMO-RID                        PIC X(26).           DBANK67P
005000   05  WS-BNKMEMO-LEG-RID.                                        DBANK67P
005100     10  WS-MEMO-RID-ACCNO                   PIC X(9).            DBANK67P
005200     10  WS-MEMO-RID-TIMESTAMP               PIC X(26).           DBANK67P
005300   05  WS-MEMO-ACCNO                         PIC X(9).            DBANK67P
005400   05  WS-MEMO-BALANCE                       PIC S9(9)V99         DBANK67P
005500       COMP-3.                                                    DBANK67P
005600   05  WS-FROM-MEMO-BAL                      PIC S9(9)V99         DBANK67P
005700       COMP-3.                                                    DBANK67P
005800   05  WS-TO-MEMO-BAL                        PIC S9(9)V99         DBANK67P
005900       COMP-3.                                                    DBANK67P
006000   05  WS-BNKLGL-RID.                                             DBANK67P
006100     10  WS-LGL-RID-ACCNO                    PIC X(9).            DBANK67P
006200     10  WS-LGL-RID-SEQ                      PIC 9(2).            DBANK67P
006300   05  WS-HELD-TOTAL                         PIC S9(9)V99         DBANK67P
006400       COMP-3.                                                    DBANK67P
006500   05  WS-BNKAVLH-RID.                                            DBANK67P
006600     10  WS-AVH-RID-ACCNO                    PIC X(9).            DBANK67P
006700     10  WS-AVH-RID-SEQ                      PIC 9(2).            DBANK67P
006800   05  WS-AVAIL-HELD-TOTAL                   PIC S9(9)V99         DBANK67P
006900       COMP-3.                                                    DBANK67P
007000                                                                  DBANK67P
007100 COPY CTSTAMPD.                                                   DBANK67P
007200                                                                  DBANK67P
007300 01  WS-BNKACC-FROM-REC.                                          DBANK67P
007400 COPY CBANKVAC.                                                   DBANK67P
007500                                                                  DBANK67P
007600 01  WS-BNKACC-TO-REC.                                            DBANK67P
007700 COPY CBANKVAC.                                                   DBANK67P
007800                                                                  DBANK67P
007900 01  WS-BNKMEMO-REC.                                              DBANK67P
008000 COPY CBANKVMP.                                                   DBANK67P
008100                                                                  DBANK67P
008200 01  WS-BNKLGL-REC.                                               DBANK67P
008300 COPY CBANKVLL.                                                   DBANK67P
008400                                                                  DBANK67P
008500 01  WS-BNKAVLH-REC.                                              DBANK67P
008600 COPY CBANKVAH.                                                   DBANK67P
008700                                                                  DBANK67P
008800 01  WS-BNKCTL-REC.                                               DBANK67P
008900 COPY CBANKVCT.                                                   DBANK67P
009000                                                                  DBANK67P
009100 01  WS-COMMAREA.                                                 DBANK67P
009200 COPY CBANKD67.                                                   DBANK67P
009300                                                                  DBANK67P
009400 COPY CABENDD.                                                    DBANK67P
009500                                                                  DBANK67P
009600 LINKAGE SECTION.                                                 DBANK67P
009700 01  DFHCOMMAREA.                                                 DBANK67P
009800   05  LK-COMMAREA                           PIC X(1)             DBANK67P
009900       OCCURS 1 TO 4096 TIMES                                     DBANK67P
010000         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK67P
010100                                                                  DBANK67P
010200 COPY CENTRY.                                                     DBANK67P
010300***************************************************************** DBANK67P
010400* Move the passed data to our area                              * DBANK67P
010500***************************************************************** DBANK67P
010600     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK67P
010700     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK67P
010800                                                                  DBANK67P
010900***************************************************************** DBANK67P
011000* Initialize our output area                                    * DBANK67P
011100***************************************************************** DBANK67P
011200     MOVE SPACES TO CD67O-DATA.                                   DBANK67P
011300     SET CD67O-UPDATE-FAIL TO TRUE.                               DBANK67P
011400     SET CD67O-MEMO-OFF TO TRUE.                                  DBANK67P
011500     MOVE ZERO TO CD67O-FROM-MEMO-BAL.                            DBANK67P
011600     MOVE ZERO TO CD67O-TO-MEMO-BAL.                              DBANK67P
011700                                                                  DBANK67P
011800***************************************************************** DBANK67P
011900* Every request starts from the mode switch - a posting is      * DBANK67P
012000* never taken to the memo file once the batch has handed the    * DBANK67P
012100* masters back                                                  * DBANK67P
012200***************************************************************** DBANK67P
012300     PERFORM GET-MEMO-MODE THRU                                   DBANK67P
012400             GET-MEMO-MODE-EXIT.                                  DBANK67P
012500                                                                  DBANK67P
012600***************************************************************** DBANK67P
012700* See what kind of request we have and react accordingly        * DBANK67P
012800***************************************************************** DBANK67P
012900     EVALUATE TRUE                                                DBANK67P
013000       WHEN CD67I-INQUIRE                                         DBANK67P
013100         SET CD67O-UPDATE-OK TO TRUE                              DBANK67P
013114       WHEN CD67I-BALANCE                                         DBANK67P
013128         MOVE CD67I-FROM-ACC TO WS-MEMO-ACCNO                     DBANK67P
013142         PERFORM GET-MEMO-BALANCE THRU                            DBANK67P
013156                 GET-MEMO-BALANCE-EXIT                            DBANK67P
013170         MOVE WS-MEMO-BALANCE TO CD67O-FROM-MEMO-BAL              DBANK67P
013184         SET CD67O-UPDATE-OK TO TRUE                              DBANK67P
013200       WHEN CD67I-POST                                            DBANK67P
013300         IF CD67O-MEMO-ON                                         DBANK67P
013400           PERFORM MEMO-POST-PROCESSING THRU                      DBANK67P
013500                   MEMO-POST-PROCESSING-EXIT                      DBANK67P
013600         ELSE                                                     DBANK67P
013700           MOVE 'Memo-post mode is not active'                    DBANK67P
013800             TO CD67O-MSG                                         DBANK67P
013900         END-IF                                                   DBANK67P
014000       WHEN OTHER                                                 DBANK67P
014100         MOVE 'Bad request code' TO CD67O-MSG                     DBANK67P
014200     END-EVALUATE.                                                DBANK67P
014300                                                                  DBANK67P
014400***************************************************************** DBANK67P
014500* Move the result back to the callers area                      * DBANK67P
014600***************************************************************** DBANK67P
014700     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK67P
014800                                                                  DBANK67P
014900***************************************************************** DBANK67P
015000* Return to our caller                                          * DBANK67P
015100***************************************************************** DBANK67P
015200 COPY CRETURN.                                                    DBANK67P
015300                                                                  DBANK67P
015400***************************************************************** DBANK67P
015500* Read the SYSTEM / MEMOPOST row on BNKCTL.  The first byte of  * DBANK67P
015600* its filler is 'Y' while the batch window is open; a missing   * DBANK67P
015700* row means memo-post mode has never been switched on.          * DBANK67P
015800***************************************************************** DBANK67P
015900 GET-MEMO-MODE.                                                   DBANK67P
016000     MOVE 'SYSTEM  MEMOPOST' TO WS-BNKCTL-RID.                    DBANK67P
016100     EXEC CICS READ FILE('BNKCTL')                                DBANK67P
016200                    INTO(WS-BNKCTL-REC)                           DBANK67P
016300                    LENGTH(LENGTH OF WS-BNKCTL-REC)               DBANK67P
016400                    RIDFLD(WS-BNKCTL-RID)                         DBANK67P
016500                    RESP(WS-RESP)                                 DBANK67P
016600     END-EXEC.                                                    DBANK67P
016700     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBANK67P
016800        CTL-REC-FILLER (1:1) IS EQUAL TO 'Y'                      DBANK67P
016900       SET CD67O-MEMO-ON TO TRUE                                  DBANK67P
017000     END-IF.                                                      DBANK67P
017100 GET-MEMO-MODE-EXIT.                                              DBANK67P
017200     EXIT.                                                        DBANK67P
017300                                                                  DBANK67P
017400***************************************************************** DBANK67P
017500* Validate the posting against the memo balances and write the  * DBANK67P
017600* BNKMEMO row                                                   * DBANK67P
017700***************************************************************** DBANK67P
017800 MEMO-POST-PROCESSING.                                            DBANK67P
017900 COPY CTSTAMPP.                                                   DBANK67P
018000     MOVE CD67I-FROM-ACC TO WS-BNKACC-RID.                        DBANK67P
018100     EXEC CICS READ FILE('BNKACC')                                DBANK67P
018200                    INTO(WS-BNKACC-FROM-REC)                      DBANK67P
018300                    LENGTH(LENGTH OF WS-BNKACC-FROM-REC)          DBANK67P
018400                    RIDFLD(WS-BNKACC-RID)                         DBANK67P
018500                    RESP(WS-RESP)                                 DBANK67P
018600     END-EXEC.                                                    DBANK67P
018700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK67P
018800        MOVE 'Unable to read FROM account details'                DBANK67P
018900          TO CD67O-MSG                                            DBANK67P
019000        GO TO MEMO-POST-PROCESSING-EXIT                           DBANK67P
019100     END-IF.                                                      DBANK67P
019200     IF NOT BAC-STATUS-OPEN IN WS-BNKACC-FROM-REC                 DBANK67P
019300        MOVE 'FROM account is not open for postings'              DBANK67P
019400          TO CD67O-MSG                                            DBANK67P
019500        GO TO MEMO-POST-PROCESSING-EXIT                           DBANK67P
019600     END-IF.                                                      DBANK67P
019700     IF BAC-REC-OD-LIMIT IN WS-BNKACC-FROM-REC IS NOT NUMERIC     DBANK67P
019800        MOVE ZERO TO BAC-REC-OD-LIMIT IN WS-BNKACC-FROM-REC       DBANK67P
019900     END-IF.                                                      DBANK67P
020000     MOVE CD67I-FROM-ACC TO WS-MEMO-ACCNO.                        DBANK67P
020100     PERFORM GET-MEMO-BALANCE THRU                                DBANK67P
020200             GET-MEMO-BALANCE-EXIT.                               DBANK67P
020300     COMPUTE WS-FROM-MEMO-BAL =                                   DBANK67P
020400             BAC-REC-BALANCE IN WS-BNKACC-FROM-REC +              DBANK67P
020500             WS-MEMO-BALANCE + CD67I-FROM-AMOUNT.                 DBANK67P
020600                                                                  DBANK67P
021300     MOVE CD67I-TO-ACC TO WS-BNKACC-RID.                          DBANK67P
021400     EXEC CICS READ FILE('BNKACC')                                DBANK67P
021500                    INTO(WS-BNKACC-TO-REC)                        DBANK67P
021600                    LENGTH(LENGTH OF WS-BNKACC-TO-REC)            DBANK67P
021700                    RIDFLD(WS-BNKACC-RID)                         DBANK67P
021800                    RESP(WS-RESP)                                 DBANK67P
021900     END-EXEC.                                                    DBANK67P
022000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK67P
022100        MOVE 'Unable to read TO account details'                  DBANK67P
022200          TO CD67O-MSG                                            DBANK67P
022300        GO TO MEMO-POST-PROCESSING-EXIT                           DBANK67P
022400     END-IF.                                                      DBANK67P
022500     IF NOT BAC-STATUS-OPEN IN WS-BNKACC-TO-REC                   DBANK67P
022600        MOVE 'TO account is not open for postings'                DBANK67P
022700          TO CD67O-MSG                                            DBANK67P
022800        GO TO MEMO-POST-PROCESSING-EXIT                           DBANK67P
022900     END-IF.                                                      DBANK67P
023000     MOVE CD67I-TO-ACC TO WS-MEMO-ACCNO.                          DBANK67P
023100     PERFORM GET-MEMO-BALANCE THRU                                DBANK67P
023200             GET-MEMO-BALANCE-EXIT.                               DBANK67P
023300     COMPUTE WS-TO-MEMO-BAL =                                     DBANK67P
023400             BAC-REC-BALANCE IN WS-BNKACC-TO-REC +                DBANK67P
023500             WS-MEMO-BALANCE + CD67I-TO-AMOUNT.                   DBANK67P
023700                                                                  DBANK67P
023800***************************************************************** DBANK67P
023900* A debit must stay inside the overdraft cushion and must leave * DBANK67P
024000* the legal and availability holds covered - measured against   * DBANK67P
024100* the memo balance, not the ledger the batch is still working   * DBANK67P
024200***************************************************************** DBANK67P
024300     IF CD67I-FROM-AMOUNT IS LESS THAN ZERO                       DBANK67P
024400        IF WS-FROM-MEMO-BAL IS LESS THAN ZERO AND                 DBANK67P
024500           (WS-FROM-MEMO-BAL * -1) IS GREATER THAN                DBANK67P
024600           BAC-REC-OD-LIMIT IN WS-BNKACC-FROM-REC                 DBANK67P
024700           MOVE 'Insufficient funds - exceeds overdraft limit'    DBANK67P
024800             TO CD67O-MSG                                         DBANK67P
024900           GO TO MEMO-POST-PROCESSING-EXIT                        DBANK67P
025000        END-IF                                                    DBANK67P
025100        PERFORM GET-LEGAL-HOLDS THRU                              DBANK67P
025200                GET-LEGAL-HOLDS-EXIT                              DBANK67P
025300        IF WS-HELD-TOTAL IS GREATER THAN ZERO                     DBANK67P
025400           IF WS-FROM-MEMO-BAL +                                  DBANK67P
025500              BAC-REC-OD-LIMIT IN WS-BNKACC-FROM-REC              DBANK67P
025600              IS LESS THAN WS-HELD-TOTAL                          DBANK67P
025700              MOVE 'Funds held under legal order'                 DBANK67P
025800                TO CD67O-MSG                                      DBANK67P
025900              GO TO MEMO-POST-PROCESSING-EXIT                     DBANK67P
026000           END-IF                                                 DBANK67P
026100        END-IF                                                    DBANK67P
026200        PERFORM GET-AVAIL-HOLDS THRU                              DBANK67P
026300                GET-AVAIL-HOLDS-EXIT                              DBANK67P
026400        IF WS-AVAIL-HELD-TOTAL IS GREATER THAN ZERO               DBANK67P
026500           IF WS-FROM-MEMO-BAL +                                  DBANK67P
026600              BAC-REC-OD-LIMIT IN WS-BNKACC-FROM-REC              DBANK67P
026700              IS LESS THAN WS-AVAIL-HELD-TOTAL                    DBANK67P
026800              MOVE 'Deposited funds not yet available'            DBANK67P
026900                TO CD67O-MSG                                      DBANK67P
027000              GO TO MEMO-POST-PROCESSING-EXIT                     DBANK67P
027100           END-IF                                                 DBANK67P
027200        END-IF                                                    DBANK67P
027300     END-IF.                                                      DBANK67P
027400                                                                  DBANK67P
027500***************************************************************** DBANK67P
027600* Write the memo row, dated with the banking day the posting    * DBANK67P
027700* was taken in so the catch-up keeps it on that day             * DBANK67P
027800***************************************************************** DBANK67P
027900     PERFORM GET-POSTING-DATE THRU                                DBANK67P
028000             GET-POSTING-DATE-EXIT.                               DBANK67P
028100     MOVE SPACES TO MP-RECORD.                                    DBANK67P
028200     MOVE WS-TIMESTAMP TO MP-REC-TIMESTAMP.                       DBANK67P
028300     SET MP-STATUS-PENDING TO TRUE.                               DBANK67P
028400     MOVE CD67I-SOURCE TO MP-REC-SOURCE.                          DBANK67P
028500     MOVE WS-BANKING-DATE (1:4) TO MP-REC-POSTING-DATE (1:4).     DBANK67P
028600     MOVE WS-BANKING-DATE (6:2) TO MP-REC-POSTING-DATE (5:2).     DBANK67P
028700     MOVE WS-BANKING-DATE (9:2) TO MP-REC-POSTING-DATE (7:2).     DBANK67P
028800     MOVE CD67I-TXN-TYPE TO MP-REC-TXN-TYPE.                      DBANK67P
028900     MOVE CD67I-FROM-ACC TO MP-REC-FROM-ACCNO.                    DBANK67P
029000     MOVE WS-TIMESTAMP TO MP-REC-FROM-TIMESTAMP.                  DBANK67P
029100     MOVE CD67I-FROM-PID TO MP-REC-FROM-PID.                      DBANK67P
029200     MOVE CD67I-FROM-AMOUNT TO MP-REC-FROM-AMOUNT.                DBANK67P
029300     MOVE CD67I-FROM-DESC TO MP-REC-FROM-DESC.                    DBANK67P
029400     MOVE CD67I-TO-ACC TO MP-REC-TO-ACCNO.                        DBANK67P
029500     MOVE WS-TIMESTAMP TO MP-REC-TO-TIMESTAMP.                    DBANK67P
029600     MOVE CD67I-TO-PID TO MP-REC-TO-PID.                          DBANK67P
029700     MOVE CD67I-TO-AMOUNT TO MP-REC-TO-AMOUNT.                    DBANK67P
029800     MOVE CD67I-TO-DESC TO MP-REC-TO-DESC.                        DBANK67P
029900     MOVE CD67I-PAYMENT-REF TO MP-REC-PAYMENT-REF.                DBANK67P
030000     MOVE CD67I-BRANCH-CODE TO MP-REC-BRANCH-CODE.                DBANK67P
030100     IF CD67I-OD-FEE-AMOUNT IS NOT NUMERIC                        DBANK67P
030200        MOVE ZERO TO CD67I-OD-FEE-AMOUNT                          DBANK67P
030300     END-IF.                                                      DBANK67P
030400     MOVE CD67I-OD-FEE-AMOUNT TO MP-REC-OD-FEE-AMOUNT.            DBANK67P
030500     MOVE WS-TIMESTAMP TO WS-BNKMEMO-RID.                         DBANK67P
030600     EXEC CICS WRITE FILE('BNKMEMO')                              DBANK67P
030700                     FROM(WS-BNKMEMO-REC)                         DBANK67P
030800                     LENGTH(LENGTH OF WS-BNKMEMO-REC)             DBANK67P
030900                     RIDFLD(WS-BNKMEMO-RID)                       DBANK67P
031000                     KEYLENGTH(LENGTH OF WS-BNKMEMO-RID)          DBANK67P
031100                     RESP(WS-RESP)                                DBANK67P
031200     END-EXEC.                                                    DBANK67P
031300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK67P
031400        MOVE 'Unable to write memo-post record'                   DBANK67P
031500          TO CD67O-MSG                                            DBANK67P
031600        GO TO MEMO-POST-PROCESSING-EXIT                           DBANK67P
031700     END-IF.                                                      DBANK67P
031800     MOVE WS-TIMESTAMP TO CD67O-TIMESTAMP.                        DBANK67P
031900     MOVE WS-FROM-MEMO-BAL TO CD67O-FROM-MEMO-BAL.                DBANK67P
032000     MOVE WS-TO-MEMO-BAL TO CD67O-TO-MEMO-BAL.                    DBANK67P
032100     MOVE 'Accepted - posts when end-of-day completes'            DBANK67P
032200       TO CD67O-MSG.                                              DBANK67P
032300     SET CD67O-UPDATE-OK TO TRUE.                                 DBANK67P
032400 MEMO-POST-PROCESSING-EXIT.                                       DBANK67P
032500     EXIT.                                                        DBANK67P
032600                                                                  DBANK67P
032700***************************************************************** DBANK67P
032800* Total the still-pending memo items for WS-MEMO-ACCNO - debits * DBANK67P
032900* through the FROM-leg path, credits through the TO-leg path.   * DBANK67P
033000* A missing path simply means nothing is pending.               * DBANK67P
033100***************************************************************** DBANK67P
033200 GET-MEMO-BALANCE.                                                DBANK67P
033300     MOVE ZERO TO WS-MEMO-BALANCE.                                DBANK67P
033400     MOVE WS-MEMO-ACCNO TO WS-MEMO-RID-ACCNO.                     DBANK67P
033500     MOVE LOW-VALUES TO WS-MEMO-RID-TIMESTAMP.                    DBANK67P
033600     EXEC CICS STARTBR FILE('BNKMEMO1')                           DBANK67P
033700                  RIDFLD(WS-BNKMEMO-LEG-RID)                      DBANK67P
033800                  GTEQ                                            DBANK67P
033900                  RESP(WS-RESP)                                   DBANK67P
034000     END-EXEC.                                                    DBANK67P
034100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK67P
034200       GO TO GET-MEMO-BALANCE-CREDITS                             DBANK67P
034300     END-IF.                                                      DBANK67P
034400 GET-MEMO-BALANCE-DEBIT-LOOP.                                     DBANK67P
034500     EXEC CICS READNEXT FILE('BNKMEMO1')                          DBANK67P
034600                  INTO(WS-BNKMEMO-REC)                            DBANK67P
034700                  LENGTH(LENGTH OF WS-BNKMEMO-REC)                DBANK67P
034800                  RIDFLD(WS-BNKMEMO-LEG-RID)                      DBANK67P
034900                  RESP(WS-RESP)                                   DBANK67P
035000     END-EXEC.                                                    DBANK67P
035100     IF (WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND              DBANK67P
035200         WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)) OR              DBANK67P
035300        MP-REC-FROM-ACCNO IS NOT EQUAL TO WS-MEMO-ACCNO           DBANK67P
035400       GO TO GET-MEMO-BALANCE-DEBIT-DONE                          DBANK67P
035500     END-IF.                                                      DBANK67P
035600     IF MP-STATUS-PENDING                                         DBANK67P
035700       ADD MP-REC-FROM-AMOUNT TO WS-MEMO-BALANCE                  DBANK67P
035800     END-IF.                                                      DBANK67P
035900     GO TO GET-MEMO-BALANCE-DEBIT-LOOP.                           DBANK67P
036000 GET-MEMO-BALANCE-DEBIT-DONE.                                     DBANK67P
036100     EXEC CICS ENDBR FILE('BNKMEMO1')                             DBANK67P
036200                  RESP(WS-RESP)                                   DBANK67P
036300     END-EXEC.                                                    DBANK67P
036400 GET-MEMO-BALANCE-CREDITS.                                        DBANK67P
036500     MOVE WS-MEMO-ACCNO TO WS-MEMO-RID-ACCNO.                     DBANK67P
036600     MOVE LOW-VALUES TO WS-MEMO-RID-TIMESTAMP.                    DBANK67P
036700     EXEC CICS STARTBR FILE('BNKMEMO2')                           DBANK67P
036800                  RIDFLD(WS-BNKMEMO-LEG-RID)                      DBANK67P
036900                  GTEQ                                            DBANK67P
037000                  RESP(WS-RESP)                                   DBANK67P
037100     END-EXEC.                                                    DBANK67P
037200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK67P
037300       GO TO GET-MEMO-BALANCE-EXIT                                DBANK67P
037400     END-IF.                                                      DBANK67P
037500 GET-MEMO-BALANCE-CREDIT-LOOP.                                    DBANK67P
037600     EXEC CICS READNEXT FILE('BNKMEMO2')                          DBANK67P
037700                  INTO(WS-BNKMEMO-REC)                            DBANK67P
037800                  LENGTH(LENGTH OF WS-BNKMEMO-REC)                DBANK67P
037900                  RIDFLD(WS-BNKMEMO-LEG-RID)                      DBANK67P
038000                  RESP(WS-RESP)                                   DBANK67P
038100     END-EXEC.                                                    DBANK67P
038200     IF (WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND              DBANK67P
038300         WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)) OR              DBANK67P
038400        MP-REC-TO-ACCNO IS NOT EQUAL TO WS-MEMO-ACCNO             DBANK67P
038500       GO TO GET-MEMO-BALANCE-CREDIT-DONE                         DBANK67P
038600     END-IF.                                                      DBANK67P
038700     IF MP-STATUS-PENDING                                         DBANK67P
038800       ADD MP-REC-TO-AMOUNT TO WS-MEMO-BALANCE                    DBANK67P
038900     END-IF.                                                      DBANK67P
039000     GO TO GET-MEMO-BALANCE-CREDIT-LOOP.                          DBANK67P
039100 GET-MEMO-BALANCE-CREDIT-DONE.                                    DBANK67P
039200     EXEC CICS ENDBR FILE('BNKMEMO2')                             DBANK67P
039300                  RESP(WS-RESP)                                   DBANK67P
039400     END-EXEC.                                                    DBANK67P
039500 GET-MEMO-BALANCE-EXIT.                                           DBANK67P
039600     EXIT.                                                        DBANK67P
039700                                                                  DBANK67P
039800***************************************************************** DBANK67P
039900* Total the active, unexpired legal orders against the FROM     * DBANK67P
040000* account.  A missing BNKLGL file simply means no holds.        * DBANK67P
040100***************************************************************** DBANK67P
040200 GET-LEGAL-HOLDS.                                                 DBANK67P
040300     MOVE ZERO TO WS-HELD-TOTAL.                                  DBANK67P
040400     MOVE CD67I-FROM-ACC TO WS-LGL-RID-ACCNO.                     DBANK67P
040500     MOVE ZERO TO WS-LGL-RID-SEQ.                                 DBANK67P
040600     EXEC CICS STARTBR FILE('BNKLGL')                             DBANK67P
040700                  RIDFLD(WS-BNKLGL-RID)                           DBANK67P
040800                  GTEQ                                            DBANK67P
040900                  RESP(WS-RESP)                                   DBANK67P
041000     END-EXEC.                                                    DBANK67P
041100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK67P
041200       GO TO GET-LEGAL-HOLDS-EXIT                                 DBANK67P
041300     END-IF.                                                      DBANK67P
041400 GET-LEGAL-HOLDS-LOOP.                                            DBANK67P
041500     EXEC CICS READNEXT FILE('BNKLGL')                            DBANK67P
041600                  INTO(WS-BNKLGL-REC)                             DBANK67P
041700                  LENGTH(LENGTH OF WS-BNKLGL-REC)                 DBANK67P
041800                  RIDFLD(WS-BNKLGL-RID)                           DBANK67P
041900                  RESP(WS-RESP)                                   DBANK67P
042000     END-EXEC.                                                    DBANK67P
042100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBANK67P
042200        LGL-REC-ACCNO IS NOT EQUAL TO CD67I-FROM-ACC              DBANK67P
042300       GO TO GET-LEGAL-HOLDS-DONE                                 DBANK67P
042400     END-IF.                                                      DBANK67P
042500     IF LGL-STATUS-ACTIVE                                         DBANK67P
042600       IF LGL-REC-EXPIRY-DTE IS EQUAL TO SPACES OR                DBANK67P
042700          LGL-REC-EXPIRY-DTE IS NOT LESS THAN WS-TS-DATE          DBANK67P
042800         ADD LGL-REC-AMOUNT TO WS-HELD-TOTAL                      DBANK67P
042900       END-IF                                                     DBANK67P
043000     END-IF.                                                      DBANK67P
043100     GO TO GET-LEGAL-HOLDS-LOOP.                                  DBANK67P
043200 GET-LEGAL-HOLDS-DONE.                                            DBANK67P
043300     EXEC CICS ENDBR FILE('BNKLGL')                               DBANK67P
043400                  RESP(WS-RESP)                                   DBANK67P
043500     END-EXEC.                                                    DBANK67P
043600 GET-LEGAL-HOLDS-EXIT.                                            DBANK67P
043700     EXIT.                                                        DBANK67P
043800                                                                  DBANK67P
043900***************************************************************** DBANK67P
044000* Total the active deposit availability holds against the FROM  * DBANK67P
044100* account that have not yet reached their release date          * DBANK67P
044200***************************************************************** DBANK67P
044300 GET-AVAIL-HOLDS.                                                 DBANK67P
044400     MOVE ZERO TO WS-AVAIL-HELD-TOTAL.                            DBANK67P
044500     MOVE CD67I-FROM-ACC TO WS-AVH-RID-ACCNO.                     DBANK67P
044600     MOVE ZERO TO WS-AVH-RID-SEQ.                                 DBANK67P
044700     EXEC CICS STARTBR FILE('BNKAVLH')                            DBANK67P
044800                  RIDFLD(WS-BNKAVLH-RID)                          DBANK67P
044900                  GTEQ                                            DBANK67P
045000                  RESP(WS-RESP)                                   DBANK67P
045100     END-EXEC.                                                    DBANK67P
045200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK67P
045300       GO TO GET-AVAIL-HOLDS-EXIT                                 DBANK67P
045400     END-IF.                                                      DBANK67P
045500 GET-AVAIL-HOLDS-LOOP.                                            DBANK67P
045600     EXEC CICS READNEXT FILE('BNKAVLH')                           DBANK67P
045700                  INTO(WS-BNKAVLH-REC)                            DBANK67P
045800                  LENGTH(LENGTH OF WS-BNKAVLH-REC)                DBANK67P
045900                  RIDFLD(WS-BNKAVLH-RID)                          DBANK67P
046000                  RESP(WS-RESP)                                   DBANK67P
046100     END-EXEC.                                                    DBANK67P
046200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBANK67P
046300        AVH-REC-ACCNO IS NOT EQUAL TO CD67I-FROM-ACC              DBANK67P
046400       GO TO GET-AVAIL-HOLDS-DONE                                 DBANK67P
046500     END-IF.                                                      DBANK67P
046600     IF AVH-STATUS-ACTIVE AND                                     DBANK67P
046700        AVH-REC-RELEASE-DATE IS GREATER THAN WS-TS-DATE           DBANK67P
046800       ADD AVH-REC-AMOUNT TO WS-AVAIL-HELD-TOTAL                  DBANK67P
046900     END-IF.                                                      DBANK67P
047000     GO TO GET-AVAIL-HOLDS-LOOP.                                  DBANK67P
047100 GET-AVAIL-HOLDS-DONE.                                            DBANK67P
047200     EXEC CICS ENDBR FILE('BNKAVLH')                              DBANK67P
047300                  RESP(WS-RESP)                                   DBANK67P
047400     END-EXEC.                                                    DBANK67P
047500 GET-AVAIL-HOLDS-EXIT.                                            DBANK67P
047600     EXIT.                                                        DBANK67P
047700                                                                  DBANK67P
047800***************************************************************** DBANK67P
047900* The banking business date from the SYSTEM / BUSDATE row on    * DBANK67P
048000* BNKCTL; the calendar date stands in if the row is missing     * DBANK67P
048100***************************************************************** DBANK67P
048200 GET-POSTING-DATE.                                                DBANK67P
048300     MOVE 'SYSTEM  BUSDATE ' TO WS-BNKCTL-RID.                    DBANK67P
048400     EXEC CICS READ FILE('BNKCTL')                                DBANK67P
048500                    INTO(WS-BNKCTL-REC)                           DBANK67P
048600                    LENGTH(LENGTH OF WS-BNKCTL-REC)               DBANK67P
048700                    RIDFLD(WS-BNKCTL-RID)                         DBANK67P
048800                    RESP(WS-RESP)                                 DBANK67P
048900     END-EXEC.                                                    DBANK67P
049000     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBANK67P
049100        CTL-REC-RUN-DATE IS NOT EQUAL TO SPACES                   DBANK67P
049200       MOVE CTL-REC-RUN-DATE TO WS-BANKING-DATE                   DBANK67P
049300     ELSE                                                         DBANK67P
049400       MOVE WS-TIMESTAMP (1:10) TO WS-BANKING-DATE                DBANK67P
049500     END-IF.                                                      DBANK67P
049600 GET-POSTING-DATE-EXIT.                                           DBANK67P
049700     EXIT.                                                        DBANK67P
049800                                                                  DBANK67P
049900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK67P
