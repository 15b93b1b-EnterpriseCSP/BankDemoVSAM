000100***************************************************************** SRTPY01P
000200*                                                               * SRTPY01P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * SRTPY01P
000400*   This demonstration program is provided for use by users     * SRTPY01P
000500*   of Micro Focus products and may be used, modified and       * SRTPY01P
000600*   distributed as part of your application provided that       * SRTPY01P
000700*   you properly acknowledge the copyright of Micro Focus       * SRTPY01P
000800*   in this material.                                           * SRTPY01P
000900*                                                               * SRTPY01P
001000***************************************************************** SRTPY01P
001100                                                                  SRTPY01P
001200                                                                  SRTPY01P
001300***************************************************************** SRTPY01P
001400* Program:     SRTPY01P.CBL (CICS Version)                      * SRTPY01P
001500* Layer:       Screen handling                                  * SRTPY01P
001600* Function:    Payment requests from billers - Enter lists the  * SRTPY01P
001700*              customer's open requests (DBANK90P) and the      * SRTPY01P
001800*              line keyed in SELI is answered: PF5 pays it now  * SRTPY01P
001900*              the way a bill payment is made (debit against    * SRTPY01P
002000*              the outbound clearing settlement account and     * SRTPY01P
002100*              queue on BNKPAYQ), PF6 schedules it on BNKPEND   * SRTPY01P
002200*              for its due date, PF9 declines it (cancelling a  * SRTPY01P
002300*              scheduled payment first).  An amount keyed in    * SRTPY01P
002400*              AMTI pays part of the request; the funding       * SRTPY01P
002500*              account defaults to the account the biller       * SRTPY01P
002600*              addressed.  Status E on the list is a request    * SRTPY01P
002700*              past its expiry date, which can no longer be     * SRTPY01P
002800*              answered.                                        * SRTPY01P
002900***************************************************************** SRTPY01P
003000                                                                  SRTPY01P
003100 IDENTIFICATION DIVISION.                                         SRTPY01P
003200 PROGRAM-ID.                                                      SRTPY01P
003300     SRTPY01P.                                                    SRTPY01P
003400 DATE-WRITTEN.                                                    SRTPY01P
003500     October 2026.                                                SRTPY01P
003600 DATE-COMPILED.                                                   SRTPY01P
003700     Today.                                                       SRTPY01P
003800                                                                  SRTPY01P
003900 ENVIRONMENT DIVISION.                                            SRTPY01P
004000                                                                  SRTPY01P
004100 DATA DIVISION.                                                   SRTPY01P
004200 WORKING-STORAGE SECTION.                                         SRTPY01P
004300 COPY CTSTAMPD.                                                   SRTPY01P
004400                                                                  SRTPY01P
004500 01  WS-MISC-STORAGE.                                             SRTPY01P
004600   05  WS-PROGRAM-ID                         PIC X(8)             SRTPY01P
004700       VALUE 'SRTPY01P'.                                          SRTPY01P
004800   05  WS-RESP                               PIC S9(8) COMP.      SRTPY01P
004900   05  WS-MESSAGE                            PIC X(40).           SRTPY01P
005000   05  WS-SEL                                PIC 9(1).            SRTPY01P
005100   05  WS-SELECT-SW                          PIC X(1).            SRTPY01P
005200     88  WS-SELECT-OK                        VALUE 'Y'.           SRTPY01P
005300     88  WS-SELECT-FAILED                    VALUE 'N'.           SRTPY01P
005400   05  WS-REQ-ID                             PIC X(16).           SRTPY01P
005500   05  WS-NEW-STATUS                         PIC X(1).            SRTPY01P
005600   05  WS-FUND-ACC                           PIC X(9).            SRTPY01P
005700   05  WS-PAY-AMOUNT                         PIC S9(7)V99 COMP-3. SRTPY01P
005800   05  WS-PAYMENT-REF                        PIC X(16).           SRTPY01P
005900   05  WS-PEND-KEY                           PIC X(36).           SRTPY01P
006000***************************************************************** SRTPY01P
006100* The outbound payment clearing settlement account - the cash   * SRTPY01P
006200* side of every bill payment until the clearing network         * SRTPY01P
006300* settles                                                       * SRTPY01P
006400***************************************************************** SRTPY01P
006500   05  WS-CLEARING-ACC                       PIC X(9)             SRTPY01P
006600       VALUE '999999994'.                                         SRTPY01P
006700                                                                  SRTPY01P
006800 01  WS-COMMAREA.                                                 SRTPY01P
006900 COPY CBANKD90.                                                   SRTPY01P
007000                                                                  SRTPY01P
007100 01  WS-COMMAREA-28.                                              SRTPY01P
007200 COPY CBANKD28.                                                   SRTPY01P
007300                                                                  SRTPY01P
007400 01  WS-COMMAREA-29.                                              SRTPY01P
007500 COPY CBANKD29.                                                   SRTPY01P
007600                                                                  SRTPY01P
007700 01  WS-COMMAREA-22.                                              SRTPY01P
007800 COPY CBANKD22.                                                   SRTPY01P
007900                                                                  SRTPY01P
008000 01  WS-COMMAREA-04.                                              SRTPY01P
008100 COPY CBANKD04.                                                   SRTPY01P
008200                                                                  SRTPY01P
008300 01  WS-COMMAREA-06.                                              SRTPY01P
008400 COPY CBANKD06.                                                   SRTPY01P
008500                                                                  SRTPY01P
008600 01  WS-COMMAREA-54.                                              SRTPY01P
008700 COPY CBANKD54.                                                   SRTPY01P
008800                                                                  SRTPY01P
008900 01  WS-COMMAREA-61.                                              SRTPY01P
009000 COPY CBANKD61.                                                   SRTPY01P
009100                                                                  SRTPY01P
009200 COPY DFHAID.                                                     SRTPY01P
009300                                                                  SRTPY01P
009400 COPY DFHBMSCA.                                                   SRTPY01P
009500                                                                  SRTPY01P
009600 COPY CABENDD.                                                    SRTPY01P
009700                                                                  SRTPY01P
009800 LINKAGE SECTION.                                                 SRTPY01P
009900 01  DFHCOMMAREA.                                                 SRTPY01P
010000   05  LK-CUSTOMER-PID                       PIC X(5).            SRTPY01P
010100   05  LK-SCREEN-STATUS                      PIC X(1).            SRTPY01P
010200     88  LK-SCREEN-NOT-SENT                 VALUE SPACE.          SRTPY01P
010300     88  LK-SCREEN-WAS-SENT                 VALUE '1'.            SRTPY01P
010400                                                                  SRTPY01P
010500 PROCEDURE DIVISION.                                              SRTPY01P
010600***************************************************************** SRTPY01P
010700* This program must always be reached via XCTL/LINK with a      * SRTPY01P
010800* commarea carrying the customer's PID - abend if none was      * SRTPY01P
010900* passed                                                        * SRTPY01P
011000***************************************************************** SRTPY01P
011100     IF EIBCALEN IS EQUAL TO 0                                    SRTPY01P
011200       MOVE WS-PROGRAM-ID TO ABEND-CULPRIT                        SRTPY01P
011300       MOVE '0001' TO ABEND-CODE                                  SRTPY01P
011400       MOVE SPACES TO ABEND-REASON                                SRTPY01P
011500       COPY CABENDPO.                                             SRTPY01P
011600     END-IF.                                                      SRTPY01P
011700                                                                  SRTPY01P
011800***************************************************************** SRTPY01P
011900* First time in this pseudo-conversation - list the requests    * SRTPY01P
012000***************************************************************** SRTPY01P
012100     MOVE SPACES TO WS-MESSAGE.                                   SRTPY01P
012200     IF LK-SCREEN-NOT-SENT                                        SRTPY01P
012300       SET LK-SCREEN-WAS-SENT TO TRUE                             SRTPY01P
012400       PERFORM LIST-AND-SEND THRU                                 SRTPY01P
012500               LIST-AND-SEND-EXIT                                 SRTPY01P
012600       GO TO COMMON-RETURN                                        SRTPY01P
012700     END-IF.                                                      SRTPY01P
012800                                                                  SRTPY01P
012900     EXEC CICS RECEIVE MAP('RTPY01A')                             SRTPY01P
013000                MAPSET('MRTPY01')                                 SRTPY01P
013100                RESP(WS-RESP)                                     SRTPY01P
013200     END-EXEC.                                                    SRTPY01P
013300                                                                  SRTPY01P
013400***************************************************************** SRTPY01P
013500* PF3 exits, PF5 pays the selected line, PF6 schedules it, PF9  * SRTPY01P
013600* declines it, Enter lists                                      * SRTPY01P
013700***************************************************************** SRTPY01P
013800     EVALUATE TRUE                                                SRTPY01P
013900       WHEN EIBAID IS EQUAL TO DFHPF3                             SRTPY01P
014000         EXEC CICS RETURN END-EXEC                                SRTPY01P
014100         GOBACK                                                   SRTPY01P
014200       WHEN EIBAID IS EQUAL TO DFHPF5                             SRTPY01P
014300         PERFORM PAY-REQUEST THRU                                 SRTPY01P
014400                 PAY-REQUEST-EXIT                                 SRTPY01P
014500       WHEN EIBAID IS EQUAL TO DFHPF6                             SRTPY01P
014600         PERFORM SCHEDULE-REQUEST THRU                            SRTPY01P
014700                 SCHEDULE-REQUEST-EXIT                            SRTPY01P
014800       WHEN EIBAID IS EQUAL TO DFHPF9                             SRTPY01P
014900         PERFORM DECLINE-REQUEST THRU                             SRTPY01P
015000                 DECLINE-REQUEST-EXIT                             SRTPY01P
015100       WHEN OTHER                                                 SRTPY01P
015200         PERFORM LIST-AND-SEND THRU                               SRTPY01P
015300                 LIST-AND-SEND-EXIT                               SRTPY01P
015400     END-EVALUATE.                                                SRTPY01P
015500                                                                  SRTPY01P
015600 COMMON-RETURN.                                                   SRTPY01P
015700     EXEC CICS RETURN TRANSID(EIBTRNID)                           SRTPY01P
015800                COMMAREA(DFHCOMMAREA)                             SRTPY01P
015900                LENGTH(LENGTH OF DFHCOMMAREA)                     SRTPY01P
016000     END-EXEC.                                                    SRTPY01P
016100     GOBACK.                                                      SRTPY01P
016200                                                                  SRTPY01P
016300***************************************************************** SRTPY01P
016400* Call DBANK90P to list the customer's open requests and build  * SRTPY01P
016500* and send the screen, showing any message left by the action   * SRTPY01P
016600* just taken                                                    * SRTPY01P
016700***************************************************************** SRTPY01P
016800 LIST-AND-SEND.                                                   SRTPY01P
016900     PERFORM LIST-REQUESTS THRU                                   SRTPY01P
017000             LIST-REQUESTS-EXIT.                                  SRTPY01P
017100     MOVE LOW-VALUES TO RTPY01AO.                                 SRTPY01P
017200     MOVE LK-CUSTOMER-PID TO PIDO IN RTPY01AO.                    SRTPY01P
017300     MOVE CD90O-ENTRY-REQ-ID (1) TO LIST1RQO IN RTPY01AO.         SRTPY01P
017400     MOVE CD90O-ENTRY-BILLER (1) TO LIST1BLO IN RTPY01AO.         SRTPY01P
017500     MOVE CD90O-ENTRY-AMOUNT (1) TO LIST1AMO IN RTPY01AO.         SRTPY01P
017600     MOVE CD90O-ENTRY-DUE-DATE (1) TO LIST1DUO IN RTPY01AO.       SRTPY01P
017700     MOVE CD90O-ENTRY-STATUS (1) TO LIST1STO IN RTPY01AO.         SRTPY01P
017800     MOVE CD90O-ENTRY-REQ-ID (2) TO LIST2RQO IN RTPY01AO.         SRTPY01P
017900     MOVE CD90O-ENTRY-BILLER (2) TO LIST2BLO IN RTPY01AO.         SRTPY01P
018000     MOVE CD90O-ENTRY-AMOUNT (2) TO LIST2AMO IN RTPY01AO.         SRTPY01P
018100     MOVE CD90O-ENTRY-DUE-DATE (2) TO LIST2DUO IN RTPY01AO.       SRTPY01P
018200     MOVE CD90O-ENTRY-STATUS (2) TO LIST2STO IN RTPY01AO.         SRTPY01P
018300     MOVE CD90O-ENTRY-REQ-ID (3) TO LIST3RQO IN RTPY01AO.         SRTPY01P
018400     MOVE CD90O-ENTRY-BILLER (3) TO LIST3BLO IN RTPY01AO.         SRTPY01P
018500     MOVE CD90O-ENTRY-AMOUNT (3) TO LIST3AMO IN RTPY01AO.         SRTPY01P
018600     MOVE CD90O-ENTRY-DUE-DATE (3) TO LIST3DUO IN RTPY01AO.       SRTPY01P
018700     MOVE CD90O-ENTRY-STATUS (3) TO LIST3STO IN RTPY01AO.         SRTPY01P
018800     MOVE CD90O-ENTRY-REQ-ID (4) TO LIST4RQO IN RTPY01AO.         SRTPY01P
018900     MOVE CD90O-ENTRY-BILLER (4) TO LIST4BLO IN RTPY01AO.         SRTPY01P
019000     MOVE CD90O-ENTRY-AMOUNT (4) TO LIST4AMO IN RTPY01AO.         SRTPY01P
019100     MOVE CD90O-ENTRY-DUE-DATE (4) TO LIST4DUO IN RTPY01AO.       SRTPY01P
019200     MOVE CD90O-ENTRY-STATUS (4) TO LIST4STO IN RTPY01AO.         SRTPY01P
019300     MOVE CD90O-ENTRY-REQ-ID (5) TO LIST5RQO IN RTPY01AO.         SRTPY01P
019400     MOVE CD90O-ENTRY-BILLER (5) TO LIST5BLO IN RTPY01AO.         SRTPY01P
019500     MOVE CD90O-ENTRY-AMOUNT (5) TO LIST5AMO IN RTPY01AO.         SRTPY01P
019600     MOVE CD90O-ENTRY-DUE-DATE (5) TO LIST5DUO IN RTPY01AO.       SRTPY01P
019700     MOVE CD90O-ENTRY-STATUS (5) TO LIST5STO IN RTPY01AO.         SRTPY01P
019800     MOVE CD90O-ENTRY-REQ-ID (6) TO LIST6RQO IN RTPY01AO.         SRTPY01P
019900     MOVE CD90O-ENTRY-BILLER (6) TO LIST6BLO IN RTPY01AO.         SRTPY01P
020000     MOVE CD90O-ENTRY-AMOUNT (6) TO LIST6AMO IN RTPY01AO.         SRTPY01P
020100     MOVE CD90O-ENTRY-DUE-DATE (6) TO LIST6DUO IN RTPY01AO.       SRTPY01P
020200     MOVE CD90O-ENTRY-STATUS (6) TO LIST6STO IN RTPY01AO.         SRTPY01P
020300     IF WS-MESSAGE IS NOT EQUAL TO SPACES                         SRTPY01P
020400       MOVE WS-MESSAGE TO ERRMSGO IN RTPY01AO                     SRTPY01P
020500     ELSE                                                         SRTPY01P
020600       IF CD90O-OK                                                SRTPY01P
020700         MOVE 'PF5=Pay  PF6=Schedule  PF9=Decline line'           SRTPY01P
020800           TO ERRMSGO IN RTPY01AO                                 SRTPY01P
020900       ELSE                                                       SRTPY01P
021000         MOVE CD90O-MSG TO ERRMSGO IN RTPY01AO                    SRTPY01P
021100       END-IF                                                     SRTPY01P
021200     END-IF.                                                      SRTPY01P
021300     EXEC CICS SEND MAP('RTPY01A')                                SRTPY01P
021400                MAPSET('MRTPY01')                                 SRTPY01P
021500                ERASE                                             SRTPY01P
021600                FREEKB                                            SRTPY01P
021700     END-EXEC.                                                    SRTPY01P
021800 LIST-AND-SEND-EXIT.                                              SRTPY01P
021900     EXIT.                                                        SRTPY01P
022000                                                                  SRTPY01P
022100 LIST-REQUESTS.                                                   SRTPY01P
022200     MOVE SPACES TO CD90-DATA.                                    SRTPY01P
022300     SET CD90I-LIST TO TRUE.                                      SRTPY01P
022400     MOVE LK-CUSTOMER-PID TO CD90I-PID.                           SRTPY01P
022500 COPY CBANKX90.                                                   SRTPY01P
022600 LIST-REQUESTS-EXIT.                                              SRTPY01P
022700     EXIT.                                                        SRTPY01P
022800                                                                  SRTPY01P
022900***************************************************************** SRTPY01P
023000* Redisplay the screen unchanged except for the message line    * SRTPY01P
023100***************************************************************** SRTPY01P
023200 RESEND-SCREEN.                                                   SRTPY01P
023300     EXEC CICS SEND MAP('RTPY01A')                                SRTPY01P
023400                MAPSET('MRTPY01')                                 SRTPY01P
023500                DATAONLY                                          SRTPY01P
023600                FREEKB                                            SRTPY01P
023700     END-EXEC.                                                    SRTPY01P
023800 RESEND-SCREEN-EXIT.                                              SRTPY01P
023900     EXIT.                                                        SRTPY01P
024000                                                                  SRTPY01P
024100***************************************************************** SRTPY01P
024200* Match the line keyed in SELI to its request and read the      * SRTPY01P
024300* request in full - the list is read again so the request id is * SRTPY01P
024400* never taken from the screen                                   * SRTPY01P
024500***************************************************************** SRTPY01P
024600 SELECT-REQUEST.                                                  SRTPY01P
024700     SET WS-SELECT-FAILED TO TRUE.                                SRTPY01P
024800     IF SELI IN RTPY01AI IS NOT NUMERIC                           SRTPY01P
024900       MOVE 'Key the line number of the request'                  SRTPY01P
025000         TO ERRMSGO IN RTPY01AO                                   SRTPY01P
025100       PERFORM RESEND-SCREEN THRU                                 SRTPY01P
025200               RESEND-SCREEN-EXIT                                 SRTPY01P
025300       GO TO SELECT-REQUEST-EXIT                                  SRTPY01P
025400     END-IF.                                                      SRTPY01P
025500     MOVE SELI IN RTPY01AI TO WS-SEL.                             SRTPY01P
025600     PERFORM LIST-REQUESTS THRU                                   SRTPY01P
025700             LIST-REQUESTS-EXIT.                                  SRTPY01P
025800     IF WS-SEL IS EQUAL TO ZERO OR                                SRTPY01P
025900        WS-SEL IS GREATER THAN CD90O-COUNT                        SRTPY01P
026000       MOVE 'Key the line number of the request'                  SRTPY01P
026100         TO ERRMSGO IN RTPY01AO                                   SRTPY01P
026200       PERFORM RESEND-SCREEN THRU                                 SRTPY01P
026300               RESEND-SCREEN-EXIT                                 SRTPY01P
026400       GO TO SELECT-REQUEST-EXIT                                  SRTPY01P
026500     END-IF.                                                      SRTPY01P
026600     MOVE CD90O-ENTRY-REQ-ID (WS-SEL) TO WS-REQ-ID.               SRTPY01P
026700     MOVE SPACES TO CD90-DATA.                                    SRTPY01P
026800     SET CD90I-READ TO TRUE.                                      SRTPY01P
026900     MOVE LK-CUSTOMER-PID TO CD90I-PID.                           SRTPY01P
027000     MOVE WS-REQ-ID TO CD90I-REQ-ID.                              SRTPY01P
027100 COPY CBANKX90.                                                   SRTPY01P
027200     IF NOT CD90O-OK                                              SRTPY01P
027300       MOVE CD90O-MSG TO ERRMSGO IN RTPY01AO                      SRTPY01P
027400       PERFORM RESEND-SCREEN THRU                                 SRTPY01P
027500               RESEND-SCREEN-EXIT                                 SRTPY01P
027600       GO TO SELECT-REQUEST-EXIT                                  SRTPY01P
027700     END-IF.                                                      SRTPY01P
027800     IF CD90O-STATUS IS EQUAL TO 'E'                              SRTPY01P
027900       MOVE 'Request has expired' TO ERRMSGO IN RTPY01AO          SRTPY01P
028000       PERFORM RESEND-SCREEN THRU                                 SRTPY01P
028100               RESEND-SCREEN-EXIT                                 SRTPY01P
028200       GO TO SELECT-REQUEST-EXIT                                  SRTPY01P
028300     END-IF.                                                      SRTPY01P
028400     SET WS-SELECT-OK TO TRUE.                                    SRTPY01P
028500 SELECT-REQUEST-EXIT.                                             SRTPY01P
028600     EXIT.                                                        SRTPY01P
028700                                                                  SRTPY01P
028800***************************************************************** SRTPY01P
028900* Work out the amount and the funding account for a payment of  * SRTPY01P
029000* the selected request - the full amount unless a part amount   * SRTPY01P
029100* is keyed, from the addressed account unless another is keyed  * SRTPY01P
029200***************************************************************** SRTPY01P
029300 TAKE-AMOUNT.                                                     SRTPY01P
029400     SET WS-SELECT-FAILED TO TRUE.                                SRTPY01P
029500     IF CD90O-STATUS IS NOT EQUAL TO 'P'                          SRTPY01P
029600       MOVE 'Request has already been answered'                   SRTPY01P
029700         TO ERRMSGO IN RTPY01AO                                   SRTPY01P
029800       PERFORM RESEND-SCREEN THRU                                 SRTPY01P
029900               RESEND-SCREEN-EXIT                                 SRTPY01P
030000       GO TO TAKE-AMOUNT-EXIT                                     SRTPY01P
030100     END-IF.                                                      SRTPY01P
030200     IF AMTI IN RTPY01AI IS EQUAL TO SPACES OR                    SRTPY01P
030300        AMTI IN RTPY01AI IS EQUAL TO LOW-VALUES                   SRTPY01P
030400       MOVE CD90O-AMOUNT TO WS-PAY-AMOUNT                         SRTPY01P
030500       MOVE 'A' TO WS-NEW-STATUS                                  SRTPY01P
030600     ELSE                                                         SRTPY01P
030700       MOVE AMTI IN RTPY01AI TO WS-PAY-AMOUNT                     SRTPY01P
030800       IF WS-PAY-AMOUNT IS NOT GREATER THAN ZERO OR               SRTPY01P
030900          WS-PAY-AMOUNT IS NOT LESS THAN CD90O-AMOUNT             SRTPY01P
031000         MOVE 'Part amount must be below the amount asked'        SRTPY01P
031100           TO ERRMSGO IN RTPY01AO                                 SRTPY01P
031200         PERFORM RESEND-SCREEN THRU                               SRTPY01P
031300                 RESEND-SCREEN-EXIT                               SRTPY01P
031400         GO TO TAKE-AMOUNT-EXIT                                   SRTPY01P
031500       END-IF                                                     SRTPY01P
031600       MOVE 'T' TO WS-NEW-STATUS                                  SRTPY01P
031700     END-IF.                                                      SRTPY01P
031800     IF ACCI IN RTPY01AI IS EQUAL TO SPACES OR                    SRTPY01P
031900        ACCI IN RTPY01AI IS EQUAL TO LOW-VALUES                   SRTPY01P
032000       MOVE CD90O-PAYER-ACCNO TO WS-FUND-ACC                      SRTPY01P
032100     ELSE                                                         SRTPY01P
032200       MOVE ACCI IN RTPY01AI TO WS-FUND-ACC                       SRTPY01P
032300     END-IF.                                                      SRTPY01P
032400     SET WS-SELECT-OK TO TRUE.                                    SRTPY01P
032500 TAKE-AMOUNT-EXIT.                                                SRTPY01P
032600     EXIT.                                                        SRTPY01P
032700                                                                  SRTPY01P
032800***************************************************************** SRTPY01P
032900* Pay the selected request now - the same steps as a bill       * SRTPY01P
033000* payment: debit the funding account against the clearing       * SRTPY01P
033100* settlement account, queue the payment to the biller, stamp    * SRTPY01P
033200* the postings with the payment reference, then record the      * SRTPY01P
033300* answer for the biller                                         * SRTPY01P
033400***************************************************************** SRTPY01P
033500 PAY-REQUEST.                                                     SRTPY01P
033600     PERFORM SELECT-REQUEST THRU                                  SRTPY01P
033700             SELECT-REQUEST-EXIT.                                 SRTPY01P
033800     IF WS-SELECT-FAILED                                          SRTPY01P
033900       GO TO PAY-REQUEST-EXIT                                     SRTPY01P
034000     END-IF.                                                      SRTPY01P
034100     PERFORM TAKE-AMOUNT THRU                                     SRTPY01P
034200             TAKE-AMOUNT-EXIT.                                    SRTPY01P
034300     IF WS-SELECT-FAILED                                          SRTPY01P
034400       GO TO PAY-REQUEST-EXIT                                     SRTPY01P
034500     END-IF.                                                      SRTPY01P
034600                                                                  SRTPY01P
034700***************************************************************** SRTPY01P
034800* Current balance of the funding account, which the customer    * SRTPY01P
034900* must own or hold signer authority on                          * SRTPY01P
035000***************************************************************** SRTPY01P
035100     MOVE SPACES TO CD22-DATA.                                    SRTPY01P
035200     SET CD22I-READ TO TRUE.                                      SRTPY01P
035300     MOVE WS-FUND-ACC TO CD22I-ACCNO.                             SRTPY01P
035400 COPY CBANKX22.                                                   SRTPY01P
035500     IF CD22O-ERROR                                               SRTPY01P
035600       MOVE CD22O-MSG TO ERRMSGO IN RTPY01AO                      SRTPY01P
035700       PERFORM RESEND-SCREEN THRU                                 SRTPY01P
035800               RESEND-SCREEN-EXIT                                 SRTPY01P
035900       GO TO PAY-REQUEST-EXIT                                     SRTPY01P
036000     END-IF.                                                      SRTPY01P
036100     IF CD22O-PID IS NOT EQUAL TO LK-CUSTOMER-PID                 SRTPY01P
036200       MOVE SPACES TO CD54-DATA                                   SRTPY01P
036300       SET CD54I-CHECK TO TRUE                                    SRTPY01P
036400       MOVE WS-FUND-ACC TO CD54I-ACCNO                            SRTPY01P
036500       MOVE LK-CUSTOMER-PID TO CD54I-SIGNER-PID                   SRTPY01P
036600       MOVE 'P' TO CD54I-CHECK-CLASS                              SRTPY01P
036700       MOVE WS-PAY-AMOUNT TO CD54I-CHECK-AMOUNT                   SRTPY01P
036800       MOVE EIBTRMID TO CD54I-TERM                                SRTPY01P
036900 COPY CBANKX54.                                                   SRTPY01P
037000       IF NOT CD54O-OK                                            SRTPY01P
037100         MOVE CD54O-MSG TO ERRMSGO IN RTPY01AO                    SRTPY01P
037200         PERFORM RESEND-SCREEN THRU                               SRTPY01P
037300                 RESEND-SCREEN-EXIT                               SRTPY01P
037400         GO TO PAY-REQUEST-EXIT                                   SRTPY01P
037500       END-IF                                                     SRTPY01P
037600     END-IF.                                                      SRTPY01P
037700***************************************************************** SRTPY01P
037800* The daily aggregate cross-channel limit counts this payment   * SRTPY01P
037900***************************************************************** SRTPY01P
038000     MOVE SPACES TO CD61-DATA.                                    SRTPY01P
038100     SET CD61I-CHECK-AND-USE TO TRUE.                             SRTPY01P
038200     MOVE LK-CUSTOMER-PID TO CD61I-PID.                           SRTPY01P
038300     MOVE WS-FUND-ACC TO CD61I-ACCNO.                             SRTPY01P
038400     MOVE WS-PAY-AMOUNT TO CD61I-AMOUNT.                          SRTPY01P
038500     MOVE 'P' TO CD61I-CHANNEL.                                   SRTPY01P
038600     MOVE EIBTRMID TO CD61I-TERM.                                 SRTPY01P
038700 COPY CBANKX61.                                                   SRTPY01P
038800     IF CD61O-DENIED                                              SRTPY01P
038900       MOVE CD61O-MSG TO ERRMSGO IN RTPY01AO                      SRTPY01P
039000       PERFORM RESEND-SCREEN THRU                                 SRTPY01P
039100               RESEND-SCREEN-EXIT                                 SRTPY01P
039200       GO TO PAY-REQUEST-EXIT                                     SRTPY01P
039300     END-IF.                                                      SRTPY01P
039400     MOVE CD22O-PID TO CD04I-FROM-PID.                            SRTPY01P
039500     MOVE WS-FUND-ACC TO CD04I-FROM-ACC.                          SRTPY01P
039600     MOVE CD22O-OLD-BALANCE TO CD04I-FROM-OLD-BAL.                SRTPY01P
039700     COMPUTE CD04I-FROM-NEW-BAL =                                 SRTPY01P
039800       CD22O-OLD-BALANCE - WS-PAY-AMOUNT.                         SRTPY01P
039900                                                                  SRTPY01P
040000     MOVE SPACES TO CD22-DATA.                                    SRTPY01P
040100     SET CD22I-READ TO TRUE.                                      SRTPY01P
040200     MOVE WS-CLEARING-ACC TO CD22I-ACCNO.                         SRTPY01P
040300 COPY CBANKX22.                                                   SRTPY01P
040400     IF CD22O-ERROR                                               SRTPY01P
040500       MOVE 'Clearing settlement account is not on file'          SRTPY01P
040600         TO ERRMSGO IN RTPY01AO                                   SRTPY01P
040700       PERFORM GIVE-LIMIT-BACK THRU                               SRTPY01P
040800               GIVE-LIMIT-BACK-EXIT                               SRTPY01P
040900       PERFORM RESEND-SCREEN THRU                                 SRTPY01P
041000               RESEND-SCREEN-EXIT                                 SRTPY01P
041100       GO TO PAY-REQUEST-EXIT                                     SRTPY01P
041200     END-IF.                                                      SRTPY01P
041300     MOVE CD22O-PID TO CD04I-TO-PID.                              SRTPY01P
041400     MOVE WS-CLEARING-ACC TO CD04I-TO-ACC.                        SRTPY01P
041500     MOVE CD22O-OLD-BALANCE TO CD04I-TO-OLD-BAL.                  SRTPY01P
041600     COMPUTE CD04I-TO-NEW-BAL =                                   SRTPY01P
041700       CD22O-OLD-BALANCE + WS-PAY-AMOUNT.                         SRTPY01P
041800 COPY CBANKX04.                                                   SRTPY01P
041900     IF NOT CD04O-UPDATE-OK                                       SRTPY01P
042000       MOVE CD04O-MSG TO ERRMSGO IN RTPY01AO                      SRTPY01P
042100       PERFORM GIVE-LIMIT-BACK THRU                               SRTPY01P
042200               GIVE-LIMIT-BACK-EXIT                               SRTPY01P
042300       PERFORM RESEND-SCREEN THRU                                 SRTPY01P
042400               RESEND-SCREEN-EXIT                                 SRTPY01P
042500       GO TO PAY-REQUEST-EXIT                                     SRTPY01P
042600     END-IF.                                                      SRTPY01P
042700                                                                  SRTPY01P
042800***************************************************************** SRTPY01P
042900* Queue the payment to the biller's account for the end-of-day  * SRTPY01P
043000* clearing file run, quoting the biller's reference             * SRTPY01P
043100***************************************************************** SRTPY01P
043200     MOVE SPACES TO CD28-DATA.                                    SRTPY01P
043300     SET CD28I-ENQUEUE-DIRECT TO TRUE.                            SRTPY01P
043400     MOVE LK-CUSTOMER-PID TO CD28I-PID.                           SRTPY01P
043500     MOVE CD90O-BILLER-NAME TO CD28I-NAME.                        SRTPY01P
043600     MOVE CD90O-ROUTING TO CD28I-ROUTING.                         SRTPY01P
043700     MOVE CD90O-EXT-ACCNO TO CD28I-EXT-ACCNO.                     SRTPY01P
043800     MOVE CD90O-REFERENCE TO CD28I-CUST-REF.                      SRTPY01P
043900     MOVE WS-FUND-ACC TO CD28I-FUND-ACCNO.                        SRTPY01P
044000     MOVE WS-PAY-AMOUNT TO CD28I-AMOUNT.                          SRTPY01P
044100 COPY CBANKX28.                                                   SRTPY01P
044200     IF NOT CD28O-OK                                              SRTPY01P
044300       MOVE CD28O-MSG TO ERRMSGO IN RTPY01AO                      SRTPY01P
044400       PERFORM RESEND-SCREEN THRU                                 SRTPY01P
044500               RESEND-SCREEN-EXIT                                 SRTPY01P
044600       GO TO PAY-REQUEST-EXIT                                     SRTPY01P
044700     END-IF.                                                      SRTPY01P
044800     MOVE CD28O-PAYMENT-REF TO WS-PAYMENT-REF.                    SRTPY01P
044900                                                                  SRTPY01P
045000***************************************************************** SRTPY01P
045100* Write the audit pair stamped with the payment reference       * SRTPY01P
045200***************************************************************** SRTPY01P
045300     MOVE SPACES TO CD06-DATA.                                    SRTPY01P
045400     MOVE CD04O-TIMESTAMP TO CD06I-TIMESTAMP.                     SRTPY01P
045500     MOVE CD04I-FROM-PID TO CD06I-FROM-PID.                       SRTPY01P
045600     MOVE CD04I-FROM-ACC TO CD06I-FROM-ACC.                       SRTPY01P
045700     COMPUTE CD06I-FROM-AMOUNT = WS-PAY-AMOUNT * -1.              SRTPY01P
045800     MOVE CD04I-TO-PID TO CD06I-TO-PID.                           SRTPY01P
045900     MOVE CD04I-TO-ACC TO CD06I-TO-ACC.                           SRTPY01P
046000     MOVE WS-PAY-AMOUNT TO CD06I-TO-AMOUNT.                       SRTPY01P
046100     STRING 'Bill pay ' DELIMITED BY SIZE                         SRTPY01P
046200            CD90O-BILLER-NAME DELIMITED BY SIZE                   SRTPY01P
046300       INTO CD06I-FROM-DESC.                                      SRTPY01P
046400     MOVE CD06I-FROM-DESC TO CD06I-TO-DESC.                       SRTPY01P
046500     IF CD04O-OD-FEE-YES                                          SRTPY01P
046600       SET CD06I-OD-FEE-YES TO TRUE                               SRTPY01P
046700       MOVE 25.00 TO CD06I-OD-FEE-AMOUNT                          SRTPY01P
046800     ELSE                                                         SRTPY01P
046900       SET CD06I-OD-FEE-NO TO TRUE                                SRTPY01P
047000       MOVE ZERO TO CD06I-OD-FEE-AMOUNT                           SRTPY01P
047100     END-IF.                                                      SRTPY01P
047200     MOVE 'B' TO CD06I-TXN-TYPE.                                  SRTPY01P
047300     MOVE WS-PAYMENT-REF TO CD06I-PAYMENT-REF.                    SRTPY01P
047400 COPY CBANKX06.                                                   SRTPY01P
047500     IF NOT CD06O-UPDATE-OK                                       SRTPY01P
047600       MOVE CD06O-MSG TO WS-MESSAGE                               SRTPY01P
047700     END-IF.                                                      SRTPY01P
047800                                                                  SRTPY01P
047900***************************************************************** SRTPY01P
048000* Record the answer for the biller's status response            * SRTPY01P
048100***************************************************************** SRTPY01P
048200     MOVE SPACES TO CD90I-DATA.                                   SRTPY01P
048300     SET CD90I-ANSWER TO TRUE.                                    SRTPY01P
048400     MOVE LK-CUSTOMER-PID TO CD90I-PID.                           SRTPY01P
048500     MOVE WS-REQ-ID TO CD90I-REQ-ID.                              SRTPY01P
048600     MOVE WS-NEW-STATUS TO CD90I-NEW-STATUS.                      SRTPY01P
048700     MOVE WS-FUND-ACC TO CD90I-FUND-ACCNO.                        SRTPY01P
048800     MOVE WS-PAY-AMOUNT TO CD90I-PAID-AMOUNT.                     SRTPY01P
048900     MOVE WS-PAYMENT-REF TO CD90I-PAYMENT-REF.                    SRTPY01P
049000 COPY CBANKX90.                                                   SRTPY01P
049100     IF WS-MESSAGE IS EQUAL TO SPACES                             SRTPY01P
049200       IF CD90O-OK                                                SRTPY01P
049300         STRING 'Request paid - ref ' DELIMITED BY SIZE           SRTPY01P
049400                WS-PAYMENT-REF DELIMITED BY SIZE                  SRTPY01P
049500           INTO WS-MESSAGE                                        SRTPY01P
049600       ELSE                                                       SRTPY01P
049700         MOVE CD90O-MSG TO WS-MESSAGE                             SRTPY01P
049800       END-IF                                                     SRTPY01P
049900     END-IF.                                                      SRTPY01P
050000     PERFORM LIST-AND-SEND THRU                                   SRTPY01P
050100             LIST-AND-SEND-EXIT.                                  SRTPY01P
050200 PAY-REQUEST-EXIT.                                                SRTPY01P
050300     EXIT.                                                        SRTPY01P
050400                                                                  SRTPY01P
050500***************************************************************** SRTPY01P
050600* A payment that failed after its limit check never moved       * SRTPY01P
050700* money - give the daily cross-channel limit back               * SRTPY01P
050800***************************************************************** SRTPY01P
050900 GIVE-LIMIT-BACK.                                                 SRTPY01P
051000     MOVE SPACES TO CD61-DATA.                                    SRTPY01P
051100     SET CD61I-REVERSE-USE TO TRUE.                               SRTPY01P
051200     MOVE LK-CUSTOMER-PID TO CD61I-PID.                           SRTPY01P
051300     MOVE WS-PAY-AMOUNT TO CD61I-AMOUNT.                          SRTPY01P
051400 COPY CBANKX61.                                                   SRTPY01P
051500 GIVE-LIMIT-BACK-EXIT.                                            SRTPY01P
051600     EXIT.                                                        SRTPY01P
051700                                                                  SRTPY01P
051800***************************************************************** SRTPY01P
051900* Schedule the selected request for its due date - a pending    * SRTPY01P
052000* payment of type R to the clearing settlement account, which   * SRTPY01P
052100* ZBNKPND1 releases on the day and queues to the biller         * SRTPY01P
052200***************************************************************** SRTPY01P
052300 SCHEDULE-REQUEST.                                                SRTPY01P
052400     PERFORM SELECT-REQUEST THRU                                  SRTPY01P
052500             SELECT-REQUEST-EXIT.                                 SRTPY01P
052600     IF WS-SELECT-FAILED                                          SRTPY01P
052700       GO TO SCHEDULE-REQUEST-EXIT                                SRTPY01P
052800     END-IF.                                                      SRTPY01P
052900     PERFORM TAKE-AMOUNT THRU                                     SRTPY01P
053000             TAKE-AMOUNT-EXIT.                                    SRTPY01P
053100     IF WS-SELECT-FAILED                                          SRTPY01P
053200       GO TO SCHEDULE-REQUEST-EXIT                                SRTPY01P
053300     END-IF.                                                      SRTPY01P
053400 COPY CTSTAMPP.                                                   SRTPY01P
053500     IF CD90O-DUE-DATE IS NOT GREATER THAN WS-TIMESTAMP (1:10)    SRTPY01P
053600       MOVE 'Request is due - pay it now with PF5'                SRTPY01P
053700         TO ERRMSGO IN RTPY01AO                                   SRTPY01P
053800       PERFORM RESEND-SCREEN THRU                                 SRTPY01P
053900               RESEND-SCREEN-EXIT                                 SRTPY01P
054000       GO TO SCHEDULE-REQUEST-EXIT                                SRTPY01P
054100     END-IF.                                                      SRTPY01P
054200     MOVE SPACES TO CD29-DATA.                                    SRTPY01P
054300     SET CD29I-CAPTURE TO TRUE.                                   SRTPY01P
054400     MOVE LK-CUSTOMER-PID TO CD29I-PID.                           SRTPY01P
054500     MOVE WS-FUND-ACC TO CD29I-FROM-ACCNO.                        SRTPY01P
054600     MOVE WS-CLEARING-ACC TO CD29I-TO-ACCNO.                      SRTPY01P
054700     MOVE WS-PAY-AMOUNT TO CD29I-AMOUNT.                          SRTPY01P
054800     MOVE CD90O-DUE-DATE TO CD29I-VALUE-DATE.                     SRTPY01P
054900     SET CD29I-TYPE-RTP TO TRUE.                                  SRTPY01P
055000     MOVE LK-CUSTOMER-PID TO CD29I-RTP-KEY (1:5).                 SRTPY01P
055100     MOVE WS-REQ-ID TO CD29I-RTP-KEY (6:16).                      SRTPY01P
055200 COPY CBANKX29.                                                   SRTPY01P
055300     IF NOT CD29O-OK                                              SRTPY01P
055400       MOVE CD29O-MSG TO ERRMSGO IN RTPY01AO                      SRTPY01P
055500       PERFORM RESEND-SCREEN THRU                                 SRTPY01P
055600               RESEND-SCREEN-EXIT                                 SRTPY01P
055700       GO TO SCHEDULE-REQUEST-EXIT                                SRTPY01P
055800     END-IF.                                                      SRTPY01P
055900     MOVE CD29O-ENTRY-KEY (1) TO WS-PEND-KEY.                     SRTPY01P
056000     MOVE SPACES TO CD90I-DATA.                                   SRTPY01P
056100     SET CD90I-ANSWER TO TRUE.                                    SRTPY01P
056200     MOVE LK-CUSTOMER-PID TO CD90I-PID.                           SRTPY01P
056300     MOVE WS-REQ-ID TO CD90I-REQ-ID.                              SRTPY01P
056400     SET CD90I-SCHEDULED TO TRUE.                                 SRTPY01P
056500     MOVE WS-FUND-ACC TO CD90I-FUND-ACCNO.                        SRTPY01P
056600     MOVE WS-PAY-AMOUNT TO CD90I-PAID-AMOUNT.                     SRTPY01P
056700     MOVE WS-PEND-KEY TO CD90I-PEND-KEY.                          SRTPY01P
056800 COPY CBANKX90.                                                   SRTPY01P
056900     IF CD90O-OK                                                  SRTPY01P
057000       MOVE 'Payment scheduled for the due date' TO WS-MESSAGE    SRTPY01P
057100     ELSE                                                         SRTPY01P
057200       MOVE CD90O-MSG TO WS-MESSAGE                               SRTPY01P
057300     END-IF.                                                      SRTPY01P
057400     PERFORM LIST-AND-SEND THRU                                   SRTPY01P
057500             LIST-AND-SEND-EXIT.                                  SRTPY01P
057600 SCHEDULE-REQUEST-EXIT.                                           SRTPY01P
057700     EXIT.                                                        SRTPY01P
057800                                                                  SRTPY01P
057900***************************************************************** SRTPY01P
058000* Decline the selected request - a scheduled one has its        * SRTPY01P
058100* pending payment cancelled first                               * SRTPY01P
058200***************************************************************** SRTPY01P
058300 DECLINE-REQUEST.                                                 SRTPY01P
058400     PERFORM SELECT-REQUEST THRU                                  SRTPY01P
058500             SELECT-REQUEST-EXIT.                                 SRTPY01P
058600     IF WS-SELECT-FAILED                                          SRTPY01P
058700       GO TO DECLINE-REQUEST-EXIT                                 SRTPY01P
058800     END-IF.                                                      SRTPY01P
058900     IF CD90O-STATUS IS EQUAL TO 'S'                              SRTPY01P
059000       MOVE SPACES TO CD29-DATA                                   SRTPY01P
059100       SET CD29I-CANCEL TO TRUE                                   SRTPY01P
059200       MOVE LK-CUSTOMER-PID TO CD29I-PID                          SRTPY01P
059300       MOVE CD90O-PEND-KEY TO CD29I-KEY                           SRTPY01P
059400       SET CD29I-TYPE-RTP TO TRUE                                 SRTPY01P
059500 COPY CBANKX29.                                                   SRTPY01P
059600       IF NOT CD29O-OK                                            SRTPY01P
059700         MOVE CD29O-MSG TO ERRMSGO IN RTPY01AO                    SRTPY01P
059800         PERFORM RESEND-SCREEN THRU                               SRTPY01P
059900                 RESEND-SCREEN-EXIT                               SRTPY01P
060000         GO TO DECLINE-REQUEST-EXIT                               SRTPY01P
060100       END-IF                                                     SRTPY01P
060200     END-IF.                                                      SRTPY01P
060300     MOVE SPACES TO CD90I-DATA.                                   SRTPY01P
060400     SET CD90I-ANSWER TO TRUE.                                    SRTPY01P
060500     MOVE LK-CUSTOMER-PID TO CD90I-PID.                           SRTPY01P
060600     MOVE WS-REQ-ID TO CD90I-REQ-ID.                              SRTPY01P
060700     SET CD90I-DECLINED TO TRUE.                                  SRTPY01P
060800 COPY CBANKX90.                                                   SRTPY01P
060900     IF CD90O-OK                                                  SRTPY01P
061000       MOVE 'Request declined' TO WS-MESSAGE                      SRTPY01P
061100     ELSE                                                         SRTPY01P
061200       MOVE CD90O-MSG TO WS-MESSAGE                               SRTPY01P
061300     END-IF.                                                      SRTPY01P
061400     PERFORM LIST-AND-SEND THRU                                   SRTPY01P
061500             LIST-AND-SEND-EXIT.                                  SRTPY01P
061600 DECLINE-REQUEST-EXIT.                                            SRTPY01P
061700     EXIT.                                                        SRTPY01P
061800                                                                  SRTPY01P
061900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SRTPY01P
