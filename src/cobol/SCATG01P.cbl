000100***************************************************************** SCATG01P
000200*                                                               * SCATG01P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * SCATG01P
000400*   This demonstration program is provided for use by users     * SCATG01P
000500*   of Micro Focus products and may be used, modified and       * SCATG01P
000600*   distributed as part of your application provided that       * SCATG01P
000700*   you properly acknowledge the copyright of Micro Focus       * SCATG01P
000800*   in this material.                                           * SCATG01P
000900*                                                               * SCATG01P
001000***************************************************************** SCATG01P
001100                                                                  SCATG01P
001200***************************************************************** SCATG01P
001300* Program:     SCATG01P.CBL (CICS Version)                      * SCATG01P
001400* Layer:       Screen handling                                  * SCATG01P
001500* Function:    Spending categories - key an account (and, for   * SCATG01P
001600*              staff, the customer) and Enter shows, via        * SCATG01P
001700*              DBANKCGP, the amount spent in each category this * SCATG01P
001800*              month to date alongside each of the three months * SCATG01P
001900*              before it, with the total of all debits.  PF5    * SCATG01P
002000*              lists the account's debits newest first with the * SCATG01P
002100*              category each is in (the customer's own choices  * SCATG01P
002200*              marked), PF7 and PF8 page back and forward       * SCATG01P
002300*              through them and PF4 returns to the summary.  To * SCATG01P
002400*              recategorise a debit key its line number and the * SCATG01P
002500*              new category code and press PF6.  Staff use it   * SCATG01P
002600*              from its own transaction; a customer reaches it  * SCATG01P
002700*              from the account balances screen (BBANK30P) and  * SCATG01P
002800*              PF3 returns them there.                          * SCATG01P
002900***************************************************************** SCATG01P
003000                                                                  SCATG01P
003100 IDENTIFICATION DIVISION.                                         SCATG01P
003200 PROGRAM-ID.                                                      SCATG01P
003300     SCATG01P.                                                    SCATG01P
003400 DATE-WRITTEN.                                                    SCATG01P
003500     October 2026.                                                SCATG01P
003600 DATE-COMPILED.                                                   SCATG01P
003700     Today.                                                       SCATG01P
003800                                                                  SCATG01P
003900 ENVIRONMENT DIVISION.                                            SCATG01P
004000                                                                  SCATG01P
004100 DATA DIVISION.                                                   SCATG01P
004200 WORKING-STORAGE SECTION.                                         SCATG01P
004300 01  WS-MISC-STORAGE.                                             SCATG01P
004400   05  WS-PROGRAM-ID                         PIC X(8)             SCATG01P
004500       VALUE 'SCATG01P'.                                          SCATG01P
004600***************************************************************** SCATG01P
004700* Our own transaction - a customer arrives here by XCTL under   * SCATG01P
004800* the banking transaction, so the screen always comes back to   * SCATG01P
004900* this one rather than to EIBTRNID                              * SCATG01P
005000***************************************************************** SCATG01P
005100   05  WS-TRAN-ID                            PIC X(4)             SCATG01P
005200       VALUE 'BCTG'.                                              SCATG01P
005300   05  WS-RESP                               PIC S9(8) COMP.      SCATG01P
005400   05  WS-SUB1                               PIC S9(4) COMP.      SCATG01P
005500   05  WS-SUB2                               PIC S9(4) COMP.      SCATG01P
005600   05  WS-PAGE-MSG                           PIC X(40).           SCATG01P
005700   05  WS-ITEM-KEYED                         PIC X(2).            SCATG01P
005800   05  WS-ITEM-NO REDEFINES WS-ITEM-KEYED    PIC 9(2).            SCATG01P
005900   05  WS-CAT-KEYED                          PIC X(2).            SCATG01P
006000   05  WS-TOTAL-SPENT                        PIC S9(9)V99 COMP-3  SCATG01P
006100       OCCURS 4 TIMES.                                            SCATG01P
006200   05  WS-RESUME-AREA.                                            SCATG01P
006300     10  WS-RESUME-TSQ                       PIC X(8).            SCATG01P
006400     10  WS-RESUME-CALL-TYPE                 PIC X(8)             SCATG01P
006500         VALUE 'RESUME'.                                          SCATG01P
006600                                                                  SCATG01P
006700 01  WS-SUMMARY-LINE.                                             SCATG01P
006800   05  WS-SUMMARY-CODE                       PIC X(2).            SCATG01P
006900   05  FILLER                                PIC X(1).            SCATG01P
007000   05  WS-SUMMARY-NAME                       PIC X(17).           SCATG01P
007100   05  WS-SUMMARY-CELL OCCURS 4 TIMES.                            SCATG01P
007200     10  FILLER                              PIC X(1).            SCATG01P
007300     10  WS-SUMMARY-SPENT                    PIC Z,ZZZ,ZZ9.99.    SCATG01P
007400                                                                  SCATG01P
007500 01  WS-SUMMARY-HEAD.                                             SCATG01P
007600   05  FILLER                                PIC X(20)            SCATG01P
007700       VALUE 'Category'.                                          SCATG01P
007800   05  WS-SUMMARY-HEAD-CELL OCCURS 4 TIMES.                       SCATG01P
007900     10  FILLER                              PIC X(6).            SCATG01P
008000     10  WS-SUMMARY-HEAD-YYYY                PIC X(4).            SCATG01P
008100     10  WS-SUMMARY-HEAD-DASH                PIC X(1).            SCATG01P
008200     10  WS-SUMMARY-HEAD-MM                  PIC X(2).            SCATG01P
008300                                                                  SCATG01P
008400 01  WS-LIST-LINE.                                                SCATG01P
008500   05  WS-LIST-ITEM-NO                       PIC Z9.              SCATG01P
008600   05  FILLER                                PIC X(1).            SCATG01P
008700   05  WS-LIST-DATE                          PIC X(10).           SCATG01P
008800   05  FILLER                                PIC X(1).            SCATG01P
008900   05  WS-LIST-DESC                          PIC X(22).           SCATG01P
009000   05  FILLER                                PIC X(1).            SCATG01P
009100   05  WS-LIST-AMOUNT                        PIC -Z,ZZZ,ZZ9.99.   SCATG01P
009200   05  FILLER                                PIC X(1).            SCATG01P
009300   05  WS-LIST-CODE                          PIC X(2).            SCATG01P
009400   05  FILLER                                PIC X(1).            SCATG01P
009500   05  WS-LIST-NAME                          PIC X(17).           SCATG01P
009600   05  FILLER                                PIC X(1).            SCATG01P
009700   05  WS-LIST-SOURCE                        PIC X(1).            SCATG01P
009800 01  WS-SCREEN-LINE                          PIC X(79).           SCATG01P
009900 01  WS-LIST-MARK                            PIC X(1).            SCATG01P
010000   88  WS-LIST-MARKED                        VALUE 'Y'.           SCATG01P
010100                                                                  SCATG01P
010200 01  WS-COMMAREA-CG.                                              SCATG01P
010300 COPY CBANKDCG.                                                   SCATG01P
010400                                                                  SCATG01P
010500 COPY CSPCATD.                                                    SCATG01P
010600                                                                  SCATG01P
010700 COPY DFHAID.                                                     SCATG01P
010800                                                                  SCATG01P
010900 COPY DFHBMSCA.                                                   SCATG01P
011000                                                                  SCATG01P
011100 COPY CABENDD.                                                    SCATG01P
011200                                                                  SCATG01P
011300 LINKAGE SECTION.                                                 SCATG01P
011400 01  DFHCOMMAREA.                                                 SCATG01P
011500 COPY CCATGD01.                                                   SCATG01P
011600                                                                  SCATG01P
011700 PROCEDURE DIVISION.                                              SCATG01P
011800***************************************************************** SCATG01P
011900* First time in this pseudo-conversation - send a blank screen, * SCATG01P
012000* with the customer's PID filled in when SBANK00P passed it, or * SCATG01P
012100* show the summary straight away if an account came with it     * SCATG01P
012200***************************************************************** SCATG01P
012300     IF EIBCALEN IS EQUAL TO 0 OR CCATGD01-SCREEN-NOT-SENT        SCATG01P
012400       IF EIBCALEN IS NOT EQUAL TO 0 AND CCATGD01-CUSTOMER        SCATG01P
012500         SET CCATGD01-SCREEN-WAS-SENT TO TRUE                     SCATG01P
012600         IF CCATGD01-ACCNO IS NOT EQUAL TO SPACES                 SCATG01P
012700           SET CCATGD01-SUMMARY TO TRUE                           SCATG01P
012800           PERFORM CALL-AND-SEND THRU                             SCATG01P
012900                   CALL-AND-SEND-EXIT                             SCATG01P
013000           GO TO COMMON-RETURN                                    SCATG01P
013100         END-IF                                                   SCATG01P
013200       END-IF                                                     SCATG01P
013300       MOVE LOW-VALUES TO CATG01AO                                SCATG01P
013400       IF EIBCALEN IS NOT EQUAL TO 0 AND CCATGD01-CUSTOMER        SCATG01P
013500         MOVE CCATGD01-PID TO PIDO IN CATG01AO                    SCATG01P
013600         MOVE 'Key an account - Enter=Show PF3=Return'            SCATG01P
013700           TO ERRMSGO IN CATG01AO                                 SCATG01P
013800       ELSE                                                       SCATG01P
013900         MOVE 'Key a customer and account - Enter=Show'           SCATG01P
014000           TO ERRMSGO IN CATG01AO                                 SCATG01P
014100       END-IF                                                     SCATG01P
014200       EXEC CICS SEND MAP('CATG01A')                              SCATG01P
014300                  MAPSET('MCATG01')                               SCATG01P
014400                  ERASE                                           SCATG01P
014500                  FREEKB                                          SCATG01P
014600       END-EXEC                                                   SCATG01P
014700       SET CCATGD01-SCREEN-WAS-SENT TO TRUE                       SCATG01P
014800       GO TO COMMON-RETURN                                        SCATG01P
014900     END-IF.                                                      SCATG01P
015000                                                                  SCATG01P
015100     EXEC CICS RECEIVE MAP('CATG01A')                             SCATG01P
015200                MAPSET('MCATG01')                                 SCATG01P
015300                RESP(WS-RESP)                                     SCATG01P
015400     END-EXEC.                                                    SCATG01P
015500                                                                  SCATG01P
015600***************************************************************** SCATG01P
015700* PF3 exits, PF4 shows the summary, PF5 the newest debits, PF6  * SCATG01P
015800* recategorises the debit keyed, PF7 and PF8 page back and      * SCATG01P
015900* forward through the debits, Enter shows the keyed account's   * SCATG01P
016000* summary                                                       * SCATG01P
016100***************************************************************** SCATG01P
016200     MOVE SPACES TO WS-PAGE-MSG.                                  SCATG01P
016300     EVALUATE TRUE                                                SCATG01P
016400       WHEN EIBAID IS EQUAL TO DFHPF3                             SCATG01P
016500         PERFORM LEAVE-SCREEN THRU                                SCATG01P
016600                 LEAVE-SCREEN-EXIT                                SCATG01P
016700       WHEN EIBAID IS EQUAL TO DFHPF4                             SCATG01P
016800         SET CCATGD01-SUMMARY TO TRUE                             SCATG01P
016900         PERFORM CALL-AND-SEND THRU                               SCATG01P
017000                 CALL-AND-SEND-EXIT                               SCATG01P
017100       WHEN EIBAID IS EQUAL TO DFHPF5                             SCATG01P
017200         SET CCATGD01-LIST TO TRUE                                SCATG01P
017300         MOVE 1 TO CCATGD01-PAGE                                  SCATG01P
017400         MOVE SPACES TO CCATGD01-PAGE-START (1)                   SCATG01P
017500         PERFORM CALL-AND-SEND THRU                               SCATG01P
017600                 CALL-AND-SEND-EXIT                               SCATG01P
017700       WHEN EIBAID IS EQUAL TO DFHPF6                             SCATG01P
017800         PERFORM RECATEGORISE THRU                                SCATG01P
017900                 RECATEGORISE-EXIT                                SCATG01P
018000         PERFORM CALL-AND-SEND THRU                               SCATG01P
018100                 CALL-AND-SEND-EXIT                               SCATG01P
018200       WHEN EIBAID IS EQUAL TO DFHPF7                             SCATG01P
018300         IF CCATGD01-LIST AND                                     SCATG01P
018400            CCATGD01-PAGE IS GREATER THAN 1                       SCATG01P
018500           SUBTRACT 1 FROM CCATGD01-PAGE                          SCATG01P
018600         ELSE                                                     SCATG01P
018700           MOVE 'Already at the newest debits' TO WS-PAGE-MSG     SCATG01P
018800         END-IF                                                   SCATG01P
018900         PERFORM CALL-AND-SEND THRU                               SCATG01P
019000                 CALL-AND-SEND-EXIT                               SCATG01P
019100       WHEN EIBAID IS EQUAL TO DFHPF8                             SCATG01P
019200         IF CCATGD01-LIST AND                                     SCATG01P
019300            CCATGD01-MORE-ITEMS AND                               SCATG01P
019400            CCATGD01-PAGE IS LESS THAN 20                         SCATG01P
019500           ADD 1 TO CCATGD01-PAGE                                 SCATG01P
019600           MOVE CCATGD01-ITEM-STAMP (CCATGD01-ITEM-COUNT)         SCATG01P
019700             TO CCATGD01-PAGE-START (CCATGD01-PAGE)               SCATG01P
019800         ELSE                                                     SCATG01P
019900           MOVE 'No more debits' TO WS-PAGE-MSG                   SCATG01P
020000         END-IF                                                   SCATG01P
020100         PERFORM CALL-AND-SEND THRU                               SCATG01P
020200                 CALL-AND-SEND-EXIT                               SCATG01P
020300       WHEN OTHER                                                 SCATG01P
020400         IF NOT CCATGD01-CUSTOMER AND                             SCATG01P
020500            PIDI IN CATG01AI IS NOT EQUAL TO LOW-VALUES           SCATG01P
020600           MOVE PIDI IN CATG01AI TO CCATGD01-PID                  SCATG01P
020700         END-IF                                                   SCATG01P
020800         IF ACCNOI IN CATG01AI IS NOT EQUAL TO SPACES AND         SCATG01P
020900            ACCNOI IN CATG01AI IS NOT EQUAL TO LOW-VALUES         SCATG01P
021000           MOVE ACCNOI IN CATG01AI TO CCATGD01-ACCNO              SCATG01P
021100         END-IF                                                   SCATG01P
021200         SET CCATGD01-SUMMARY TO TRUE                             SCATG01P
021300         PERFORM CALL-AND-SEND THRU                               SCATG01P
021400                 CALL-AND-SEND-EXIT                               SCATG01P
021500     END-EVALUATE.                                                SCATG01P
021600                                                                  SCATG01P
021700 COMMON-RETURN.                                                   SCATG01P
021800     EXEC CICS RETURN TRANSID(WS-TRAN-ID)                         SCATG01P
021900                COMMAREA(DFHCOMMAREA)                             SCATG01P
022000                LENGTH(LENGTH OF DFHCOMMAREA)                     SCATG01P
022100     END-EXEC.                                                    SCATG01P
022200     GOBACK.                                                      SCATG01P
022300                                                                  SCATG01P
022400***************************************************************** SCATG01P
022500* PF3 - staff simply end; a customer goes back to the banking   * SCATG01P
022600* session SBANK00P left them in                                 * SCATG01P
022700***************************************************************** SCATG01P
022800 LEAVE-SCREEN.                                                    SCATG01P
022900     IF NOT CCATGD01-CUSTOMER                                     SCATG01P
023000       EXEC CICS RETURN END-EXEC                                  SCATG01P
023100       GOBACK                                                     SCATG01P
023200     END-IF.                                                      SCATG01P
023300     MOVE CCATGD01-BANK-TSQ TO WS-RESUME-TSQ.                     SCATG01P
023400     EXEC CICS XCTL PROGRAM('SBANK00P')                           SCATG01P
023500                    COMMAREA(WS-RESUME-AREA)                      SCATG01P
023600                    LENGTH(LENGTH OF WS-RESUME-AREA)              SCATG01P
023700     END-EXEC.                                                    SCATG01P
023800 LEAVE-SCREEN-EXIT.                                               SCATG01P
023900     EXIT.                                                        SCATG01P
024000                                                                  SCATG01P
024100***************************************************************** SCATG01P
024200* PF6 - the line number keyed must be one of the debits on the  * SCATG01P
024300* screen and the code one of the categories; DBANKCGP does the  * SCATG01P
024400* update and its message is shown with the refreshed list       * SCATG01P
024500***************************************************************** SCATG01P
024600 RECATEGORISE.                                                    SCATG01P
024700     IF NOT CCATGD01-LIST                                         SCATG01P
024800       MOVE 'PF5 to list the debits first' TO WS-PAGE-MSG         SCATG01P
024900       GO TO RECATEGORISE-EXIT                                    SCATG01P
025000     END-IF.                                                      SCATG01P
025100     MOVE ITEMNOI IN CATG01AI TO WS-ITEM-KEYED.                   SCATG01P
025200     IF WS-ITEM-KEYED (2:1) IS EQUAL TO SPACE OR                  SCATG01P
025300        WS-ITEM-KEYED (2:1) IS EQUAL TO LOW-VALUE                 SCATG01P
025400       MOVE WS-ITEM-KEYED (1:1) TO WS-ITEM-KEYED (2:1)            SCATG01P
025500       MOVE '0' TO WS-ITEM-KEYED (1:1)                            SCATG01P
025600     END-IF.                                                      SCATG01P
025700     IF WS-ITEM-KEYED (1:1) IS EQUAL TO SPACE OR                  SCATG01P
025800        WS-ITEM-KEYED (1:1) IS EQUAL TO LOW-VALUE                 SCATG01P
025900       MOVE '0' TO WS-ITEM-KEYED (1:1)                            SCATG01P
026000     END-IF.                                                      SCATG01P
026100     IF WS-ITEM-KEYED IS NOT NUMERIC OR                           SCATG01P
026200        WS-ITEM-NO IS EQUAL TO ZERO OR                            SCATG01P
026300        WS-ITEM-NO IS GREATER THAN CCATGD01-ITEM-COUNT            SCATG01P
026400       MOVE 'Key the line number of a debit shown'                SCATG01P
026500         TO WS-PAGE-MSG                                           SCATG01P
026600       GO TO RECATEGORISE-EXIT                                    SCATG01P
026700     END-IF.                                                      SCATG01P
026800     MOVE CATCDI IN CATG01AI TO WS-CAT-KEYED.                     SCATG01P
026900     INSPECT WS-CAT-KEYED CONVERTING 'abcdefghijklmnopqrstuvwxyz' SCATG01P
027000                                  TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.SCATG01P
027100     MOVE 1 TO SPEND-CAT-SUB.                                     SCATG01P
027200 RECATEGORISE-CODE.                                               SCATG01P
027300     IF SPEND-CAT-CODE (SPEND-CAT-SUB) IS NOT EQUAL TO            SCATG01P
027400          WS-CAT-KEYED                                            SCATG01P
027500       IF SPEND-CAT-SUB IS LESS THAN SPEND-CAT-COUNT              SCATG01P
027600         ADD 1 TO SPEND-CAT-SUB                                   SCATG01P
027700         GO TO RECATEGORISE-CODE                                  SCATG01P
027800       END-IF                                                     SCATG01P
027900       MOVE 'Key one of the category codes shown'                 SCATG01P
028000         TO WS-PAGE-MSG                                           SCATG01P
028100       GO TO RECATEGORISE-EXIT                                    SCATG01P
028200     END-IF.                                                      SCATG01P
028300     MOVE SPACES TO CDCG-DATA.                                    SCATG01P
028400     SET CDCGI-RECATEGORISE TO TRUE.                              SCATG01P
028500     MOVE CCATGD01-PID TO CDCGI-PID.                              SCATG01P
028600     MOVE CCATGD01-ACCNO TO CDCGI-ACCNO.                          SCATG01P
028700     MOVE CCATGD01-ITEM-STAMP (WS-ITEM-NO) TO CDCGI-TIMESTAMP.    SCATG01P
028800     MOVE WS-CAT-KEYED TO CDCGI-CATEGORY.                         SCATG01P
028900 COPY CBANKXCG.                                                   SCATG01P
029000     MOVE CDCGO-MSG TO WS-PAGE-MSG.                               SCATG01P
029100 RECATEGORISE-EXIT.                                               SCATG01P
029200     EXIT.                                                        SCATG01P
029300                                                                  SCATG01P
029400***************************************************************** SCATG01P
029500* Have DBANKCGP give the view being shown and show it           * SCATG01P
029600***************************************************************** SCATG01P
029700 CALL-AND-SEND.                                                   SCATG01P
029800     MOVE LOW-VALUES TO CATG01AO.                                 SCATG01P
029900     MOVE CCATGD01-PID TO PIDO IN CATG01AO.                       SCATG01P
030000     MOVE CCATGD01-ACCNO TO ACCNOO IN CATG01AO.                   SCATG01P
030100     IF CCATGD01-LIST                                             SCATG01P
030200       PERFORM SHOW-DEBITS THRU                                   SCATG01P
030300               SHOW-DEBITS-EXIT                                   SCATG01P
030400     ELSE                                                         SCATG01P
030500       PERFORM SHOW-SUMMARY THRU                                  SCATG01P
030600               SHOW-SUMMARY-EXIT                                  SCATG01P
030700     END-IF.                                                      SCATG01P
030800     EXEC CICS SEND MAP('CATG01A')                                SCATG01P
030900                MAPSET('MCATG01')                                 SCATG01P
031000                ERASE                                             SCATG01P
031100                FREEKB                                            SCATG01P
031200     END-EXEC.                                                    SCATG01P
031300 CALL-AND-SEND-EXIT.                                              SCATG01P
031400     EXIT.                                                        SCATG01P
031500                                                                  SCATG01P
031600***************************************************************** SCATG01P
031700* The summary - a line per category and a total line, shown     * SCATG01P
031800* bright, with this month first and the three before it         * SCATG01P
031900***************************************************************** SCATG01P
032000 SHOW-SUMMARY.                                                    SCATG01P
032100     MOVE SPACES TO CDCG-DATA.                                    SCATG01P
032200     SET CDCGI-SUMMARY TO TRUE.                                   SCATG01P
032300     MOVE CCATGD01-PID TO CDCGI-PID.                              SCATG01P
032400     MOVE CCATGD01-ACCNO TO CDCGI-ACCNO.                          SCATG01P
032500 COPY CBANKXCG.                                                   SCATG01P
032600     IF NOT CDCGO-OK                                              SCATG01P
032700       MOVE CDCGO-MSG TO ERRMSGO IN CATG01AO                      SCATG01P
032800       GO TO SHOW-SUMMARY-EXIT                                    SCATG01P
032900     END-IF.                                                      SCATG01P
033000     MOVE 'Spent by category - this month and the three before'   SCATG01P
033100       TO HEAD1O IN CATG01AO.                                     SCATG01P
033200     MOVE 1 TO WS-SUB2.                                           SCATG01P
033300 SHOW-SUMMARY-HEAD.                                               SCATG01P
033400     MOVE SPACES TO WS-SUMMARY-HEAD-CELL (WS-SUB2).               SCATG01P
033500     MOVE CDCGO-MONTH (WS-SUB2) (1:4) TO                          SCATG01P
033600          WS-SUMMARY-HEAD-YYYY (WS-SUB2).                         SCATG01P
033700     MOVE '-' TO WS-SUMMARY-HEAD-DASH (WS-SUB2).                  SCATG01P
033800     MOVE CDCGO-MONTH (WS-SUB2) (5:2) TO                          SCATG01P
033900          WS-SUMMARY-HEAD-MM (WS-SUB2).                           SCATG01P
034000     MOVE ZERO TO WS-TOTAL-SPENT (WS-SUB2).                       SCATG01P
034100     IF WS-SUB2 IS LESS THAN 4                                    SCATG01P
034200       ADD 1 TO WS-SUB2                                           SCATG01P
034300       GO TO SHOW-SUMMARY-HEAD                                    SCATG01P
034400     END-IF.                                                      SCATG01P
034500     MOVE WS-SUMMARY-HEAD TO HEAD2O IN CATG01AO.                  SCATG01P
034600     MOVE 1 TO WS-SUB1.                                           SCATG01P
034700 SHOW-SUMMARY-LINE.                                               SCATG01P
034800     MOVE SPACES TO WS-SUMMARY-LINE.                              SCATG01P
034900     MOVE 'N' TO WS-LIST-MARK.                                    SCATG01P
035000     MOVE CDCGO-CAT-CODE (WS-SUB1) TO WS-SUMMARY-CODE.            SCATG01P
035100     MOVE CDCGO-CAT-NAME (WS-SUB1) TO WS-SUMMARY-NAME.            SCATG01P
035200     MOVE 1 TO WS-SUB2.                                           SCATG01P
035300 SHOW-SUMMARY-CELL.                                               SCATG01P
035400     MOVE CDCGO-CAT-SPENT (WS-SUB1 WS-SUB2) TO                    SCATG01P
035500          WS-SUMMARY-SPENT (WS-SUB2).                             SCATG01P
035600     ADD CDCGO-CAT-SPENT (WS-SUB1 WS-SUB2) TO                     SCATG01P
035700         WS-TOTAL-SPENT (WS-SUB2).                                SCATG01P
035800     IF WS-SUB2 IS LESS THAN 4                                    SCATG01P
035900       ADD 1 TO WS-SUB2                                           SCATG01P
036000       GO TO SHOW-SUMMARY-CELL                                    SCATG01P
036100     END-IF.                                                      SCATG01P
036200     MOVE WS-SUMMARY-LINE TO WS-SCREEN-LINE.                      SCATG01P
036300     PERFORM PUT-LINE THRU                                        SCATG01P
036400             PUT-LINE-EXIT.                                       SCATG01P
036500     IF WS-SUB1 IS LESS THAN CDCGO-CAT-COUNT                      SCATG01P
036600       ADD 1 TO WS-SUB1                                           SCATG01P
036700       GO TO SHOW-SUMMARY-LINE                                    SCATG01P
036800     END-IF.                                                      SCATG01P
036900     MOVE SPACES TO WS-SUMMARY-LINE.                              SCATG01P
037000     MOVE 'Y' TO WS-LIST-MARK.                                    SCATG01P
037100     MOVE 'All debits' TO WS-SUMMARY-NAME.                        SCATG01P
037200     MOVE WS-TOTAL-SPENT (1) TO WS-SUMMARY-SPENT (1).             SCATG01P
037300     MOVE WS-TOTAL-SPENT (2) TO WS-SUMMARY-SPENT (2).             SCATG01P
037400     MOVE WS-TOTAL-SPENT (3) TO WS-SUMMARY-SPENT (3).             SCATG01P
037500     MOVE WS-TOTAL-SPENT (4) TO WS-SUMMARY-SPENT (4).             SCATG01P
037600     ADD 1 TO WS-SUB1.                                            SCATG01P
037700     MOVE WS-SUMMARY-LINE TO WS-SCREEN-LINE.                      SCATG01P
037800     PERFORM PUT-LINE THRU                                        SCATG01P
037900             PUT-LINE-EXIT.                                       SCATG01P
038000     IF WS-PAGE-MSG IS NOT EQUAL TO SPACES                        SCATG01P
038100       MOVE WS-PAGE-MSG TO ERRMSGO IN CATG01AO                    SCATG01P
038200     ELSE                                                         SCATG01P
038300       MOVE 'PF5=List debits PF3=Exit' TO ERRMSGO IN CATG01AO     SCATG01P
038400     END-IF.                                                      SCATG01P
038500 SHOW-SUMMARY-EXIT.                                               SCATG01P
038600     EXIT.                                                        SCATG01P
038700                                                                  SCATG01P
038800***************************************************************** SCATG01P
038900* The debits - the page starting before the timestamp kept for  * SCATG01P
039000* it.  The timestamps of the debits shown are kept so PF6 can   * SCATG01P
039100* pick one by its line number and PF8 can start the next page.  * SCATG01P
039200***************************************************************** SCATG01P
039300 SHOW-DEBITS.                                                     SCATG01P
039400     IF CCATGD01-PAGE IS NOT NUMERIC OR                           SCATG01P
039500        CCATGD01-PAGE IS EQUAL TO 0                               SCATG01P
039600       MOVE 1 TO CCATGD01-PAGE                                    SCATG01P
039700       MOVE SPACES TO CCATGD01-PAGE-START (1)                     SCATG01P
039800     END-IF.                                                      SCATG01P
039900     MOVE SPACES TO CDCG-DATA.                                    SCATG01P
040000     SET CDCGI-LIST TO TRUE.                                      SCATG01P
040100     MOVE CCATGD01-PID TO CDCGI-PID.                              SCATG01P
040200     MOVE CCATGD01-ACCNO TO CDCGI-ACCNO.                          SCATG01P
040300     MOVE CCATGD01-PAGE-START (CCATGD01-PAGE) TO CDCGI-BEFORE.    SCATG01P
040400 COPY CBANKXCG.                                                   SCATG01P
040500     MOVE CDCGO-ITEM-COUNT TO CCATGD01-ITEM-COUNT.                SCATG01P
040600     MOVE CDCGO-MORE TO CCATGD01-MORE.                            SCATG01P
040700     IF NOT CDCGO-OK                                              SCATG01P
040800       MOVE CDCGO-MSG TO ERRMSGO IN CATG01AO                      SCATG01P
040900       GO TO SHOW-DEBITS-EXIT                                     SCATG01P
041000     END-IF.                                                      SCATG01P
041100     MOVE 'Debits, newest first - * is the customer''s choice'    SCATG01P
041200       TO HEAD1O IN CATG01AO.                                     SCATG01P
041300     MOVE 'No Date       Description                   Amount'    SCATG01P
041400       TO HEAD2O IN CATG01AO.                                     SCATG01P
041500     MOVE ' Category' TO HEAD2O IN CATG01AO (51:9).               SCATG01P
041600     MOVE 1 TO WS-SUB1.                                           SCATG01P
041700     PERFORM LIST-LINE THRU                                       SCATG01P
041800             LIST-LINE-EXIT.                                      SCATG01P
041900     EVALUATE TRUE                                                SCATG01P
042000       WHEN WS-PAGE-MSG IS NOT EQUAL TO SPACES                    SCATG01P
042100         MOVE WS-PAGE-MSG TO ERRMSGO IN CATG01AO                  SCATG01P
042200       WHEN CDCGO-MSG IS NOT EQUAL TO SPACES                      SCATG01P
042300         MOVE CDCGO-MSG TO ERRMSGO IN CATG01AO                    SCATG01P
042400       WHEN OTHER                                                 SCATG01P
042500         MOVE 'Line+code PF6=Change PF7/PF8=Page PF4=Summary'     SCATG01P
042600           TO ERRMSGO IN CATG01AO                                 SCATG01P
042700     END-EVALUATE.                                                SCATG01P
042800 SHOW-DEBITS-EXIT.                                                SCATG01P
042900     EXIT.                                                        SCATG01P
043000                                                                  SCATG01P
043100***************************************************************** SCATG01P
043200* Format each debit of the page onto its screen line            * SCATG01P
043300***************************************************************** SCATG01P
043400 LIST-LINE.                                                       SCATG01P
043500     IF WS-SUB1 IS GREATER THAN 10                                SCATG01P
043600       GO TO LIST-LINE-EXIT                                       SCATG01P
043700     END-IF.                                                      SCATG01P
043800     MOVE SPACES TO WS-LIST-LINE.                                 SCATG01P
043900     MOVE 'N' TO WS-LIST-MARK.                                    SCATG01P
044000     MOVE SPACES TO CCATGD01-ITEM-STAMP (WS-SUB1).                SCATG01P
044100     IF WS-SUB1 IS NOT GREATER THAN CDCGO-ITEM-COUNT              SCATG01P
044200       MOVE CDCGO-ITEM-TIMESTAMP (WS-SUB1)                        SCATG01P
044300         TO CCATGD01-ITEM-STAMP (WS-SUB1)                         SCATG01P
044400       MOVE WS-SUB1 TO WS-LIST-ITEM-NO                            SCATG01P
044500       MOVE CDCGO-ITEM-TIMESTAMP (WS-SUB1) (1:10) TO WS-LIST-DATE SCATG01P
044600       MOVE CDCGO-ITEM-DESC (WS-SUB1) TO WS-LIST-DESC             SCATG01P
044700       MOVE CDCGO-ITEM-AMOUNT (WS-SUB1) TO WS-LIST-AMOUNT         SCATG01P
044800       MOVE CDCGO-ITEM-CATEGORY (WS-SUB1) TO WS-LIST-CODE         SCATG01P
044900       PERFORM LIST-LINE-NAME THRU                                SCATG01P
045000               LIST-LINE-NAME-EXIT                                SCATG01P
045100       IF CDCGO-ITEM-SOURCE (WS-SUB1) IS EQUAL TO 'C'             SCATG01P
045200         MOVE '*' TO WS-LIST-SOURCE                               SCATG01P
045300       END-IF                                                     SCATG01P
045400     END-IF.                                                      SCATG01P
045500     MOVE WS-LIST-LINE TO WS-SCREEN-LINE.                         SCATG01P
045600     PERFORM PUT-LINE THRU                                        SCATG01P
045700             PUT-LINE-EXIT.                                       SCATG01P
045800     ADD 1 TO WS-SUB1.                                            SCATG01P
045900     GO TO LIST-LINE.                                             SCATG01P
046000 LIST-LINE-EXIT.                                                  SCATG01P
046100     EXIT.                                                        SCATG01P
046200                                                                  SCATG01P
046300***************************************************************** SCATG01P
046400* The long form of the debit's category                         * SCATG01P
046500***************************************************************** SCATG01P
046600 LIST-LINE-NAME.                                                  SCATG01P
046700     MOVE 1 TO SPEND-CAT-SUB.                                     SCATG01P
046800 LIST-LINE-NAME-LOOP.                                             SCATG01P
046900     IF SPEND-CAT-CODE (SPEND-CAT-SUB) IS EQUAL TO WS-LIST-CODE   SCATG01P
047000       MOVE SPEND-CAT-NAME (SPEND-CAT-SUB) TO WS-LIST-NAME        SCATG01P
047100       GO TO LIST-LINE-NAME-EXIT                                  SCATG01P
047200     END-IF.                                                      SCATG01P
047300     IF SPEND-CAT-SUB IS LESS THAN SPEND-CAT-COUNT                SCATG01P
047400       ADD 1 TO SPEND-CAT-SUB                                     SCATG01P
047500       GO TO LIST-LINE-NAME-LOOP                                  SCATG01P
047600     END-IF.                                                      SCATG01P
047700 LIST-LINE-NAME-EXIT.                                             SCATG01P
047800     EXIT.                                                        SCATG01P
047900                                                                  SCATG01P
048000***************************************************************** SCATG01P
048100* Move the formatted line to screen line WS-SUB1                * SCATG01P
048200***************************************************************** SCATG01P
048300 PUT-LINE.                                                        SCATG01P
048400     EVALUATE WS-SUB1                                             SCATG01P
048500       WHEN 1                                                     SCATG01P
048600         MOVE WS-SCREEN-LINE TO LIST1TXO IN CATG01AO              SCATG01P
048700         IF WS-LIST-MARKED                                        SCATG01P
048800           MOVE DFHBMASB TO LIST1TXA IN CATG01AI                  SCATG01P
048900         END-IF                                                   SCATG01P
049000       WHEN 2                                                     SCATG01P
049100         MOVE WS-SCREEN-LINE TO LIST2TXO IN CATG01AO              SCATG01P
049200         IF WS-LIST-MARKED                                        SCATG01P
049300           MOVE DFHBMASB TO LIST2TXA IN CATG01AI                  SCATG01P
049400         END-IF                                                   SCATG01P
049500       WHEN 3                                                     SCATG01P
049600         MOVE WS-SCREEN-LINE TO LIST3TXO IN CATG01AO              SCATG01P
049700         IF WS-LIST-MARKED                                        SCATG01P
049800           MOVE DFHBMASB TO LIST3TXA IN CATG01AI                  SCATG01P
049900         END-IF                                                   SCATG01P
050000       WHEN 4                                                     SCATG01P
050100         MOVE WS-SCREEN-LINE TO LIST4TXO IN CATG01AO              SCATG01P
050200         IF WS-LIST-MARKED                                        SCATG01P
050300           MOVE DFHBMASB TO LIST4TXA IN CATG01AI                  SCATG01P
050400         END-IF                                                   SCATG01P
050500       WHEN 5                                                     SCATG01P
050600         MOVE WS-SCREEN-LINE TO LIST5TXO IN CATG01AO              SCATG01P
050700         IF WS-LIST-MARKED                                        SCATG01P
050800           MOVE DFHBMASB TO LIST5TXA IN CATG01AI                  SCATG01P
050900         END-IF                                                   SCATG01P
051000       WHEN 6                                                     SCATG01P
051100         MOVE WS-SCREEN-LINE TO LIST6TXO IN CATG01AO              SCATG01P
051200         IF WS-LIST-MARKED                                        SCATG01P
051300           MOVE DFHBMASB TO LIST6TXA IN CATG01AI                  SCATG01P
051400         END-IF                                                   SCATG01P
051500       WHEN 7                                                     SCATG01P
051600         MOVE WS-SCREEN-LINE TO LIST7TXO IN CATG01AO              SCATG01P
051700         IF WS-LIST-MARKED                                        SCATG01P
051800           MOVE DFHBMASB TO LIST7TXA IN CATG01AI                  SCATG01P
051900         END-IF                                                   SCATG01P
052000       WHEN 8                                                     SCATG01P
052100         MOVE WS-SCREEN-LINE TO LIST8TXO IN CATG01AO              SCATG01P
052200         IF WS-LIST-MARKED                                        SCATG01P
052300           MOVE DFHBMASB TO LIST8TXA IN CATG01AI                  SCATG01P
052400         END-IF                                                   SCATG01P
052500       WHEN 9                                                     SCATG01P
052600         MOVE WS-SCREEN-LINE TO LIST9TXO IN CATG01AO              SCATG01P
052700         IF WS-LIST-MARKED                                        SCATG01P
052800           MOVE DFHBMASB TO LIST9TXA IN CATG01AI                  SCATG01P
052900         END-IF                                                   SCATG01P
053000       WHEN 10                                                    SCATG01P
053100         MOVE WS-SCREEN-LINE TO LIST10TXO IN CATG01AO             SCATG01P
053200         IF WS-LIST-MARKED                                        SCATG01P
053300           MOVE DFHBMASB TO LIST10TXA IN CATG01AI                 SCATG01P
053400         END-IF                                                   SCATG01P
053500       WHEN 11                                                    SCATG01P
053600         MOVE WS-SCREEN-LINE TO LIST11TXO IN CATG01AO             SCATG01P
053700         IF WS-LIST-MARKED                                        SCATG01P
053800           MOVE DFHBMASB TO LIST11TXA IN CATG01AI                 SCATG01P
053900         END-IF                                                   SCATG01P
054000       WHEN 12                                                    SCATG01P
054100         MOVE WS-SCREEN-LINE TO LIST12TXO IN CATG01AO             SCATG01P
054200         IF WS-LIST-MARKED                                        SCATG01P
054300           MOVE DFHBMASB TO LIST12TXA IN CATG01AI                 SCATG01P
054400         END-IF                                                   SCATG01P
054500       WHEN 13                                                    SCATG01P
054600         MOVE WS-SCREEN-LINE TO LIST13TXO IN CATG01AO             SCATG01P
054700         IF WS-LIST-MARKED                                        SCATG01P
054800           MOVE DFHBMASB TO LIST13TXA IN CATG01AI                 SCATG01P
054900         END-IF                                                   SCATG01P
055000     END-EVALUATE.                                                SCATG01P
055100 PUT-LINE-EXIT.                                                   SCATG01P
055200     EXIT.                                                        SCATG01P
055300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SCATG01P
