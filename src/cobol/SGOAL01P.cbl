000100***************************************************************** SGOAL01P
000200*                                                               * SGOAL01P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * SGOAL01P
000400*   This demonstration program is provided for use by users     * SGOAL01P
000500*   of Micro Focus products and may be used, modified and       * SGOAL01P
000600*   distributed as part of your application provided that       * SGOAL01P
000700*   you properly acknowledge the copyright of Micro Focus       * SGOAL01P
000800*   in this material.                                           * SGOAL01P
000900*                                                               * SGOAL01P
001000***************************************************************** SGOAL01P
001100                                                                  SGOAL01P
001200***************************************************************** SGOAL01P
001300* Program:     SGOAL01P.CBL (CICS Version)                      * SGOAL01P
001400* Layer:       Screen handling                                  * SGOAL01P
001500* Function:    Savings goals - key a savings account (and, for  * SGOAL01P
001600*              staff, the customer) and Enter lists its balance,* SGOAL01P
001700*              the amount not allocated to any goal and its     * SGOAL01P
001800*              goals via DBANK97P, each with what it holds, its * SGOAL01P
001900*              target and date, how far it has got and its      * SGOAL01P
002000*              monthly auto amount.  PF5 adds the goal keyed in * SGOAL01P
002100*              the detail fields; keying a line number, PF6     * SGOAL01P
002200*              changes that goal (fields left blank are kept),  * SGOAL01P
002300*              PF7 moves the amount from it to the goal on the  * SGOAL01P
002400*              "to" line (line 0 being the unallocated balance  * SGOAL01P
002500*              either way) and PF9 closes it, its money going   * SGOAL01P
002600*              back to the unallocated balance.  Staff use it   * SGOAL01P
002700*              from its own transaction; a customer reaches it  * SGOAL01P
002800*              from the account balances screen (BBANK30P) and  * SGOAL01P
002900*              PF3 returns them there.                          * SGOAL01P
003000***************************************************************** SGOAL01P
003100                                                                  SGOAL01P
003200 IDENTIFICATION DIVISION.                                         SGOAL01P
003300 PROGRAM-ID.                                                      SGOAL01P
003400     SGOAL01P.                                                    SGOAL01P
003500 DATE-WRITTEN.                                                    SGOAL01P
003600     October 2026.                                                SGOAL01P
003700 DATE-COMPILED.                                                   SGOAL01P
003800     Today.                                                       SGOAL01P
003900                                                                  SGOAL01P
004000 ENVIRONMENT DIVISION.                                            SGOAL01P
004100                                                                  SGOAL01P
004200 DATA DIVISION.                                                   SGOAL01P
004300 WORKING-STORAGE SECTION.                                         SGOAL01P
004400 01  WS-MISC-STORAGE.                                             SGOAL01P
004500   05  WS-PROGRAM-ID                         PIC X(8)             SGOAL01P
004600       VALUE 'SGOAL01P'.                                          SGOAL01P
004700***************************************************************** SGOAL01P
004800* Our own transaction - a customer arrives here by XCTL under   * SGOAL01P
004900* the banking transaction, so the screen always comes back to   * SGOAL01P
005000* this one rather than to EIBTRNID                              * SGOAL01P
005100***************************************************************** SGOAL01P
005200   05  WS-TRAN-ID                            PIC X(4)             SGOAL01P
005300       VALUE 'BGOL'.                                              SGOAL01P
005400   05  WS-RESP                               PIC S9(8) COMP.      SGOAL01P
005500   05  WS-SUB1                               PIC S9(4) COMP.      SGOAL01P
005600   05  WS-SEL-SUB                            PIC 9(1).            SGOAL01P
005700   05  WS-TO-SUB                             PIC 9(1).            SGOAL01P
005800   05  WS-INPUT-OK                           PIC X(1).            SGOAL01P
005900     88  INPUT-OK                            VALUE 'Y'.           SGOAL01P
006000     88  INPUT-ERROR                         VALUE 'N'.           SGOAL01P
006100   05  WS-AMOUNT-IN                          PIC X(9).            SGOAL01P
006200   05  WS-AMOUNT-IN-N REDEFINES WS-AMOUNT-IN PIC 9(7)V99.         SGOAL01P
006300   05  WS-AUTO-IN                            PIC X(7).            SGOAL01P
006400   05  WS-AUTO-IN-N REDEFINES WS-AUTO-IN     PIC 9(5)V99.         SGOAL01P
006500   05  WS-RESUME-AREA.                                            SGOAL01P
006600     10  WS-RESUME-TSQ                       PIC X(8).            SGOAL01P
006700     10  WS-RESUME-CALL-TYPE                 PIC X(8)             SGOAL01P
006800         VALUE 'RESUME'.                                          SGOAL01P
006900                                                                  SGOAL01P
007000 01  WS-LIST-LINE.                                                SGOAL01P
007100   05  WS-LIST-NO                            PIC 9(1).            SGOAL01P
007200   05  FILLER                                PIC X(1).            SGOAL01P
007300   05  WS-LIST-NAME                          PIC X(20).           SGOAL01P
007400   05  FILLER                                PIC X(1).            SGOAL01P
007500   05  WS-LIST-HELD                          PIC -Z,ZZZ,ZZ9.99.   SGOAL01P
007600   05  FILLER                                PIC X(1).            SGOAL01P
007700   05  WS-LIST-TARGET                        PIC Z,ZZZ,ZZ9.99.    SGOAL01P
007800   05  FILLER                                PIC X(1).            SGOAL01P
007900   05  WS-LIST-PERCENT                       PIC ZZ9.             SGOAL01P
008000   05  WS-LIST-PERCENT-SIGN                  PIC X(1).            SGOAL01P
008100   05  FILLER                                PIC X(1).            SGOAL01P
008200   05  WS-LIST-DATE                          PIC X(10).           SGOAL01P
008300   05  FILLER                                PIC X(1).            SGOAL01P
008400   05  WS-LIST-AUTO                          PIC ZZ,ZZ9.99.       SGOAL01P
008500                                                                  SGOAL01P
008600 01  WS-HEAD-LINE.                                                SGOAL01P
008700   05  WS-HEAD-TEXT1                         PIC X(9).            SGOAL01P
008800   05  WS-HEAD-BALANCE                       PIC -Z,ZZZ,ZZ9.99.   SGOAL01P
008900   05  WS-HEAD-TEXT2                         PIC X(15).           SGOAL01P
009000   05  WS-HEAD-UNALLOCATED                   PIC -Z,ZZZ,ZZ9.99.   SGOAL01P
009100                                                                  SGOAL01P
009200 01  WS-COMMAREA-97.                                              SGOAL01P
009300 COPY CBANKD97.                                                   SGOAL01P
009400                                                                  SGOAL01P
009500 COPY DFHAID.                                                     SGOAL01P
009600                                                                  SGOAL01P
009700 COPY DFHBMSCA.                                                   SGOAL01P
009800                                                                  SGOAL01P
009900 COPY CABENDD.                                                    SGOAL01P
010000                                                                  SGOAL01P
010100 LINKAGE SECTION.                                                 SGOAL01P
010200 01  DFHCOMMAREA.                                                 SGOAL01P
010300 COPY CGOALD01.                                                   SGOAL01P
010400                                                                  SGOAL01P
010500 PROCEDURE DIVISION.                                              SGOAL01P
010600***************************************************************** SGOAL01P
010700* First time in this pseudo-conversation - send a blank screen, * SGOAL01P
010800* with the customer's PID filled in when SBANK00P passed it, or * SGOAL01P
010900* list the goals straight away if an account came with it       * SGOAL01P
011000***************************************************************** SGOAL01P
011100     IF EIBCALEN IS EQUAL TO 0 OR CGOALD01-SCREEN-NOT-SENT        SGOAL01P
011200       IF EIBCALEN IS NOT EQUAL TO 0 AND CGOALD01-CUSTOMER        SGOAL01P
011300         SET CGOALD01-SCREEN-WAS-SENT TO TRUE                     SGOAL01P
011400         IF CGOALD01-ACCNO IS NOT EQUAL TO SPACES                 SGOAL01P
011500           MOVE SPACES TO CD97-DATA                               SGOAL01P
011600           SET CD97I-LIST TO TRUE                                 SGOAL01P
011700           PERFORM CALL-AND-SEND THRU                             SGOAL01P
011800                   CALL-AND-SEND-EXIT                             SGOAL01P
011900           GO TO COMMON-RETURN                                    SGOAL01P
012000         END-IF                                                   SGOAL01P
012100       END-IF                                                     SGOAL01P
012200       MOVE LOW-VALUES TO GOAL01AO                                SGOAL01P
012300       IF EIBCALEN IS NOT EQUAL TO 0 AND CGOALD01-CUSTOMER        SGOAL01P
012400         MOVE CGOALD01-PID TO PIDO IN GOAL01AO                    SGOAL01P
012500         MOVE 'Key a savings account - Enter=List PF3=Return'     SGOAL01P
012600           TO ERRMSGO IN GOAL01AO                                 SGOAL01P
012700       ELSE                                                       SGOAL01P
012800         MOVE 'Key a customer and savings account - Enter=List'   SGOAL01P
012900           TO ERRMSGO IN GOAL01AO                                 SGOAL01P
013000       END-IF                                                     SGOAL01P
013100       EXEC CICS SEND MAP('GOAL01A')                              SGOAL01P
013200                  MAPSET('MGOAL01')                               SGOAL01P
013300                  ERASE                                           SGOAL01P
013400                  FREEKB                                          SGOAL01P
013500       END-EXEC                                                   SGOAL01P
013600       SET CGOALD01-SCREEN-WAS-SENT TO TRUE                       SGOAL01P
013700       GO TO COMMON-RETURN                                        SGOAL01P
013800     END-IF.                                                      SGOAL01P
013900                                                                  SGOAL01P
014000     EXEC CICS RECEIVE MAP('GOAL01A')                             SGOAL01P
014100                MAPSET('MGOAL01')                                 SGOAL01P
014200                RESP(WS-RESP)                                     SGOAL01P
014300     END-EXEC.                                                    SGOAL01P
014400                                                                  SGOAL01P
014500***************************************************************** SGOAL01P
014600* PF3 exits, PF5 adds a goal, PF6 changes the goal on the keyed * SGOAL01P
014700* line, PF7 moves money from it, PF9 closes it, Enter lists     * SGOAL01P
014800***************************************************************** SGOAL01P
014900     MOVE SPACES TO CD97-DATA.                                    SGOAL01P
015000     EVALUATE TRUE                                                SGOAL01P
015100       WHEN EIBAID IS EQUAL TO DFHPF3                             SGOAL01P
015200         PERFORM LEAVE-SCREEN THRU                                SGOAL01P
015300                 LEAVE-SCREEN-EXIT                                SGOAL01P
015400       WHEN EIBAID IS EQUAL TO DFHPF5                             SGOAL01P
015500         PERFORM ADD-GOAL THRU                                    SGOAL01P
015600                 ADD-GOAL-EXIT                                    SGOAL01P
015700       WHEN EIBAID IS EQUAL TO DFHPF6                             SGOAL01P
015800         PERFORM CHANGE-GOAL THRU                                 SGOAL01P
015900                 CHANGE-GOAL-EXIT                                 SGOAL01P
016000       WHEN EIBAID IS EQUAL TO DFHPF7                             SGOAL01P
016100         PERFORM MOVE-MONEY THRU                                  SGOAL01P
016200                 MOVE-MONEY-EXIT                                  SGOAL01P
016300       WHEN EIBAID IS EQUAL TO DFHPF9                             SGOAL01P
016400         PERFORM CLOSE-GOAL THRU                                  SGOAL01P
016500                 CLOSE-GOAL-EXIT                                  SGOAL01P
016600       WHEN OTHER                                                 SGOAL01P
016700         IF NOT CGOALD01-CUSTOMER AND                             SGOAL01P
016800            PIDI IN GOAL01AI IS NOT EQUAL TO LOW-VALUES           SGOAL01P
016900           MOVE PIDI IN GOAL01AI TO CGOALD01-PID                  SGOAL01P
017000         END-IF                                                   SGOAL01P
017100         IF ACCNOI IN GOAL01AI IS NOT EQUAL TO SPACES AND         SGOAL01P
017200            ACCNOI IN GOAL01AI IS NOT EQUAL TO LOW-VALUES         SGOAL01P
017300           MOVE ACCNOI IN GOAL01AI TO CGOALD01-ACCNO              SGOAL01P
017400         END-IF                                                   SGOAL01P
017500         SET CD97I-LIST TO TRUE                                   SGOAL01P
017600         PERFORM CALL-AND-SEND THRU                               SGOAL01P
017700                 CALL-AND-SEND-EXIT                               SGOAL01P
017800     END-EVALUATE.                                                SGOAL01P
017900                                                                  SGOAL01P
018000 COMMON-RETURN.                                                   SGOAL01P
018100     EXEC CICS RETURN TRANSID(WS-TRAN-ID)                         SGOAL01P
018200                COMMAREA(DFHCOMMAREA)                             SGOAL01P
018300                LENGTH(LENGTH OF DFHCOMMAREA)                     SGOAL01P
018400     END-EXEC.                                                    SGOAL01P
018500     GOBACK.                                                      SGOAL01P
018600                                                                  SGOAL01P
018700***************************************************************** SGOAL01P
018800* PF3 - staff simply end; a customer goes back to the banking   * SGOAL01P
018900* session SBANK00P left them in                                 * SGOAL01P
019000***************************************************************** SGOAL01P
019100 LEAVE-SCREEN.                                                    SGOAL01P
019200     IF NOT CGOALD01-CUSTOMER                                     SGOAL01P
019300       EXEC CICS RETURN END-EXEC                                  SGOAL01P
019400       GOBACK                                                     SGOAL01P
019500     END-IF.                                                      SGOAL01P
019600     MOVE CGOALD01-BANK-TSQ TO WS-RESUME-TSQ.                     SGOAL01P
019700     EXEC CICS XCTL PROGRAM('SBANK00P')                           SGOAL01P
019800                    COMMAREA(WS-RESUME-AREA)                      SGOAL01P
019900                    LENGTH(LENGTH OF WS-RESUME-AREA)              SGOAL01P
020000     END-EXEC.                                                    SGOAL01P
020100 LEAVE-SCREEN-EXIT.                                               SGOAL01P
020200     EXIT.                                                        SGOAL01P
020300                                                                  SGOAL01P
020400***************************************************************** SGOAL01P
020500* PF5 - add a goal from the detail fields                       * SGOAL01P
020600***************************************************************** SGOAL01P
020700 ADD-GOAL.                                                        SGOAL01P
020800     SET INPUT-OK TO TRUE.                                        SGOAL01P
020900     MOVE 0 TO WS-SEL-SUB.                                        SGOAL01P
021000     PERFORM GET-GOAL-FIELDS THRU                                 SGOAL01P
021100             GET-GOAL-FIELDS-EXIT.                                SGOAL01P
021200     IF INPUT-ERROR                                               SGOAL01P
021300       GO TO ADD-GOAL-EXIT                                        SGOAL01P
021400     END-IF.                                                      SGOAL01P
021500     SET CD97I-ADD TO TRUE.                                       SGOAL01P
021600     PERFORM CALL-AND-SEND THRU                                   SGOAL01P
021700             CALL-AND-SEND-EXIT.                                  SGOAL01P
021800 ADD-GOAL-EXIT.                                                   SGOAL01P
021900     EXIT.                                                        SGOAL01P
022000                                                                  SGOAL01P
022100***************************************************************** SGOAL01P
022200* PF6 - change the goal on the keyed line; any detail field     * SGOAL01P
022300* left blank keeps what the goal has now                        * SGOAL01P
022400***************************************************************** SGOAL01P
022500 CHANGE-GOAL.                                                     SGOAL01P
022600     PERFORM SELECT-LINE THRU                                     SGOAL01P
022700             SELECT-LINE-EXIT.                                    SGOAL01P
022800     IF INPUT-ERROR                                               SGOAL01P
022900       GO TO CHANGE-GOAL-EXIT                                     SGOAL01P
023000     END-IF.                                                      SGOAL01P
023100     PERFORM GET-GOAL-FIELDS THRU                                 SGOAL01P
023200             GET-GOAL-FIELDS-EXIT.                                SGOAL01P
023300     IF INPUT-ERROR                                               SGOAL01P
023400       GO TO CHANGE-GOAL-EXIT                                     SGOAL01P
023500     END-IF.                                                      SGOAL01P
023600     SET CD97I-UPDATE TO TRUE.                                    SGOAL01P
023700     MOVE CGOALD01-LINE-SEQ (WS-SEL-SUB) TO CD97I-SEQ.            SGOAL01P
023800     PERFORM CALL-AND-SEND THRU                                   SGOAL01P
023900             CALL-AND-SEND-EXIT.                                  SGOAL01P
024000 CHANGE-GOAL-EXIT.                                                SGOAL01P
024100     EXIT.                                                        SGOAL01P
024200                                                                  SGOAL01P
024300***************************************************************** SGOAL01P
024400* PF7 - move the keyed amount from the goal on the keyed line   * SGOAL01P
024500* to the goal on the "to" line, line 0 being the unallocated    * SGOAL01P
024600* balance                                                       * SGOAL01P
024700***************************************************************** SGOAL01P
024800 MOVE-MONEY.                                                      SGOAL01P
024900     SET INPUT-OK TO TRUE.                                        SGOAL01P
025000     IF SELI IN GOAL01AI IS NOT NUMERIC OR                        SGOAL01P
025100        TOSELI IN GOAL01AI IS NOT NUMERIC                         SGOAL01P
025200       MOVE 'Key the from and to lines (0=unallocated)'           SGOAL01P
025300         TO ERRMSGO IN GOAL01AO                                   SGOAL01P
025400       PERFORM RESEND-SCREEN THRU                                 SGOAL01P
025500               RESEND-SCREEN-EXIT                                 SGOAL01P
025600       GO TO MOVE-MONEY-EXIT                                      SGOAL01P
025700     END-IF.                                                      SGOAL01P
025800     MOVE SELI IN GOAL01AI TO WS-SEL-SUB.                         SGOAL01P
025900     MOVE TOSELI IN GOAL01AI TO WS-TO-SUB.                        SGOAL01P
026000     IF WS-SEL-SUB IS EQUAL TO 0                                  SGOAL01P
026100       MOVE '00' TO CD97I-SEQ                                     SGOAL01P
026200     ELSE                                                         SGOAL01P
026300       PERFORM CHECK-LINE THRU                                    SGOAL01P
026400               CHECK-LINE-EXIT                                    SGOAL01P
026500       MOVE CGOALD01-LINE-SEQ (WS-SEL-SUB) TO CD97I-SEQ           SGOAL01P
026600     END-IF.                                                      SGOAL01P
026700     IF WS-TO-SUB IS EQUAL TO 0                                   SGOAL01P
026800       MOVE '00' TO CD97I-TO-SEQ                                  SGOAL01P
026900     ELSE                                                         SGOAL01P
027000       IF WS-TO-SUB IS GREATER THAN 8 OR                          SGOAL01P
027100          CGOALD01-LINE-SEQ (WS-TO-SUB) IS EQUAL TO SPACES        SGOAL01P
027200         SET INPUT-ERROR TO TRUE                                  SGOAL01P
027300       ELSE                                                       SGOAL01P
027400         MOVE CGOALD01-LINE-SEQ (WS-TO-SUB) TO CD97I-TO-SEQ       SGOAL01P
027500       END-IF                                                     SGOAL01P
027600     END-IF.                                                      SGOAL01P
027700     IF INPUT-ERROR                                               SGOAL01P
027800       MOVE 'There is no goal on that line'                       SGOAL01P
027900         TO ERRMSGO IN GOAL01AO                                   SGOAL01P
028000       PERFORM RESEND-SCREEN THRU                                 SGOAL01P
028100               RESEND-SCREEN-EXIT                                 SGOAL01P
028200       GO TO MOVE-MONEY-EXIT                                      SGOAL01P
028300     END-IF.                                                      SGOAL01P
028400     MOVE AMTI IN GOAL01AI TO WS-AMOUNT-IN.                       SGOAL01P
028500     IF WS-AMOUNT-IN IS NOT NUMERIC                               SGOAL01P
028600       MOVE 'Key the amount to move (9 digits, no point)'         SGOAL01P
028700         TO ERRMSGO IN GOAL01AO                                   SGOAL01P
028800       PERFORM RESEND-SCREEN THRU                                 SGOAL01P
028900               RESEND-SCREEN-EXIT                                 SGOAL01P
029000       GO TO MOVE-MONEY-EXIT                                      SGOAL01P
029100     END-IF.                                                      SGOAL01P
029200     MOVE WS-AMOUNT-IN-N TO CD97I-AMOUNT.                         SGOAL01P
029300     SET CD97I-MOVE TO TRUE.                                      SGOAL01P
029400     PERFORM CALL-AND-SEND THRU                                   SGOAL01P
029500             CALL-AND-SEND-EXIT.                                  SGOAL01P
029600 MOVE-MONEY-EXIT.                                                 SGOAL01P
029700     EXIT.                                                        SGOAL01P
029800                                                                  SGOAL01P
029900***************************************************************** SGOAL01P
030000* PF9 - close the goal on the keyed line                        * SGOAL01P
030100***************************************************************** SGOAL01P
030200 CLOSE-GOAL.                                                      SGOAL01P
030300     PERFORM SELECT-LINE THRU                                     SGOAL01P
030400             SELECT-LINE-EXIT.                                    SGOAL01P
030500     IF INPUT-ERROR                                               SGOAL01P
030600       GO TO CLOSE-GOAL-EXIT                                      SGOAL01P
030700     END-IF.                                                      SGOAL01P
030800     SET CD97I-CLOSE TO TRUE.                                     SGOAL01P
030900     MOVE CGOALD01-LINE-SEQ (WS-SEL-SUB) TO CD97I-SEQ.            SGOAL01P
031000     PERFORM CALL-AND-SEND THRU                                   SGOAL01P
031100             CALL-AND-SEND-EXIT.                                  SGOAL01P
031200 CLOSE-GOAL-EXIT.                                                 SGOAL01P
031300     EXIT.                                                        SGOAL01P
031400                                                                  SGOAL01P
031500***************************************************************** SGOAL01P
031600* Pick up the goal on the keyed line of the list                * SGOAL01P
031700***************************************************************** SGOAL01P
031800 SELECT-LINE.                                                     SGOAL01P
031900     SET INPUT-OK TO TRUE.                                        SGOAL01P
032000     IF SELI IN GOAL01AI IS NOT NUMERIC OR                        SGOAL01P
032100        SELI IN GOAL01AI IS EQUAL TO ZERO                         SGOAL01P
032200       MOVE 'Key the line number (1-8) of the goal'               SGOAL01P
032300         TO ERRMSGO IN GOAL01AO                                   SGOAL01P
032400       PERFORM RESEND-SCREEN THRU                                 SGOAL01P
032500               RESEND-SCREEN-EXIT                                 SGOAL01P
032600       SET INPUT-ERROR TO TRUE                                    SGOAL01P
032700       GO TO SELECT-LINE-EXIT                                     SGOAL01P
032800     END-IF.                                                      SGOAL01P
032900     MOVE SELI IN GOAL01AI TO WS-SEL-SUB.                         SGOAL01P
033000     PERFORM CHECK-LINE THRU                                      SGOAL01P
033100             CHECK-LINE-EXIT.                                     SGOAL01P
033200     IF INPUT-ERROR                                               SGOAL01P
033300       MOVE 'There is no goal on that line'                       SGOAL01P
033400         TO ERRMSGO IN GOAL01AO                                   SGOAL01P
033500       PERFORM RESEND-SCREEN THRU                                 SGOAL01P
033600               RESEND-SCREEN-EXIT                                 SGOAL01P
033700     END-IF.                                                      SGOAL01P
033800 SELECT-LINE-EXIT.                                                SGOAL01P
033900     EXIT.                                                        SGOAL01P
034000                                                                  SGOAL01P
034100***************************************************************** SGOAL01P
034200* Line WS-SEL-SUB must be one the last list put a goal on       * SGOAL01P
034300***************************************************************** SGOAL01P
034400 CHECK-LINE.                                                      SGOAL01P
034500     IF WS-SEL-SUB IS GREATER THAN 8                              SGOAL01P
034600       SET INPUT-ERROR TO TRUE                                    SGOAL01P
034700       GO TO CHECK-LINE-EXIT                                      SGOAL01P
034800     END-IF.                                                      SGOAL01P
034900     IF CGOALD01-LINE-SEQ (WS-SEL-SUB) IS EQUAL TO SPACES         SGOAL01P
035000       SET INPUT-ERROR TO TRUE                                    SGOAL01P
035100     END-IF.                                                      SGOAL01P
035200 CHECK-LINE-EXIT.                                                 SGOAL01P
035300     EXIT.                                                        SGOAL01P
035400                                                                  SGOAL01P
035500***************************************************************** SGOAL01P
035600* Take the goal details from the screen.  For a change (line    * SGOAL01P
035700* WS-SEL-SUB picked) a field left blank keeps the goal's own    * SGOAL01P
035800* value; amounts are keyed as whole digits with the pence last. * SGOAL01P
035900***************************************************************** SGOAL01P
036000 GET-GOAL-FIELDS.                                                 SGOAL01P
036100     IF GNAMEI IN GOAL01AI IS EQUAL TO SPACES OR                  SGOAL01P
036200        GNAMEI IN GOAL01AI IS EQUAL TO LOW-VALUES                 SGOAL01P
036300       IF WS-SEL-SUB IS NOT EQUAL TO 0                            SGOAL01P
036400         MOVE CGOALD01-LINE-NAME (WS-SEL-SUB) TO CD97I-NAME       SGOAL01P
036500       END-IF                                                     SGOAL01P
036600     ELSE                                                         SGOAL01P
036700       MOVE GNAMEI IN GOAL01AI TO CD97I-NAME                      SGOAL01P
036800     END-IF.                                                      SGOAL01P
036900     IF GTARGI IN GOAL01AI IS EQUAL TO SPACES OR                  SGOAL01P
037000        GTARGI IN GOAL01AI IS EQUAL TO LOW-VALUES                 SGOAL01P
037100       IF WS-SEL-SUB IS NOT EQUAL TO 0                            SGOAL01P
037200         MOVE CGOALD01-LINE-TARGET (WS-SEL-SUB)                   SGOAL01P
037300           TO CD97I-TARGET-AMT                                    SGOAL01P
037400       ELSE                                                       SGOAL01P
037500         MOVE ZERO TO CD97I-TARGET-AMT                            SGOAL01P
037600       END-IF                                                     SGOAL01P
037700     ELSE                                                         SGOAL01P
037800       MOVE GTARGI IN GOAL01AI TO WS-AMOUNT-IN                    SGOAL01P
037900       IF WS-AMOUNT-IN IS NOT NUMERIC                             SGOAL01P
038000         MOVE 'Key the target amount (9 digits, no point)'        SGOAL01P
038100           TO ERRMSGO IN GOAL01AO                                 SGOAL01P
038200         PERFORM RESEND-SCREEN THRU                               SGOAL01P
038300                 RESEND-SCREEN-EXIT                               SGOAL01P
038400         SET INPUT-ERROR TO TRUE                                  SGOAL01P
038500         GO TO GET-GOAL-FIELDS-EXIT                               SGOAL01P
038600       END-IF                                                     SGOAL01P
038700       MOVE WS-AMOUNT-IN-N TO CD97I-TARGET-AMT                    SGOAL01P
038800     END-IF.                                                      SGOAL01P
038900     IF GDATEI IN GOAL01AI IS EQUAL TO SPACES OR                  SGOAL01P
039000        GDATEI IN GOAL01AI IS EQUAL TO LOW-VALUES                 SGOAL01P
039100       IF WS-SEL-SUB IS NOT EQUAL TO 0                            SGOAL01P
039200         MOVE CGOALD01-LINE-DATE (WS-SEL-SUB) TO CD97I-TARGET-DATESGOAL01P
039300       END-IF                                                     SGOAL01P
039400     ELSE                                                         SGOAL01P
039500       MOVE GDATEI IN GOAL01AI TO CD97I-TARGET-DATE               SGOAL01P
039600     END-IF.                                                      SGOAL01P
039700     IF GAUTOI IN GOAL01AI IS EQUAL TO SPACES OR                  SGOAL01P
039800        GAUTOI IN GOAL01AI IS EQUAL TO LOW-VALUES                 SGOAL01P
039900       IF WS-SEL-SUB IS NOT EQUAL TO 0                            SGOAL01P
040000         MOVE CGOALD01-LINE-AUTO (WS-SEL-SUB) TO CD97I-AUTO-AMT   SGOAL01P
040100       ELSE                                                       SGOAL01P
040200         MOVE ZERO TO CD97I-AUTO-AMT                              SGOAL01P
040300       END-IF                                                     SGOAL01P
040400     ELSE                                                         SGOAL01P
040500       MOVE GAUTOI IN GOAL01AI TO WS-AUTO-IN                      SGOAL01P
040600       IF WS-AUTO-IN IS NOT NUMERIC                               SGOAL01P
040700         MOVE 'Key the monthly amount (7 digits, no point)'       SGOAL01P
040800           TO ERRMSGO IN GOAL01AO                                 SGOAL01P
040900         PERFORM RESEND-SCREEN THRU                               SGOAL01P
041000                 RESEND-SCREEN-EXIT                               SGOAL01P
041100         SET INPUT-ERROR TO TRUE                                  SGOAL01P
041200         GO TO GET-GOAL-FIELDS-EXIT                               SGOAL01P
041300       END-IF                                                     SGOAL01P
041400       MOVE WS-AUTO-IN-N TO CD97I-AUTO-AMT                        SGOAL01P
041500     END-IF.                                                      SGOAL01P
041600 GET-GOAL-FIELDS-EXIT.                                            SGOAL01P
041700     EXIT.                                                        SGOAL01P
041800                                                                  SGOAL01P
041900***************************************************************** SGOAL01P
042000* Redisplay the screen unchanged except for the message line    * SGOAL01P
042100***************************************************************** SGOAL01P
042200 RESEND-SCREEN.                                                   SGOAL01P
042300     EXEC CICS SEND MAP('GOAL01A')                                SGOAL01P
042400                MAPSET('MGOAL01')                                 SGOAL01P
042500                DATAONLY                                          SGOAL01P
042600                FREEKB                                            SGOAL01P
042700     END-EXEC.                                                    SGOAL01P
042800 RESEND-SCREEN-EXIT.                                              SGOAL01P
042900     EXIT.                                                        SGOAL01P
043000                                                                  SGOAL01P
043100***************************************************************** SGOAL01P
043200* Pass the request already set up in CD97-DATA to DBANK97P for  * SGOAL01P
043300* the account being shown, then show the account's goals as     * SGOAL01P
043400* they now stand with the message it returned.  The goal on     * SGOAL01P
043500* each line is kept for the line number to pick it by.          * SGOAL01P
043600***************************************************************** SGOAL01P
043700 CALL-AND-SEND.                                                   SGOAL01P
043800     MOVE CGOALD01-PID TO CD97I-PID.                              SGOAL01P
043900     MOVE CGOALD01-ACCNO TO CD97I-ACCNO.                          SGOAL01P
044000 COPY CBANKX97.                                                   SGOAL01P
044100     MOVE LOW-VALUES TO GOAL01AO.                                 SGOAL01P
044200     MOVE CGOALD01-PID TO PIDO IN GOAL01AO.                       SGOAL01P
044300     MOVE CGOALD01-ACCNO TO ACCNOO IN GOAL01AO.                   SGOAL01P
044400     IF NOT CD97O-NOTFND                                          SGOAL01P
044500       MOVE SPACES TO WS-HEAD-LINE                                SGOAL01P
044600       MOVE 'Balance ' TO WS-HEAD-TEXT1                           SGOAL01P
044700       MOVE CD97O-BALANCE TO WS-HEAD-BALANCE                      SGOAL01P
044800       MOVE '   Unallocated ' TO WS-HEAD-TEXT2                    SGOAL01P
044900       MOVE CD97O-UNALLOCATED TO WS-HEAD-UNALLOCATED              SGOAL01P
045000       MOVE WS-HEAD-LINE TO HEAD1O IN GOAL01AO                    SGOAL01P
045100       MOVE '  Goal                          Held    '            SGOAL01P
045200         TO HEAD2O IN GOAL01AO                                    SGOAL01P
045300       MOVE '   Target Done By           Monthly'                 SGOAL01P
045400         TO HEAD2O IN GOAL01AO (41:35)                            SGOAL01P
045500     END-IF.                                                      SGOAL01P
045600     MOVE 1 TO WS-SUB1.                                           SGOAL01P
045700     PERFORM LIST-LINE THRU                                       SGOAL01P
045800             LIST-LINE-EXIT.                                      SGOAL01P
045900     IF CD97O-MSG IS NOT EQUAL TO SPACES                          SGOAL01P
046000       MOVE CD97O-MSG TO ERRMSGO IN GOAL01AO                      SGOAL01P
046100     ELSE                                                         SGOAL01P
046200       MOVE 'PF5=Add PF6=Change PF7=Move PF9=Close PF3=Exit'      SGOAL01P
046300         TO ERRMSGO IN GOAL01AO                                   SGOAL01P
046400     END-IF.                                                      SGOAL01P
046500     EXEC CICS SEND MAP('GOAL01A')                                SGOAL01P
046600                MAPSET('MGOAL01')                                 SGOAL01P
046700                ERASE                                             SGOAL01P
046800                FREEKB                                            SGOAL01P
046900     END-EXEC.                                                    SGOAL01P
047000 CALL-AND-SEND-EXIT.                                              SGOAL01P
047100     EXIT.                                                        SGOAL01P
047200                                                                  SGOAL01P
047300***************************************************************** SGOAL01P
047400* Format each listed goal onto its screen line and keep it in   * SGOAL01P
047500* the commarea                                                  * SGOAL01P
047600***************************************************************** SGOAL01P
047700 LIST-LINE.                                                       SGOAL01P
047800     IF WS-SUB1 IS GREATER THAN 8                                 SGOAL01P
047900       GO TO LIST-LINE-EXIT                                       SGOAL01P
048000     END-IF.                                                      SGOAL01P
048100     MOVE SPACES TO WS-LIST-LINE.                                 SGOAL01P
048200     MOVE SPACES TO CGOALD01-LINE (WS-SUB1).                      SGOAL01P
048300     MOVE ZERO TO CGOALD01-LINE-TARGET (WS-SUB1).                 SGOAL01P
048400     MOVE ZERO TO CGOALD01-LINE-AUTO (WS-SUB1).                   SGOAL01P
048500     IF WS-SUB1 IS NOT GREATER THAN CD97O-COUNT                   SGOAL01P
048600       MOVE CD97O-ENTRY-SEQ (WS-SUB1)                             SGOAL01P
048700         TO CGOALD01-LINE-SEQ (WS-SUB1)                           SGOAL01P
048800       MOVE CD97O-ENTRY-NAME (WS-SUB1)                            SGOAL01P
048900         TO CGOALD01-LINE-NAME (WS-SUB1)                          SGOAL01P
049000       MOVE CD97O-ENTRY-TARGET-AMT (WS-SUB1)                      SGOAL01P
049100         TO CGOALD01-LINE-TARGET (WS-SUB1)                        SGOAL01P
049200       MOVE CD97O-ENTRY-TARGET-DATE (WS-SUB1)                     SGOAL01P
049300         TO CGOALD01-LINE-DATE (WS-SUB1)                          SGOAL01P
049400       MOVE CD97O-ENTRY-AUTO-AMT (WS-SUB1)                        SGOAL01P
049500         TO CGOALD01-LINE-AUTO (WS-SUB1)                          SGOAL01P
049600       MOVE WS-SUB1 TO WS-LIST-NO                                 SGOAL01P
049700       MOVE CD97O-ENTRY-NAME (WS-SUB1) TO WS-LIST-NAME            SGOAL01P
049800       MOVE CD97O-ENTRY-ALLOCATED (WS-SUB1) TO WS-LIST-HELD       SGOAL01P
049900       MOVE CD97O-ENTRY-TARGET-AMT (WS-SUB1) TO WS-LIST-TARGET    SGOAL01P
050000       MOVE CD97O-ENTRY-PERCENT (WS-SUB1) TO WS-LIST-PERCENT      SGOAL01P
050100       MOVE '%' TO WS-LIST-PERCENT-SIGN                           SGOAL01P
050200       MOVE CD97O-ENTRY-TARGET-DATE (WS-SUB1) TO WS-LIST-DATE     SGOAL01P
050300       MOVE CD97O-ENTRY-AUTO-AMT (WS-SUB1) TO WS-LIST-AUTO        SGOAL01P
050400     END-IF.                                                      SGOAL01P
050500     PERFORM PUT-LINE THRU                                        SGOAL01P
050600             PUT-LINE-EXIT.                                       SGOAL01P
050700     ADD 1 TO WS-SUB1.                                            SGOAL01P
050800     GO TO LIST-LINE.                                             SGOAL01P
050900 LIST-LINE-EXIT.                                                  SGOAL01P
051000     EXIT.                                                        SGOAL01P
051100                                                                  SGOAL01P
051200***************************************************************** SGOAL01P
051300* Move the formatted line to screen line WS-SUB1                * SGOAL01P
051400***************************************************************** SGOAL01P
051500 PUT-LINE.                                                        SGOAL01P
051600     EVALUATE WS-SUB1                                             SGOAL01P
051700       WHEN 1                                                     SGOAL01P
051800         MOVE WS-LIST-LINE TO LIST1TXO IN GOAL01AO                SGOAL01P
051900       WHEN 2                                                     SGOAL01P
052000         MOVE WS-LIST-LINE TO LIST2TXO IN GOAL01AO                SGOAL01P
052100       WHEN 3                                                     SGOAL01P
052200         MOVE WS-LIST-LINE TO LIST3TXO IN GOAL01AO                SGOAL01P
052300       WHEN 4                                                     SGOAL01P
052400         MOVE WS-LIST-LINE TO LIST4TXO IN GOAL01AO                SGOAL01P
052500       WHEN 5                                                     SGOAL01P
052600         MOVE WS-LIST-LINE TO LIST5TXO IN GOAL01AO                SGOAL01P
052700       WHEN 6                                                     SGOAL01P
052800         MOVE WS-LIST-LINE TO LIST6TXO IN GOAL01AO                SGOAL01P
052900       WHEN 7                                                     SGOAL01P
053000         MOVE WS-LIST-LINE TO LIST7TXO IN GOAL01AO                SGOAL01P
053100       WHEN 8                                                     SGOAL01P
053200         MOVE WS-LIST-LINE TO LIST8TXO IN GOAL01AO                SGOAL01P
053300     END-EVALUATE.                                                SGOAL01P
053400 PUT-LINE-EXIT.                                                   SGOAL01P
053500     EXIT.                                                        SGOAL01P
053600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SGOAL01P
