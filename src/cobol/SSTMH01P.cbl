000100***************************************************************** SSTMH01P
000200*                                                               * SSTMH01P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * SSTMH01P
000400*   This demonstration program is provided for use by users     * SSTMH01P
000500*   of Micro Focus products and may be used, modified and       * SSTMH01P
000600*   distributed as part of your application provided that       * SSTMH01P
000700*   you properly acknowledge the copyright of Micro Focus       * SSTMH01P
000800*   in this material.                                           * SSTMH01P
000900*                                                               * SSTMH01P
001000***************************************************************** SSTMH01P
001100                                                                  SSTMH01P
001200                                                                  SSTMH01P
001300***************************************************************** SSTMH01P
001400* Program:     SSTMH01P.CBL (CICS Version)                      * SSTMH01P
001500* Layer:       Screen handling                                  * SSTMH01P
001600* Function:    Statement history - key the account (and, for    * SSTMH01P
001700*              staff, the customer) and Enter lists the         * SSTMH01P
001800*              statements kept on the BNKSTMA archive newest    * SSTMH01P
001900*              first via DBANK93P, with the statement date, the * SSTMH01P
002000*              previous statement date, the closing balance,    * SSTMH01P
002100*              the number of transactions and whether a         * SSTMH01P
002200*              duplicate has been asked for.  Keying a line and * SSTMH01P
002300*              PF5 shows that statement a page of transactions  * SSTMH01P
002400*              at a time; PF6 asks for a duplicate copy, which  * SSTMH01P
002500*              the overnight run ZBNKDST1 prints and charges    * SSTMH01P
002600*              for.  Staff use it from its own transaction; a   * SSTMH01P
002700*              customer reaches it from the contact details     * SSTMH01P
002800*              screen (BBANK80P) and PF3 returns them there.    * SSTMH01P
002900***************************************************************** SSTMH01P
003000                                                                  SSTMH01P
003100 IDENTIFICATION DIVISION.                                         SSTMH01P
003200 PROGRAM-ID.                                                      SSTMH01P
003300     SSTMH01P.                                                    SSTMH01P
003400 DATE-WRITTEN.                                                    SSTMH01P
003500     October 2026.                                                SSTMH01P
003600 DATE-COMPILED.                                                   SSTMH01P
003700     Today.                                                       SSTMH01P
003800                                                                  SSTMH01P
003900 ENVIRONMENT DIVISION.                                            SSTMH01P
004000                                                                  SSTMH01P
004100 DATA DIVISION.                                                   SSTMH01P
004200 WORKING-STORAGE SECTION.                                         SSTMH01P
004300 01  WS-MISC-STORAGE.                                             SSTMH01P
004400   05  WS-PROGRAM-ID                         PIC X(8)             SSTMH01P
004500       VALUE 'SSTMH01P'.                                          SSTMH01P
004600***************************************************************** SSTMH01P
004700* Our own transaction - a customer arrives here by XCTL under   * SSTMH01P
004800* the banking transaction, so the screen always comes back to   * SSTMH01P
004900* this one rather than to EIBTRNID                              * SSTMH01P
005000***************************************************************** SSTMH01P
005100   05  WS-TRAN-ID                            PIC X(4)             SSTMH01P
005200       VALUE 'BSTH'.                                              SSTMH01P
005300   05  WS-RESP                               PIC S9(8) COMP.      SSTMH01P
005400   05  WS-SUB1                               PIC S9(4) COMP.      SSTMH01P
005500   05  WS-SEL-SUB                            PIC 9(1).            SSTMH01P
005600   05  WS-RESUME-AREA.                                            SSTMH01P
005700     10  WS-RESUME-TSQ                       PIC X(8).            SSTMH01P
005800     10  WS-RESUME-CALL-TYPE                 PIC X(8)             SSTMH01P
005900         VALUE 'RESUME'.                                          SSTMH01P
006000                                                                  SSTMH01P
006100 01  WS-LIST-LINE.                                                SSTMH01P
006200   05  WS-LIST-STMT-DTE                      PIC X(10).           SSTMH01P
006300   05  FILLER                                PIC X(2).            SSTMH01P
006400   05  WS-LIST-PREV-DTE                      PIC X(10).           SSTMH01P
006500   05  FILLER                                PIC X(2).            SSTMH01P
006600   05  WS-LIST-BAL                           PIC -Z,ZZZ,ZZ9.99.   SSTMH01P
006700   05  FILLER                                PIC X(3).            SSTMH01P
006800   05  WS-LIST-TXNS                          PIC ZZZ9.            SSTMH01P
006900   05  FILLER                                PIC X(3).            SSTMH01P
007000   05  WS-LIST-DUP                           PIC X(20).           SSTMH01P
007100                                                                  SSTMH01P
007200 01  WS-TXN-LINE.                                                 SSTMH01P
007300   05  WS-TXN-DATE                           PIC X(10).           SSTMH01P
007400   05  FILLER                                PIC X(2).            SSTMH01P
007500   05  WS-TXN-DESC                           PIC X(30).           SSTMH01P
007600   05  FILLER                                PIC X(2).            SSTMH01P
007700   05  WS-TXN-AMOUNT                         PIC -Z,ZZZ,ZZ9.99.   SSTMH01P
007800                                                                  SSTMH01P
007900 01  WS-HEAD-LINE.                                                SSTMH01P
008000   05  WS-HEAD-TEXT1                         PIC X(10).           SSTMH01P
008100   05  WS-HEAD-DATE1                         PIC X(10).           SSTMH01P
008200   05  WS-HEAD-TEXT2                         PIC X(10).           SSTMH01P
008300   05  WS-HEAD-AMOUNT1                       PIC -Z,ZZZ,ZZ9.99.   SSTMH01P
008400   05  WS-HEAD-TEXT3                         PIC X(8).            SSTMH01P
008500   05  WS-HEAD-COUNT                         PIC ZZZ9.            SSTMH01P
008600   05  WS-HEAD-TEXT4                         PIC X(8).            SSTMH01P
008700   05  WS-HEAD-AMOUNT2                       PIC -Z,ZZZ,ZZ9.99.   SSTMH01P
008800                                                                  SSTMH01P
008900 01  WS-DUP-TEXT                             PIC X(20).           SSTMH01P
009000                                                                  SSTMH01P
009100 01  WS-COMMAREA-93.                                              SSTMH01P
009200 COPY CBANKD93.                                                   SSTMH01P
009300                                                                  SSTMH01P
009400 COPY DFHAID.                                                     SSTMH01P
009500                                                                  SSTMH01P
009600 COPY DFHBMSCA.                                                   SSTMH01P
009700                                                                  SSTMH01P
009800 COPY CABENDD.                                                    SSTMH01P
009900                                                                  SSTMH01P
010000 LINKAGE SECTION.                                                 SSTMH01P
010100 01  DFHCOMMAREA.                                                 SSTMH01P
010200 COPY CSTMHD01.                                                   SSTMH01P
010300                                                                  SSTMH01P
010400 PROCEDURE DIVISION.                                              SSTMH01P
010500***************************************************************** SSTMH01P
010600* First time in this pseudo-conversation - send a blank screen, * SSTMH01P
010700* with the customer's PID filled in when SBANK00P passed it     * SSTMH01P
010800***************************************************************** SSTMH01P
010900     IF EIBCALEN IS EQUAL TO 0 OR CSTMHD01-SCREEN-NOT-SENT        SSTMH01P
011000       MOVE LOW-VALUES TO STMH01AO                                SSTMH01P
011100       IF EIBCALEN IS NOT EQUAL TO 0 AND CSTMHD01-CUSTOMER        SSTMH01P
011200         MOVE CSTMHD01-PID TO PIDO IN STMH01AO                    SSTMH01P
011300         MOVE 'Key an account - Enter=List PF3=Return'            SSTMH01P
011400           TO ERRMSGO IN STMH01AO                                 SSTMH01P
011500       ELSE                                                       SSTMH01P
011600         MOVE 'Key a customer and account - Enter=List PF3=Exit'  SSTMH01P
011700           TO ERRMSGO IN STMH01AO                                 SSTMH01P
011800       END-IF                                                     SSTMH01P
011900       EXEC CICS SEND MAP('STMH01A')                              SSTMH01P
012000                  MAPSET('MSTMH01')                               SSTMH01P
012100                  ERASE                                           SSTMH01P
012200                  FREEKB                                          SSTMH01P
012300       END-EXEC                                                   SSTMH01P
012400       SET CSTMHD01-SCREEN-WAS-SENT TO TRUE                       SSTMH01P
012500       SET CSTMHD01-LISTING TO TRUE                               SSTMH01P
012600       GO TO COMMON-RETURN                                        SSTMH01P
012700     END-IF.                                                      SSTMH01P
012800                                                                  SSTMH01P
012900     EXEC CICS RECEIVE MAP('STMH01A')                             SSTMH01P
013000                MAPSET('MSTMH01')                                 SSTMH01P
013100                RESP(WS-RESP)                                     SSTMH01P
013200     END-EXEC.                                                    SSTMH01P
013300                                                                  SSTMH01P
013400***************************************************************** SSTMH01P
013500* PF3 exits, PF5 shows the keyed statement, PF6 asks for a      * SSTMH01P
013600* duplicate, PF7 goes back to the list, PF8 pages on, Enter     * SSTMH01P
013700* lists from the newest                                         * SSTMH01P
013800***************************************************************** SSTMH01P
013900     EVALUATE TRUE                                                SSTMH01P
014000       WHEN EIBAID IS EQUAL TO DFHPF3                             SSTMH01P
014100         PERFORM LEAVE-SCREEN THRU                                SSTMH01P
014200                 LEAVE-SCREEN-EXIT                                SSTMH01P
014300       WHEN EIBAID IS EQUAL TO DFHPF8                             SSTMH01P
014400         PERFORM PAGE-FORWARD THRU                                SSTMH01P
014500                 PAGE-FORWARD-EXIT                                SSTMH01P
014600       WHEN EIBAID IS EQUAL TO DFHPF5                             SSTMH01P
014700         IF CSTMHD01-VIEWING                                      SSTMH01P
014800           MOVE 'Already showing a statement. PF7=List'           SSTMH01P
014900             TO ERRMSGO IN STMH01AO                               SSTMH01P
015000           PERFORM RESEND-SCREEN THRU                             SSTMH01P
015100                   RESEND-SCREEN-EXIT                             SSTMH01P
015200         ELSE                                                     SSTMH01P
015300           PERFORM SELECT-LINE THRU                               SSTMH01P
015400                   SELECT-LINE-EXIT                               SSTMH01P
015500           IF CSTMHD01-STMT-KEY IS NOT EQUAL TO SPACES            SSTMH01P
015600             MOVE SPACES TO CD93I-START-KEY                       SSTMH01P
015700             PERFORM VIEW-AND-SEND THRU                           SSTMH01P
015800                     VIEW-AND-SEND-EXIT                           SSTMH01P
015900           END-IF                                                 SSTMH01P
016000         END-IF                                                   SSTMH01P
016100       WHEN EIBAID IS EQUAL TO DFHPF6                             SSTMH01P
016200         IF CSTMHD01-LISTING                                      SSTMH01P
016300           PERFORM SELECT-LINE THRU                               SSTMH01P
016400                   SELECT-LINE-EXIT                               SSTMH01P
016500         END-IF                                                   SSTMH01P
016600         IF CSTMHD01-STMT-KEY IS NOT EQUAL TO SPACES              SSTMH01P
016700           PERFORM REQUEST-DUPLICATE THRU                         SSTMH01P
016800                   REQUEST-DUPLICATE-EXIT                         SSTMH01P
016900         END-IF                                                   SSTMH01P
017000       WHEN EIBAID IS EQUAL TO DFHPF7                             SSTMH01P
017100         MOVE SPACES TO CD93I-START-KEY                           SSTMH01P
017200         PERFORM LIST-AND-SEND THRU                               SSTMH01P
017300                 LIST-AND-SEND-EXIT                               SSTMH01P
017400       WHEN OTHER                                                 SSTMH01P
017500         IF NOT CSTMHD01-CUSTOMER AND                             SSTMH01P
017600            PIDI IN STMH01AI IS NOT EQUAL TO LOW-VALUES           SSTMH01P
017700           MOVE PIDI IN STMH01AI TO CSTMHD01-PID                  SSTMH01P
017800         END-IF                                                   SSTMH01P
017900         IF ACCNOI IN STMH01AI IS NOT EQUAL TO SPACES AND         SSTMH01P
018000            ACCNOI IN STMH01AI IS NOT EQUAL TO LOW-VALUES         SSTMH01P
018100           MOVE ACCNOI IN STMH01AI TO CSTMHD01-ACCNO              SSTMH01P
018200         END-IF                                                   SSTMH01P
018300         MOVE SPACES TO CD93I-START-KEY                           SSTMH01P
018400         PERFORM LIST-AND-SEND THRU                               SSTMH01P
018500                 LIST-AND-SEND-EXIT                               SSTMH01P
018600     END-EVALUATE.                                                SSTMH01P
018700                                                                  SSTMH01P
018800 COMMON-RETURN.                                                   SSTMH01P
018900     EXEC CICS RETURN TRANSID(WS-TRAN-ID)                         SSTMH01P
019000                COMMAREA(DFHCOMMAREA)                             SSTMH01P
019100                LENGTH(LENGTH OF DFHCOMMAREA)                     SSTMH01P
019200     END-EXEC.                                                    SSTMH01P
019300     GOBACK.                                                      SSTMH01P
019400                                                                  SSTMH01P
019500***************************************************************** SSTMH01P
019600* PF3 - staff simply end; a customer goes back to the banking   * SSTMH01P
019700* session SBANK00P left them in                                 * SSTMH01P
019800***************************************************************** SSTMH01P
019900 LEAVE-SCREEN.                                                    SSTMH01P
020000     IF NOT CSTMHD01-CUSTOMER                                     SSTMH01P
020100       EXEC CICS RETURN END-EXEC                                  SSTMH01P
020200       GOBACK                                                     SSTMH01P
020300     END-IF.                                                      SSTMH01P
020400     MOVE CSTMHD01-BANK-TSQ TO WS-RESUME-TSQ.                     SSTMH01P
020500     EXEC CICS XCTL PROGRAM('SBANK00P')                           SSTMH01P
020600                    COMMAREA(WS-RESUME-AREA)                      SSTMH01P
020700                    LENGTH(LENGTH OF WS-RESUME-AREA)              SSTMH01P
020800     END-EXEC.                                                    SSTMH01P
020900 LEAVE-SCREEN-EXIT.                                               SSTMH01P
021000     EXIT.                                                        SSTMH01P
021100                                                                  SSTMH01P
021200***************************************************************** SSTMH01P
021300* PF8 - older statements on the list, or the next page of the   * SSTMH01P
021400* statement being shown                                         * SSTMH01P
021500***************************************************************** SSTMH01P
021600 PAGE-FORWARD.                                                    SSTMH01P
021700     IF CSTMHD01-VIEWING                                          SSTMH01P
021800       IF NOT CSTMHD01-VIEW-MORE-YES                              SSTMH01P
021900         MOVE 'No more transactions. Cannot page forward.'        SSTMH01P
022000           TO ERRMSGO IN STMH01AO                                 SSTMH01P
022100         PERFORM RESEND-SCREEN THRU                               SSTMH01P
022200                 RESEND-SCREEN-EXIT                               SSTMH01P
022300       ELSE                                                       SSTMH01P
022400         MOVE CSTMHD01-VIEW-NEXT-KEY TO CD93I-START-KEY           SSTMH01P
022500         PERFORM VIEW-AND-SEND THRU                               SSTMH01P
022600                 VIEW-AND-SEND-EXIT                               SSTMH01P
022700       END-IF                                                     SSTMH01P
022800       GO TO PAGE-FORWARD-EXIT                                    SSTMH01P
022900     END-IF.                                                      SSTMH01P
023000     IF NOT CSTMHD01-MORE-YES                                     SSTMH01P
023100       MOVE 'No older statements. Cannot page forward.'           SSTMH01P
023200         TO ERRMSGO IN STMH01AO                                   SSTMH01P
023300       PERFORM RESEND-SCREEN THRU                                 SSTMH01P
023400               RESEND-SCREEN-EXIT                                 SSTMH01P
023500     ELSE                                                         SSTMH01P
023600       MOVE CSTMHD01-NEXT-KEY TO CD93I-START-KEY                  SSTMH01P
023700       PERFORM LIST-AND-SEND THRU                                 SSTMH01P
023800               LIST-AND-SEND-EXIT                                 SSTMH01P
023900     END-IF.                                                      SSTMH01P
024000 PAGE-FORWARD-EXIT.                                               SSTMH01P
024100     EXIT.                                                        SSTMH01P
024200                                                                  SSTMH01P
024300***************************************************************** SSTMH01P
024400* Redisplay the screen unchanged except for the message line    * SSTMH01P
024500***************************************************************** SSTMH01P
024600 RESEND-SCREEN.                                                   SSTMH01P
024700     EXEC CICS SEND MAP('STMH01A')                                SSTMH01P
024800                MAPSET('MSTMH01')                                 SSTMH01P
024900                DATAONLY                                          SSTMH01P
025000                FREEKB                                            SSTMH01P
025100     END-EXEC.                                                    SSTMH01P
025200 RESEND-SCREEN-EXIT.                                              SSTMH01P
025300     EXIT.                                                        SSTMH01P
025400                                                                  SSTMH01P
025500***************************************************************** SSTMH01P
025600* List a page of the account's statements, newest first,        * SSTMH01P
025700* starting before the key already in CD93I-START-KEY (spaces    * SSTMH01P
025800* for the newest page) and keep each line's key for PF5/PF6     * SSTMH01P
025900***************************************************************** SSTMH01P
026000 LIST-AND-SEND.                                                   SSTMH01P
026100     MOVE CD93I-START-KEY TO CSTMHD01-NEXT-KEY.                   SSTMH01P
026200     MOVE SPACES TO CD93-DATA.                                    SSTMH01P
026300     SET CD93I-LIST TO TRUE.                                      SSTMH01P
026400     MOVE CSTMHD01-PID TO CD93I-PID.                              SSTMH01P
026500     MOVE CSTMHD01-ACCNO TO CD93I-ACCNO.                          SSTMH01P
026600     MOVE CSTMHD01-NEXT-KEY TO CD93I-START-KEY.                   SSTMH01P
026700 COPY CBANKX93.                                                   SSTMH01P
026800     MOVE CD93O-NEXT-KEY TO CSTMHD01-NEXT-KEY.                    SSTMH01P
026900     MOVE CD93O-MORE TO CSTMHD01-MORE.                            SSTMH01P
027000     SET CSTMHD01-LISTING TO TRUE.                                SSTMH01P
027100     MOVE SPACES TO CSTMHD01-STMT-KEY.                            SSTMH01P
027200     MOVE LOW-VALUES TO STMH01AO.                                 SSTMH01P
027300     MOVE CSTMHD01-PID TO PIDO IN STMH01AO.                       SSTMH01P
027400     MOVE CSTMHD01-ACCNO TO ACCNOO IN STMH01AO.                   SSTMH01P
027500     MOVE 'Statement   Previous  Closing balance'                 SSTMH01P
027600       TO HEAD1O IN STMH01AO.                                     SSTMH01P
027700     MOVE 'Txns   Duplicate' TO HEAD1O IN STMH01AO (41:16).       SSTMH01P
027800     MOVE 1 TO WS-SUB1.                                           SSTMH01P
027900     PERFORM LIST-LINE THRU                                       SSTMH01P
028000             LIST-LINE-EXIT.                                      SSTMH01P
028100     IF NOT CD93O-OK                                              SSTMH01P
028200       MOVE CD93O-MSG TO ERRMSGO IN STMH01AO                      SSTMH01P
028300     ELSE                                                         SSTMH01P
028400       IF CSTMHD01-MORE-YES                                       SSTMH01P
028500         MOVE 'Key a line PF5=Show PF6=Duplicate PF8=Older'       SSTMH01P
028600           TO ERRMSGO IN STMH01AO                                 SSTMH01P
028700       ELSE                                                       SSTMH01P
028800         MOVE 'Key a line PF5=Show PF6=Duplicate PF3=Exit'        SSTMH01P
028900           TO ERRMSGO IN STMH01AO                                 SSTMH01P
029000       END-IF                                                     SSTMH01P
029100     END-IF.                                                      SSTMH01P
029200     EXEC CICS SEND MAP('STMH01A')                                SSTMH01P
029300                MAPSET('MSTMH01')                                 SSTMH01P
029400                ERASE                                             SSTMH01P
029500                FREEKB                                            SSTMH01P
029600     END-EXEC.                                                    SSTMH01P
029700 LIST-AND-SEND-EXIT.                                              SSTMH01P
029800     EXIT.                                                        SSTMH01P
029900                                                                  SSTMH01P
030000***************************************************************** SSTMH01P
030100* Format each listed statement onto its screen line and keep    * SSTMH01P
030200* its archive key in the commarea                               * SSTMH01P
030300***************************************************************** SSTMH01P
030400 LIST-LINE.                                                       SSTMH01P
030500     IF WS-SUB1 IS GREATER THAN 8                                 SSTMH01P
030600       GO TO LIST-LINE-EXIT                                       SSTMH01P
030700     END-IF.                                                      SSTMH01P
030800     MOVE SPACES TO WS-LIST-LINE.                                 SSTMH01P
030900     IF WS-SUB1 IS GREATER THAN CD93O-COUNT                       SSTMH01P
031000       MOVE SPACES TO CSTMHD01-LINE-KEY (WS-SUB1)                 SSTMH01P
031100     ELSE                                                         SSTMH01P
031200       MOVE CD93O-ENTRY-KEY (WS-SUB1)                             SSTMH01P
031300         TO CSTMHD01-LINE-KEY (WS-SUB1)                           SSTMH01P
031400       MOVE CD93O-ENTRY-STMT-DTE (WS-SUB1) TO WS-LIST-STMT-DTE    SSTMH01P
031500       MOVE CD93O-ENTRY-PREV-DTE (WS-SUB1) TO WS-LIST-PREV-DTE    SSTMH01P
031600       MOVE CD93O-ENTRY-CURR-BAL (WS-SUB1) TO WS-LIST-BAL         SSTMH01P
031700       MOVE CD93O-ENTRY-TXN-COUNT (WS-SUB1) TO WS-LIST-TXNS       SSTMH01P
031800       MOVE CD93O-ENTRY-DUP-STATUS (WS-SUB1) TO WS-DUP-TEXT       SSTMH01P
031900       PERFORM DUP-STATUS-TEXT THRU                               SSTMH01P
032000               DUP-STATUS-TEXT-EXIT                               SSTMH01P
032100       MOVE WS-DUP-TEXT TO WS-LIST-DUP                            SSTMH01P
032200     END-IF.                                                      SSTMH01P
032300     PERFORM PUT-LINE THRU                                        SSTMH01P
032400             PUT-LINE-EXIT.                                       SSTMH01P
032500     ADD 1 TO WS-SUB1.                                            SSTMH01P
032600     GO TO LIST-LINE.                                             SSTMH01P
032700 LIST-LINE-EXIT.                                                  SSTMH01P
032800     EXIT.                                                        SSTMH01P
032900                                                                  SSTMH01P
033000***************************************************************** SSTMH01P
033100* Show the chosen statement's header and a page of its          * SSTMH01P
033200* transactions from CD93I-START-KEY (spaces for the first)      * SSTMH01P
033300***************************************************************** SSTMH01P
033400 VIEW-AND-SEND.                                                   SSTMH01P
033500     MOVE CD93I-START-KEY TO CSTMHD01-VIEW-NEXT-KEY.              SSTMH01P
033600     MOVE SPACES TO CD93-DATA.                                    SSTMH01P
033700     SET CD93I-VIEW TO TRUE.                                      SSTMH01P
033800     MOVE CSTMHD01-PID TO CD93I-PID.                              SSTMH01P
033900     MOVE CSTMHD01-ACCNO TO CD93I-ACCNO.                          SSTMH01P
034000     MOVE CSTMHD01-STMT-KEY TO CD93I-STMT-KEY.                    SSTMH01P
034100     MOVE CSTMHD01-VIEW-NEXT-KEY TO CD93I-START-KEY.              SSTMH01P
034200 COPY CBANKX93.                                                   SSTMH01P
034300     IF CD93O-NOTFND OR CD93O-ERROR                               SSTMH01P
034400       MOVE CD93O-MSG TO ERRMSGO IN STMH01AO                      SSTMH01P
034500       PERFORM RESEND-SCREEN THRU                                 SSTMH01P
034600               RESEND-SCREEN-EXIT                                 SSTMH01P
034700       GO TO VIEW-AND-SEND-EXIT                                   SSTMH01P
034800     END-IF.                                                      SSTMH01P
034900     SET CSTMHD01-VIEWING TO TRUE.                                SSTMH01P
035000     MOVE CD93O-NEXT-KEY TO CSTMHD01-VIEW-NEXT-KEY.               SSTMH01P
035100     MOVE CD93O-MORE TO CSTMHD01-VIEW-MORE.                       SSTMH01P
035200     MOVE LOW-VALUES TO STMH01AO.                                 SSTMH01P
035300     MOVE CSTMHD01-PID TO PIDO IN STMH01AO.                       SSTMH01P
035400     MOVE CSTMHD01-ACCNO TO ACCNOO IN STMH01AO.                   SSTMH01P
035500     MOVE SPACES TO WS-HEAD-LINE.                                 SSTMH01P
035600     MOVE 'Statement ' TO WS-HEAD-TEXT1.                          SSTMH01P
035700     MOVE CD93O-HDR-STMT-DTE TO WS-HEAD-DATE1.                    SSTMH01P
035800     MOVE ' Balance ' TO WS-HEAD-TEXT2.                           SSTMH01P
035900     MOVE CD93O-HDR-CURR-BAL TO WS-HEAD-AMOUNT1.                  SSTMH01P
036000     MOVE ' Txns ' TO WS-HEAD-TEXT3.                              SSTMH01P
036100     MOVE CD93O-HDR-TXN-COUNT TO WS-HEAD-COUNT.                   SSTMH01P
036200     MOVE ' Total ' TO WS-HEAD-TEXT4.                             SSTMH01P
036300     MOVE CD93O-HDR-TXN-TOTAL TO WS-HEAD-AMOUNT2.                 SSTMH01P
036400     MOVE WS-HEAD-LINE TO HEAD1O IN STMH01AO.                     SSTMH01P
036500     MOVE SPACES TO WS-HEAD-LINE.                                 SSTMH01P
036600     MOVE 'Previous  ' TO WS-HEAD-TEXT1.                          SSTMH01P
036700     MOVE CD93O-HDR-PREV-STMT-DTE TO WS-HEAD-DATE1.               SSTMH01P
036800     MOVE WS-HEAD-LINE (1:22) TO HEAD2O IN STMH01AO.              SSTMH01P
036900     MOVE CD93O-HDR-NAME TO HEAD2O IN STMH01AO (23:25).           SSTMH01P
037000     MOVE CD93O-HDR-DUP-STATUS TO WS-DUP-TEXT.                    SSTMH01P
037100     PERFORM DUP-STATUS-TEXT THRU                                 SSTMH01P
037200             DUP-STATUS-TEXT-EXIT.                                SSTMH01P
037300     MOVE WS-DUP-TEXT TO HEAD2O IN STMH01AO (50:20).              SSTMH01P
037400     MOVE 1 TO WS-SUB1.                                           SSTMH01P
037500     PERFORM VIEW-LINE THRU                                       SSTMH01P
037600             VIEW-LINE-EXIT.                                      SSTMH01P
037700     IF CD93O-COUNT IS EQUAL TO ZERO                              SSTMH01P
037800       MOVE CD93O-MSG TO ERRMSGO IN STMH01AO                      SSTMH01P
037900     ELSE                                                         SSTMH01P
038000       IF CSTMHD01-VIEW-MORE-YES                                  SSTMH01P
038100         MOVE 'PF6=Duplicate PF7=List PF8=More transactions'      SSTMH01P
038200           TO ERRMSGO IN STMH01AO                                 SSTMH01P
038300       ELSE                                                       SSTMH01P
038400         MOVE 'PF6=Duplicate PF7=List PF3=Exit'                   SSTMH01P
038500           TO ERRMSGO IN STMH01AO                                 SSTMH01P
038600       END-IF                                                     SSTMH01P
038700     END-IF.                                                      SSTMH01P
038800     EXEC CICS SEND MAP('STMH01A')                                SSTMH01P
038900                MAPSET('MSTMH01')                                 SSTMH01P
039000                ERASE                                             SSTMH01P
039100                FREEKB                                            SSTMH01P
039200     END-EXEC.                                                    SSTMH01P
039300 VIEW-AND-SEND-EXIT.                                              SSTMH01P
039400     EXIT.                                                        SSTMH01P
039500                                                                  SSTMH01P
039600***************************************************************** SSTMH01P
039700* Format each transaction of the page onto its screen line      * SSTMH01P
039800***************************************************************** SSTMH01P
039900 VIEW-LINE.                                                       SSTMH01P
040000     IF WS-SUB1 IS GREATER THAN 8                                 SSTMH01P
040100       GO TO VIEW-LINE-EXIT                                       SSTMH01P
040200     END-IF.                                                      SSTMH01P
040300     MOVE SPACES TO WS-TXN-LINE.                                  SSTMH01P
040400     IF WS-SUB1 IS NOT GREATER THAN CD93O-COUNT                   SSTMH01P
040500       MOVE CD93O-ENTRY-TIMESTAMP (WS-SUB1) (1:10) TO WS-TXN-DATE SSTMH01P
040600       MOVE CD93O-ENTRY-DESC (WS-SUB1) TO WS-TXN-DESC             SSTMH01P
040700       MOVE CD93O-ENTRY-AMOUNT (WS-SUB1) TO WS-TXN-AMOUNT         SSTMH01P
040800     END-IF.                                                      SSTMH01P
040900     MOVE WS-TXN-LINE TO WS-LIST-LINE.                            SSTMH01P
041000     PERFORM PUT-LINE THRU                                        SSTMH01P
041100             PUT-LINE-EXIT.                                       SSTMH01P
041200     ADD 1 TO WS-SUB1.                                            SSTMH01P
041300     GO TO VIEW-LINE.                                             SSTMH01P
041400 VIEW-LINE-EXIT.                                                  SSTMH01P
041500     EXIT.                                                        SSTMH01P
041600                                                                  SSTMH01P
041700***************************************************************** SSTMH01P
041800* Move the formatted line to screen line WS-SUB1                * SSTMH01P
041900***************************************************************** SSTMH01P
042000 PUT-LINE.                                                        SSTMH01P
042100     EVALUATE WS-SUB1                                             SSTMH01P
042200       WHEN 1                                                     SSTMH01P
042300         MOVE WS-LIST-LINE TO LIST1TXO IN STMH01AO                SSTMH01P
042400       WHEN 2                                                     SSTMH01P
042500         MOVE WS-LIST-LINE TO LIST2TXO IN STMH01AO                SSTMH01P
042600       WHEN 3                                                     SSTMH01P
042700         MOVE WS-LIST-LINE TO LIST3TXO IN STMH01AO                SSTMH01P
042800       WHEN 4                                                     SSTMH01P
042900         MOVE WS-LIST-LINE TO LIST4TXO IN STMH01AO                SSTMH01P
043000       WHEN 5                                                     SSTMH01P
043100         MOVE WS-LIST-LINE TO LIST5TXO IN STMH01AO                SSTMH01P
043200       WHEN 6                                                     SSTMH01P
043300         MOVE WS-LIST-LINE TO LIST6TXO IN STMH01AO                SSTMH01P
043400       WHEN 7                                                     SSTMH01P
043500         MOVE WS-LIST-LINE TO LIST7TXO IN STMH01AO                SSTMH01P
043600       WHEN 8                                                     SSTMH01P
043700         MOVE WS-LIST-LINE TO LIST8TXO IN STMH01AO                SSTMH01P
043800     END-EVALUATE.                                                SSTMH01P
043900 PUT-LINE-EXIT.                                                   SSTMH01P
044000     EXIT.                                                        SSTMH01P
044100                                                                  SSTMH01P
044200***************************************************************** SSTMH01P
044300* Turn a duplicate status in WS-DUP-TEXT into words             * SSTMH01P
044400***************************************************************** SSTMH01P
044500 DUP-STATUS-TEXT.                                                 SSTMH01P
044600     EVALUATE WS-DUP-TEXT (1:1)                                   SSTMH01P
044700       WHEN 'R'                                                   SSTMH01P
044800         MOVE 'Duplicate requested' TO WS-DUP-TEXT                SSTMH01P
044900       WHEN 'P'                                                   SSTMH01P
045000         MOVE 'Duplicate printed' TO WS-DUP-TEXT                  SSTMH01P
045100       WHEN OTHER                                                 SSTMH01P
045200         MOVE SPACES TO WS-DUP-TEXT                               SSTMH01P
045300     END-EVALUATE.                                                SSTMH01P
045400 DUP-STATUS-TEXT-EXIT.                                            SSTMH01P
045500     EXIT.                                                        SSTMH01P
045600                                                                  SSTMH01P
045700***************************************************************** SSTMH01P
045800* Pick up the statement on the keyed line of the list           * SSTMH01P
045900***************************************************************** SSTMH01P
046000 SELECT-LINE.                                                     SSTMH01P
046100     MOVE SPACES TO CSTMHD01-STMT-KEY.                            SSTMH01P
046200     IF SELI IN STMH01AI IS NOT NUMERIC OR                        SSTMH01P
046300        SELI IN STMH01AI IS EQUAL TO ZERO                         SSTMH01P
046400       MOVE 'Key the line number (1-8) of the statement'          SSTMH01P
046500         TO ERRMSGO IN STMH01AO                                   SSTMH01P
046600       PERFORM RESEND-SCREEN THRU                                 SSTMH01P
046700               RESEND-SCREEN-EXIT                                 SSTMH01P
046800       GO TO SELECT-LINE-EXIT                                     SSTMH01P
046900     END-IF.                                                      SSTMH01P
047000     MOVE SELI IN STMH01AI TO WS-SEL-SUB.                         SSTMH01P
047100     IF WS-SEL-SUB IS GREATER THAN 8 OR                           SSTMH01P
047200        CSTMHD01-LINE-KEY (WS-SEL-SUB) IS EQUAL TO SPACES         SSTMH01P
047300       MOVE 'There is no statement on that line'                  SSTMH01P
047400         TO ERRMSGO IN STMH01AO                                   SSTMH01P
047500       PERFORM RESEND-SCREEN THRU                                 SSTMH01P
047600               RESEND-SCREEN-EXIT                                 SSTMH01P
047700       GO TO SELECT-LINE-EXIT                                     SSTMH01P
047800     END-IF.                                                      SSTMH01P
047900     MOVE CSTMHD01-LINE-KEY (WS-SEL-SUB) TO CSTMHD01-STMT-KEY.    SSTMH01P
048000 SELECT-LINE-EXIT.                                                SSTMH01P
048100     EXIT.                                                        SSTMH01P
048200                                                                  SSTMH01P
048300***************************************************************** SSTMH01P
048400* Ask for a duplicate of the chosen statement - it prints and   * SSTMH01P
048500* the fee is charged in the overnight run                       * SSTMH01P
048600***************************************************************** SSTMH01P
048700 REQUEST-DUPLICATE.                                               SSTMH01P
048800     MOVE SPACES TO CD93-DATA.                                    SSTMH01P
048900     SET CD93I-DUPLICATE TO TRUE.                                 SSTMH01P
049000     MOVE CSTMHD01-PID TO CD93I-PID.                              SSTMH01P
049100     MOVE CSTMHD01-ACCNO TO CD93I-ACCNO.                          SSTMH01P
049200     MOVE CSTMHD01-STMT-KEY TO CD93I-STMT-KEY.                    SSTMH01P
049300     IF CSTMHD01-CUSTOMER                                         SSTMH01P
049400       MOVE CSTMHD01-PID TO CD93I-USERID                          SSTMH01P
049500     ELSE                                                         SSTMH01P
049600       MOVE EIBOPID TO CD93I-USERID                               SSTMH01P
049700     END-IF.                                                      SSTMH01P
049800 COPY CBANKX93.                                                   SSTMH01P
049900     IF CD93O-OK                                                  SSTMH01P
050000       MOVE 'Duplicate requested - it prints in the overnight run'SSTMH01P
050100         TO ERRMSGO IN STMH01AO                                   SSTMH01P
050200     ELSE                                                         SSTMH01P
050300       MOVE CD93O-MSG TO ERRMSGO IN STMH01AO                      SSTMH01P
050400     END-IF.                                                      SSTMH01P
050500     IF CSTMHD01-LISTING                                          SSTMH01P
050600       MOVE SPACES TO CSTMHD01-STMT-KEY                           SSTMH01P
050700     END-IF.                                                      SSTMH01P
050800     PERFORM RESEND-SCREEN THRU                                   SSTMH01P
050900             RESEND-SCREEN-EXIT.                                  SSTMH01P
051000 REQUEST-DUPLICATE-EXIT.                                          SSTMH01P
051100     EXIT.                                                        SSTMH01P
051200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SSTMH01P
