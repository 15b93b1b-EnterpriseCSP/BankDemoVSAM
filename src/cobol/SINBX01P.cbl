000100***************************************************************** SINBX01P
000200*                                                               * SINBX01P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * SINBX01P
000400*   This demonstration program is provided for use by users     * SINBX01P
000500*   of Micro Focus products and may be used, modified and       * SINBX01P
000600*   distributed as part of your application provided that       * SINBX01P
000700*   you properly acknowledge the copyright of Micro Focus       * SINBX01P
000800*   in this material.                                           * SINBX01P
000900*                                                               * SINBX01P
001000***************************************************************** SINBX01P
001100                                                                  SINBX01P
001200***************************************************************** SINBX01P
001300* Program:     SINBX01P.CBL (CICS Version)                      * SINBX01P
001400* Layer:       Screen handling                                  * SINBX01P
001500* Function:    Staff work inbox - one list of the pending       * SINBX01P
001600*              items of every review queue the signed-on        * SINBX01P
001700*              user's BNKSTAF role may work (BNKAUTH via        * SINBX01P
001800*              DBANK35P), oldest first with queue, customer     * SINBX01P
001900*              and age, built by DBANK81P.  Keying a line and   * SINBX01P
002000*              Enter opens the queue's own review screen on     * SINBX01P
002100*              that item; its PF3 comes back here.  While a     * SINBX01P
002200*              review screen is open its input arrives under    * SINBX01P
002300*              this transaction and is passed straight on to    * SINBX01P
002400*              it using the CINBOXD hand-off record.            * SINBX01P
002500***************************************************************** SINBX01P
002600                                                                  SINBX01P
002700 IDENTIFICATION DIVISION.                                         SINBX01P
002800 PROGRAM-ID.                                                      SINBX01P
002900     SINBX01P.                                                    SINBX01P
003000 DATE-WRITTEN.                                                    SINBX01P
003100     October 2026.                                                SINBX01P
003200 DATE-COMPILED.                                                   SINBX01P
003300     Today.                                                       SINBX01P
003400                                                                  SINBX01P
003500 ENVIRONMENT DIVISION.                                            SINBX01P
003600                                                                  SINBX01P
003700 DATA DIVISION.                                                   SINBX01P
003800 WORKING-STORAGE SECTION.                                         SINBX01P
003900 01  WS-MISC-STORAGE.                                             SINBX01P
004000   05  WS-PROGRAM-ID                         PIC X(8)             SINBX01P
004100       VALUE 'SINBX01P'.                                          SINBX01P
004200   05  WS-RESP                               PIC S9(8) COMP.      SINBX01P
004300   05  WS-SUB1                               PIC S9(4) COMP.      SINBX01P
004400   05  WS-QNO                                PIC S9(4) COMP.      SINBX01P
004500   05  WS-SEL-SUB                            PIC 9(1).            SINBX01P
004600   05  WS-WORKABLE-COUNT                     PIC S9(4) COMP.      SINBX01P
004700   05  WS-PAGE-EDIT                          PIC ZZ9.             SINBX01P
004800   05  WS-TOTAL-EDIT                         PIC ZZZ9.            SINBX01P
004900                                                                  SINBX01P
005000***************************************************************** SINBX01P
005100* The review queues in DBANK81P order - review program, file    * SINBX01P
005200* and the label shown on the list                               * SINBX01P
005300***************************************************************** SINBX01P
005400 01  WS-QUEUE-TABLE-DATA.                                         SINBX01P
005500   05  FILLER                                PIC X(24)            SINBX01P
005600       VALUE 'SHOLD01PBNKHOLD Address '.                          SINBX01P
005700   05  FILLER                                PIC X(24)            SINBX01P
005800       VALUE 'SFRAUD0PBNKFRAUDFraud   '.                          SINBX01P
005900   05  FILLER                                PIC X(24)            SINBX01P
006000       VALUE 'SDISP01PBNKDISP Dispute '.                          SINBX01P
006100   05  FILLER                                PIC X(24)            SINBX01P
006200       VALUE 'SDENY01PBNKDENYQDeny hit'.                          SINBX01P
006300   05  FILLER                                PIC X(24)            SINBX01P
006400       VALUE 'SOVRD01PBNKLNOVRLoan ovr'.                          SINBX01P
006500   05  FILLER                                PIC X(24)            SINBX01P
006600       VALUE 'SESTA01PBNKESTQ Estate  '.                          SINBX01P
006700   05  FILLER                                PIC X(24)            SINBX01P
006800       VALUE 'SSUSP01PBNKSUSP Suspense'.                          SINBX01P
006900   05  FILLER                                PIC X(24)            SINBX01P
007000       VALUE 'SMSGQ01PBNKMSG  Message '.                          SINBX01P
007100 01  WS-QUEUE-TABLE REDEFINES WS-QUEUE-TABLE-DATA.                SINBX01P
007200   05  WS-QUEUE OCCURS 8 TIMES.                                   SINBX01P
007300     10  WS-Q-PROGRAM                        PIC X(8).            SINBX01P
007400     10  WS-Q-FILE                           PIC X(8).            SINBX01P
007500     10  WS-Q-LABEL                          PIC X(8).            SINBX01P
007600                                                                  SINBX01P
007700 01  WS-LINE-TABLE.                                               SINBX01P
007800   05  WS-LINE OCCURS 8 TIMES.                                    SINBX01P
007900     10  WS-LINE-LABEL                       PIC X(8).            SINBX01P
008000     10  WS-LINE-AGE                         PIC ZZZ9.            SINBX01P
008100                                                                  SINBX01P
008200 01  WS-COMMAREA-81.                                              SINBX01P
008300 COPY CBANKD81.                                                   SINBX01P
008400                                                                  SINBX01P
008500 01  WS-COMMAREA-35.                                              SINBX01P
008600 COPY CBANKD35.                                                   SINBX01P
008700                                                                  SINBX01P
008800 01  WS-INBOX-AREA.                                               SINBX01P
008900 COPY CINBOXD.                                                    SINBX01P
009000                                                                  SINBX01P
009100 COPY DFHAID.                                                     SINBX01P
009200                                                                  SINBX01P
009300 COPY DFHBMSCA.                                                   SINBX01P
009400                                                                  SINBX01P
009500 COPY CABENDD.                                                    SINBX01P
009600                                                                  SINBX01P
009700 LINKAGE SECTION.                                                 SINBX01P
009800 01  DFHCOMMAREA.                                                 SINBX01P
009900   05  LK-SCREEN-STATUS                     PIC X(1).             SINBX01P
010000     88  LK-SCREEN-NOT-SENT                 VALUE SPACE.          SINBX01P
010100     88  LK-SCREEN-WAS-SENT                 VALUE '1'.            SINBX01P
010200   05  LK-PAGE                              PIC 9(3).             SINBX01P
010300   05  LK-MORE                              PIC X(1).             SINBX01P
010400     88  LK-MORE-YES                        VALUE 'Y'.            SINBX01P
010500   05  LK-LINE OCCURS 8 TIMES.                                    SINBX01P
010600     10  LK-LINE-QNO                        PIC 9(1).             SINBX01P
010700     10  LK-LINE-PROGRAM                    PIC X(8).             SINBX01P
010800     10  LK-LINE-KEY                        PIC X(40).            SINBX01P
010900     10  LK-LINE-PID                        PIC X(5).             SINBX01P
011000                                                                  SINBX01P
011100 PROCEDURE DIVISION.                                              SINBX01P
011200***************************************************************** SINBX01P
011300* First time in - show the inbox, on the page it was left on    * SINBX01P
011400* when coming back from a review screen                         * SINBX01P
011500***************************************************************** SINBX01P
011600     MOVE EIBTRMID TO INBX-TS-QUEUE-NAME-PART2.                   SINBX01P
011700     IF EIBCALEN IS EQUAL TO 0                                    SINBX01P
011800       PERFORM START-INBOX THRU                                   SINBX01P
011900               START-INBOX-EXIT                                   SINBX01P
012000       GO TO COMMON-RETURN                                        SINBX01P
012100     END-IF.                                                      SINBX01P
012200                                                                  SINBX01P
012300***************************************************************** SINBX01P
012400* Input for a review screen opened from the inbox comes in      * SINBX01P
012500* under this transaction - pass it on with its own commarea     * SINBX01P
012600***************************************************************** SINBX01P
012700     PERFORM READ-HANDOFF THRU                                    SINBX01P
012800             READ-HANDOFF-EXIT.                                   SINBX01P
012900     IF INBX-RESP IS EQUAL TO DFHRESP(NORMAL) AND                 SINBX01P
013000        INBX-TARGET-PROG IS NOT EQUAL TO SPACES AND               SINBX01P
013100        INBX-TRANID IS EQUAL TO EIBTRNID                          SINBX01P
013200       EXEC CICS XCTL PROGRAM(INBX-TARGET-PROG)                   SINBX01P
013300                 COMMAREA(DFHCOMMAREA)                            SINBX01P
013400                 LENGTH(EIBCALEN)                                 SINBX01P
013500       END-EXEC                                                   SINBX01P
013600     END-IF.                                                      SINBX01P
013700                                                                  SINBX01P
013800     EXEC CICS RECEIVE MAP('INBX01A')                             SINBX01P
013900                MAPSET('MINBX01')                                 SINBX01P
014000                RESP(WS-RESP)                                     SINBX01P
014100     END-EXEC.                                                    SINBX01P
014200                                                                  SINBX01P
014300***************************************************************** SINBX01P
014400* PF3 exits, PF7/PF8 page, Enter opens the keyed line or        * SINBX01P
014500* refreshes the list when no line is keyed                      * SINBX01P
014600***************************************************************** SINBX01P
014700     EVALUATE TRUE                                                SINBX01P
014800       WHEN EIBAID IS EQUAL TO DFHPF3                             SINBX01P
014900         EXEC CICS DELETEQ TS                                     SINBX01P
015000                   QUEUE(INBX-TS-QUEUE-NAME)                      SINBX01P
015100                   RESP(INBX-RESP)                                SINBX01P
015200         END-EXEC                                                 SINBX01P
015300         EXEC CICS RETURN END-EXEC                                SINBX01P
015400         GOBACK                                                   SINBX01P
015500       WHEN EIBAID IS EQUAL TO DFHPF7                             SINBX01P
015600         IF LK-PAGE IS NOT GREATER THAN 1                         SINBX01P
015700           MOVE 'Already at first page. Cannot page back.'        SINBX01P
015800             TO ERRMSGO IN INBX01AO                               SINBX01P
015900           PERFORM RESEND-SCREEN THRU                             SINBX01P
016000                   RESEND-SCREEN-EXIT                             SINBX01P
016100         ELSE                                                     SINBX01P
016200           SUBTRACT 1 FROM LK-PAGE                                SINBX01P
016300           PERFORM LIST-AND-SEND THRU                             SINBX01P
016400                   LIST-AND-SEND-EXIT                             SINBX01P
016500         END-IF                                                   SINBX01P
016600       WHEN EIBAID IS EQUAL TO DFHPF8                             SINBX01P
016700         IF NOT LK-MORE-YES                                       SINBX01P
016800           MOVE 'Already at last page. Cannot page forward.'      SINBX01P
016900             TO ERRMSGO IN INBX01AO                               SINBX01P
017000           PERFORM RESEND-SCREEN THRU                             SINBX01P
017100                   RESEND-SCREEN-EXIT                             SINBX01P
017200         ELSE                                                     SINBX01P
017300           ADD 1 TO LK-PAGE                                       SINBX01P
017400           PERFORM LIST-AND-SEND THRU                             SINBX01P
017500                   LIST-AND-SEND-EXIT                             SINBX01P
017600         END-IF                                                   SINBX01P
017700       WHEN EIBAID IS EQUAL TO DFHENTER                           SINBX01P
017800         IF SELI IN INBX01AI IS EQUAL TO SPACES OR                SINBX01P
017900            SELI IN INBX01AI IS EQUAL TO LOW-VALUES               SINBX01P
018000           PERFORM LIST-AND-SEND THRU                             SINBX01P
018100                   LIST-AND-SEND-EXIT                             SINBX01P
018200         ELSE                                                     SINBX01P
018300           PERFORM OPEN-SELECTED THRU                             SINBX01P
018400                   OPEN-SELECTED-EXIT                             SINBX01P
018500         END-IF                                                   SINBX01P
018600       WHEN OTHER                                                 SINBX01P
018700         PERFORM LIST-AND-SEND THRU                               SINBX01P
018800                 LIST-AND-SEND-EXIT                               SINBX01P
018900     END-EVALUATE.                                                SINBX01P
019000                                                                  SINBX01P
019100 COMMON-RETURN.                                                   SINBX01P
019200     EXEC CICS RETURN TRANSID(EIBTRNID)                           SINBX01P
019300                COMMAREA(DFHCOMMAREA)                             SINBX01P
019400                LENGTH(LENGTH OF DFHCOMMAREA)                     SINBX01P
019500     END-EXEC.                                                    SINBX01P
019600     GOBACK.                                                      SINBX01P
019700                                                                  SINBX01P
019800***************************************************************** SINBX01P
019900* Fresh start, or back from a review screen which left the      * SINBX01P
020000* hand-off record with no target program.  Either way the       * SINBX01P
020100* record has done its job and is removed.                       * SINBX01P
020200***************************************************************** SINBX01P
020300 START-INBOX.                                                     SINBX01P
020400     MOVE 1 TO LK-PAGE.                                           SINBX01P
020500     PERFORM READ-HANDOFF THRU                                    SINBX01P
020600             READ-HANDOFF-EXIT.                                   SINBX01P
020700     IF INBX-RESP IS EQUAL TO DFHRESP(NORMAL) AND                 SINBX01P
020800        INBX-TARGET-PROG IS EQUAL TO SPACES AND                   SINBX01P
020900        INBX-TRANID IS EQUAL TO EIBTRNID AND                      SINBX01P
021000        INBX-PAGE IS NUMERIC AND                                  SINBX01P
021100        INBX-PAGE IS GREATER THAN ZERO                            SINBX01P
021200       MOVE INBX-PAGE TO LK-PAGE                                  SINBX01P
021300     END-IF.                                                      SINBX01P
021400     EXEC CICS DELETEQ TS                                         SINBX01P
021500               QUEUE(INBX-TS-QUEUE-NAME)                          SINBX01P
021600               RESP(INBX-RESP)                                    SINBX01P
021700     END-EXEC.                                                    SINBX01P
021800     PERFORM LIST-AND-SEND THRU                                   SINBX01P
021900             LIST-AND-SEND-EXIT.                                  SINBX01P
022000 START-INBOX-EXIT.                                                SINBX01P
022100     EXIT.                                                        SINBX01P
022200                                                                  SINBX01P
022300***************************************************************** SINBX01P
022400* Read this terminal's hand-off record, if there is one         * SINBX01P
022500***************************************************************** SINBX01P
022600 READ-HANDOFF.                                                    SINBX01P
022700     MOVE SPACES TO INBX-HANDOFF.                                 SINBX01P
022800     MOVE LENGTH OF INBX-HANDOFF TO INBX-TS-QUEUE-LEN.            SINBX01P
022900     MOVE 1 TO INBX-TS-QUEUE-ITEM.                                SINBX01P
023000     EXEC CICS READQ TS                                           SINBX01P
023100               QUEUE(INBX-TS-QUEUE-NAME)                          SINBX01P
023200               INTO(INBX-HANDOFF)                                 SINBX01P
023300               LENGTH(INBX-TS-QUEUE-LEN)                          SINBX01P
023400               ITEM(INBX-TS-QUEUE-ITEM)                           SINBX01P
023500               RESP(INBX-RESP)                                    SINBX01P
023600     END-EXEC.                                                    SINBX01P
023700 READ-HANDOFF-EXIT.                                               SINBX01P
023800     EXIT.                                                        SINBX01P
023900                                                                  SINBX01P
024000***************************************************************** SINBX01P
024100* Redisplay the screen unchanged except for the message line    * SINBX01P
024200***************************************************************** SINBX01P
024300 RESEND-SCREEN.                                                   SINBX01P
024400     EXEC CICS SEND MAP('INBX01A')                                SINBX01P
024500                MAPSET('MINBX01')                                 SINBX01P
024600                DATAONLY                                          SINBX01P
024700                FREEKB                                            SINBX01P
024800     END-EXEC.                                                    SINBX01P
024900 RESEND-SCREEN-EXIT.                                              SINBX01P
025000     EXIT.                                                        SINBX01P
025100                                                                  SINBX01P
025200***************************************************************** SINBX01P
025300* Mark the queues this user's role may work - the same check    * SINBX01P
025400* the menu makes before it lets the user into each screen       * SINBX01P
025500***************************************************************** SINBX01P
025600 SET-WORKABLE-QUEUES.                                             SINBX01P
025700     IF WS-QNO IS GREATER THAN 8                                  SINBX01P
025800       GO TO SET-WORKABLE-QUEUES-EXIT                             SINBX01P
025900     END-IF.                                                      SINBX01P
026000     MOVE WS-Q-PROGRAM (WS-QNO) TO CD81I-Q-PROGRAM (WS-QNO).      SINBX01P
026100     MOVE 'N' TO CD81I-Q-ALLOWED (WS-QNO).                        SINBX01P
026200     MOVE SPACES TO CD35-DATA.                                    SINBX01P
026300     SET CD35I-CHECK TO TRUE.                                     SINBX01P
026400     MOVE EIBOPID TO CD35I-USERID.                                SINBX01P
026500     MOVE WS-Q-PROGRAM (WS-QNO) TO CD35I-PROGRAM.                 SINBX01P
026600 COPY CBANKX35.                                                   SINBX01P
026700     IF CD35O-ALLOWED-YES                                         SINBX01P
026800       MOVE 'Y' TO CD81I-Q-ALLOWED (WS-QNO)                       SINBX01P
026900       ADD 1 TO WS-WORKABLE-COUNT                                 SINBX01P
027000     END-IF.                                                      SINBX01P
027100     ADD 1 TO WS-QNO.                                             SINBX01P
027200     GO TO SET-WORKABLE-QUEUES.                                   SINBX01P
027300 SET-WORKABLE-QUEUES-EXIT.                                        SINBX01P
027400     EXIT.                                                        SINBX01P
027500                                                                  SINBX01P
027600***************************************************************** SINBX01P
027700* Build the requested page of the inbox and send it             * SINBX01P
027800***************************************************************** SINBX01P
027900 LIST-AND-SEND.                                                   SINBX01P
028000     MOVE SPACES TO CD81-DATA.                                    SINBX01P
028100     SET CD81I-LIST TO TRUE.                                      SINBX01P
028200     MOVE LK-PAGE TO CD81I-PAGE.                                  SINBX01P
028300     MOVE 0 TO WS-WORKABLE-COUNT.                                 SINBX01P
028400     MOVE 1 TO WS-QNO.                                            SINBX01P
028500     PERFORM SET-WORKABLE-QUEUES THRU                             SINBX01P
028600             SET-WORKABLE-QUEUES-EXIT.                            SINBX01P
028700     MOVE LOW-VALUES TO INBX01AO.                                 SINBX01P
028800     IF WS-WORKABLE-COUNT IS EQUAL TO 0                           SINBX01P
028900       MOVE SPACES TO LK-LINE (1) LK-LINE (2) LK-LINE (3)         SINBX01P
029000                      LK-LINE (4) LK-LINE (5) LK-LINE (6)         SINBX01P
029100                      LK-LINE (7) LK-LINE (8)                     SINBX01P
029200       MOVE 'N' TO LK-MORE                                        SINBX01P
029300       MOVE 'Your role does not work any review queue'            SINBX01P
029400         TO ERRMSGO IN INBX01AO                                   SINBX01P
029500       GO TO LIST-AND-SEND-SEND                                   SINBX01P
029600     END-IF.                                                      SINBX01P
029700 COPY CBANKX81.                                                   SINBX01P
029800     IF CD81O-PAGE IS GREATER THAN ZERO                           SINBX01P
029900       MOVE CD81O-PAGE TO LK-PAGE                                 SINBX01P
030000     END-IF.                                                      SINBX01P
030100     MOVE CD81O-MORE TO LK-MORE.                                  SINBX01P
030200     MOVE 1 TO WS-SUB1.                                           SINBX01P
030300     PERFORM SAVE-LINE THRU                                       SINBX01P
030400             SAVE-LINE-EXIT.                                      SINBX01P
030500     MOVE WS-LINE-LABEL (1) TO LIST1QUO IN INBX01AO.              SINBX01P
030600     MOVE CD81O-ENTRY-PID (1) TO LIST1PDO IN INBX01AO.            SINBX01P
030700     MOVE CD81O-ENTRY-NAME (1) TO LIST1NMO IN INBX01AO.           SINBX01P
030800     MOVE CD81O-ENTRY-SINCE (1) TO LIST1DTO IN INBX01AO.          SINBX01P
030900     MOVE WS-LINE-AGE (1) TO LIST1AGO IN INBX01AO.                SINBX01P
031000     MOVE WS-LINE-LABEL (2) TO LIST2QUO IN INBX01AO.              SINBX01P
031100     MOVE CD81O-ENTRY-PID (2) TO LIST2PDO IN INBX01AO.            SINBX01P
031200     MOVE CD81O-ENTRY-NAME (2) TO LIST2NMO IN INBX01AO.           SINBX01P
031300     MOVE CD81O-ENTRY-SINCE (2) TO LIST2DTO IN INBX01AO.          SINBX01P
031400     MOVE WS-LINE-AGE (2) TO LIST2AGO IN INBX01AO.                SINBX01P
031500     MOVE WS-LINE-LABEL (3) TO LIST3QUO IN INBX01AO.              SINBX01P
031600     MOVE CD81O-ENTRY-PID (3) TO LIST3PDO IN INBX01AO.            SINBX01P
031700     MOVE CD81O-ENTRY-NAME (3) TO LIST3NMO IN INBX01AO.           SINBX01P
031800     MOVE CD81O-ENTRY-SINCE (3) TO LIST3DTO IN INBX01AO.          SINBX01P
031900     MOVE WS-LINE-AGE (3) TO LIST3AGO IN INBX01AO.                SINBX01P
032000     MOVE WS-LINE-LABEL (4) TO LIST4QUO IN INBX01AO.              SINBX01P
032100     MOVE CD81O-ENTRY-PID (4) TO LIST4PDO IN INBX01AO.            SINBX01P
032200     MOVE CD81O-ENTRY-NAME (4) TO LIST4NMO IN INBX01AO.           SINBX01P
032300     MOVE CD81O-ENTRY-SINCE (4) TO LIST4DTO IN INBX01AO.          SINBX01P
032400     MOVE WS-LINE-AGE (4) TO LIST4AGO IN INBX01AO.                SINBX01P
032500     MOVE WS-LINE-LABEL (5) TO LIST5QUO IN INBX01AO.              SINBX01P
032600     MOVE CD81O-ENTRY-PID (5) TO LIST5PDO IN INBX01AO.            SINBX01P
032700     MOVE CD81O-ENTRY-NAME (5) TO LIST5NMO IN INBX01AO.           SINBX01P
032800     MOVE CD81O-ENTRY-SINCE (5) TO LIST5DTO IN INBX01AO.          SINBX01P
032900     MOVE WS-LINE-AGE (5) TO LIST5AGO IN INBX01AO.                SINBX01P
033000     MOVE WS-LINE-LABEL (6) TO LIST6QUO IN INBX01AO.              SINBX01P
033100     MOVE CD81O-ENTRY-PID (6) TO LIST6PDO IN INBX01AO.            SINBX01P
033200     MOVE CD81O-ENTRY-NAME (6) TO LIST6NMO IN INBX01AO.           SINBX01P
033300     MOVE CD81O-ENTRY-SINCE (6) TO LIST6DTO IN INBX01AO.          SINBX01P
033400     MOVE WS-LINE-AGE (6) TO LIST6AGO IN INBX01AO.                SINBX01P
033500     MOVE WS-LINE-LABEL (7) TO LIST7QUO IN INBX01AO.              SINBX01P
033600     MOVE CD81O-ENTRY-PID (7) TO LIST7PDO IN INBX01AO.            SINBX01P
033700     MOVE CD81O-ENTRY-NAME (7) TO LIST7NMO IN INBX01AO.           SINBX01P
033800     MOVE CD81O-ENTRY-SINCE (7) TO LIST7DTO IN INBX01AO.          SINBX01P
033900     MOVE WS-LINE-AGE (7) TO LIST7AGO IN INBX01AO.                SINBX01P
034000     MOVE WS-LINE-LABEL (8) TO LIST8QUO IN INBX01AO.              SINBX01P
034100     MOVE CD81O-ENTRY-PID (8) TO LIST8PDO IN INBX01AO.            SINBX01P
034200     MOVE CD81O-ENTRY-NAME (8) TO LIST8NMO IN INBX01AO.           SINBX01P
034300     MOVE CD81O-ENTRY-SINCE (8) TO LIST8DTO IN INBX01AO.          SINBX01P
034400     MOVE WS-LINE-AGE (8) TO LIST8AGO IN INBX01AO.                SINBX01P
034500     MOVE CD81O-PAGE TO WS-PAGE-EDIT.                             SINBX01P
034600     MOVE WS-PAGE-EDIT TO PAGEO IN INBX01AO.                      SINBX01P
034700     MOVE CD81O-TOTAL TO WS-TOTAL-EDIT.                           SINBX01P
034800     MOVE WS-TOTAL-EDIT TO TOTALO IN INBX01AO.                    SINBX01P
034900     IF NOT CD81O-OK                                              SINBX01P
035000       MOVE CD81O-MSG TO ERRMSGO IN INBX01AO                      SINBX01P
035100     ELSE                                                         SINBX01P
035200       IF CD81O-MSG IS NOT EQUAL TO SPACES                        SINBX01P
035300         MOVE CD81O-MSG TO ERRMSGO IN INBX01AO                    SINBX01P
035400       ELSE                                                       SINBX01P
035500         MOVE 'Key a line and Enter=Open PF7/8=Page PF3=Exit'     SINBX01P
035600           TO ERRMSGO IN INBX01AO                                 SINBX01P
035700       END-IF                                                     SINBX01P
035800     END-IF.                                                      SINBX01P
035900 LIST-AND-SEND-SEND.                                              SINBX01P
036000     SET LK-SCREEN-WAS-SENT TO TRUE.                              SINBX01P
036100     EXEC CICS SEND MAP('INBX01A')                                SINBX01P
036200                MAPSET('MINBX01')                                 SINBX01P
036300                ERASE                                             SINBX01P
036400                FREEKB                                            SINBX01P
036500     END-EXEC.                                                    SINBX01P
036600 LIST-AND-SEND-EXIT.                                              SINBX01P
036700     EXIT.                                                        SINBX01P
036800                                                                  SINBX01P
036900***************************************************************** SINBX01P
037000* Keep each listed item in the commarea for selection and set   * SINBX01P
037100* up its queue label and age for display                        * SINBX01P
037200***************************************************************** SINBX01P
037300 SAVE-LINE.                                                       SINBX01P
037400     IF WS-SUB1 IS GREATER THAN 8                                 SINBX01P
037500       GO TO SAVE-LINE-EXIT                                       SINBX01P
037600     END-IF.                                                      SINBX01P
037700     MOVE CD81O-ENTRY-QNO (WS-SUB1) TO LK-LINE-QNO (WS-SUB1).     SINBX01P
037800     MOVE CD81O-ENTRY-PROGRAM (WS-SUB1)                           SINBX01P
037900       TO LK-LINE-PROGRAM (WS-SUB1).                              SINBX01P
038000     MOVE CD81O-ENTRY-KEY (WS-SUB1) TO LK-LINE-KEY (WS-SUB1).     SINBX01P
038100     MOVE CD81O-ENTRY-PID (WS-SUB1) TO LK-LINE-PID (WS-SUB1).     SINBX01P
038200     IF CD81O-ENTRY-QNO (WS-SUB1) IS GREATER THAN ZERO            SINBX01P
038300       MOVE CD81O-ENTRY-QNO (WS-SUB1) TO WS-QNO                   SINBX01P
038400       MOVE WS-Q-LABEL (WS-QNO) TO WS-LINE-LABEL (WS-SUB1)        SINBX01P
038500       MOVE CD81O-ENTRY-AGE (WS-SUB1) TO WS-LINE-AGE (WS-SUB1)    SINBX01P
038600     ELSE                                                         SINBX01P
038700       MOVE SPACES TO WS-LINE (WS-SUB1)                           SINBX01P
038800     END-IF.                                                      SINBX01P
038900     ADD 1 TO WS-SUB1.                                            SINBX01P
039000     GO TO SAVE-LINE.                                             SINBX01P
039100 SAVE-LINE-EXIT.                                                  SINBX01P
039200     EXIT.                                                        SINBX01P
039300                                                                  SINBX01P
039400***************************************************************** SINBX01P
039500* Open the keyed line in its review screen.  The hand-off       * SINBX01P
039600* record tells that screen which item to show and routes its    * SINBX01P
039700* input back to it until the user presses PF3.                  * SINBX01P
039800***************************************************************** SINBX01P
039900 OPEN-SELECTED.                                                   SINBX01P
040000     IF SELI IN INBX01AI IS NOT NUMERIC OR                        SINBX01P
040100        SELI IN INBX01AI IS LESS THAN '1' OR                      SINBX01P
040200        SELI IN INBX01AI IS GREATER THAN '8'                      SINBX01P
040300       MOVE 'Key a line number 1-8'                               SINBX01P
040400         TO ERRMSGO IN INBX01AO                                   SINBX01P
040500       PERFORM RESEND-SCREEN THRU                                 SINBX01P
040600               RESEND-SCREEN-EXIT                                 SINBX01P
040700       GO TO OPEN-SELECTED-EXIT                                   SINBX01P
040800     END-IF.                                                      SINBX01P
040900     MOVE SELI IN INBX01AI TO WS-SEL-SUB.                         SINBX01P
041000     IF LK-LINE-PROGRAM (WS-SEL-SUB) IS EQUAL TO SPACES           SINBX01P
041100       MOVE 'No item on that line' TO ERRMSGO IN INBX01AO         SINBX01P
041200       PERFORM RESEND-SCREEN THRU                                 SINBX01P
041300               RESEND-SCREEN-EXIT                                 SINBX01P
041400       GO TO OPEN-SELECTED-EXIT                                   SINBX01P
041500     END-IF.                                                      SINBX01P
041600     MOVE SPACES TO INBX-HANDOFF.                                 SINBX01P
041700     MOVE LK-LINE-PROGRAM (WS-SEL-SUB) TO INBX-TARGET-PROG.       SINBX01P
041800     MOVE EIBTRNID TO INBX-TRANID.                                SINBX01P
041900     MOVE LK-LINE-QNO (WS-SEL-SUB) TO WS-QNO.                     SINBX01P
042000     MOVE WS-Q-FILE (WS-QNO) TO INBX-QUEUE.                       SINBX01P
042100     MOVE LK-LINE-KEY (WS-SEL-SUB) TO INBX-ITEM-KEY.              SINBX01P
042200     MOVE LK-LINE-PID (WS-SEL-SUB) TO INBX-ITEM-PID.              SINBX01P
042300     MOVE LK-PAGE TO INBX-PAGE.                                   SINBX01P
042400     EXEC CICS DELETEQ TS                                         SINBX01P
042500               QUEUE(INBX-TS-QUEUE-NAME)                          SINBX01P
042600               RESP(INBX-RESP)                                    SINBX01P
042700     END-EXEC.                                                    SINBX01P
042800     MOVE LENGTH OF INBX-HANDOFF TO INBX-TS-QUEUE-LEN.            SINBX01P
042900     MOVE 0 TO INBX-TS-QUEUE-ITEM.                                SINBX01P
043000     EXEC CICS WRITEQ TS                                          SINBX01P
043100               QUEUE(INBX-TS-QUEUE-NAME)                          SINBX01P
043200               FROM(INBX-HANDOFF)                                 SINBX01P
043300               LENGTH(INBX-TS-QUEUE-LEN)                          SINBX01P
043400               ITEM(INBX-TS-QUEUE-ITEM)                           SINBX01P
043500               RESP(INBX-RESP)                                    SINBX01P
043600     END-EXEC.                                                    SINBX01P
043700     IF INBX-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                 SINBX01P
043800       MOVE 'Unable to open the item - try again'                 SINBX01P
043900         TO ERRMSGO IN INBX01AO                                   SINBX01P
044000       PERFORM RESEND-SCREEN THRU                                 SINBX01P
044100               RESEND-SCREEN-EXIT                                 SINBX01P
044200       GO TO OPEN-SELECTED-EXIT                                   SINBX01P
044300     END-IF.                                                      SINBX01P
044400     EXEC CICS XCTL PROGRAM(INBX-TARGET-PROG)                     SINBX01P
044500               RESP(WS-RESP)                                      SINBX01P
044600     END-EXEC.                                                    SINBX01P
044700     EXEC CICS DELETEQ TS                                         SINBX01P
044800               QUEUE(INBX-TS-QUEUE-NAME)                          SINBX01P
044900               RESP(INBX-RESP)                                    SINBX01P
045000     END-EXEC.                                                    SINBX01P
045100     MOVE 'That review screen is not available'                   SINBX01P
045200       TO ERRMSGO IN INBX01AO.                                    SINBX01P
045300     PERFORM RESEND-SCREEN THRU                                   SINBX01P
045400             RESEND-SCREEN-EXIT.                                  SINBX01P
045500 OPEN-SELECTED-EXIT.                                              SINBX01P
045600     EXIT.                                                        SINBX01P
045700                                                                  SINBX01P
045800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SINBX01P
