000100***************************************************************** DBANK81P
000200*                                                               * DBANK81P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK81P
000400*   This demonstration program is provided for use by users     * DBANK81P
000500*   of Micro Focus products and may be used, modified and       * DBANK81P
000600*   distributed as part of your application provided that       * DBANK81P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK81P
000800*   in this material.                                           * DBANK81P
000900*                                                               * DBANK81P
001000***************************************************************** DBANK81P
001100                                                                  DBANK81P
001200***************************************************************** DBANK81P
001300* Program:     DBANK81P.CBL                                     * DBANK81P
001400* Function:    Staff work inbox.  Browses the pending items     * DBANK81P
001500*              of every review queue the caller may work -      * DBANK81P
001600*              address holds, fraud alerts, disputes, deny      * DBANK81P
001700*              list holds, loan overrides, estate work,         * DBANK81P
001800*              suspense breaks and customer message threads -   * DBANK81P
001900*              using the same pending rules as the nightly      * DBANK81P
002000*              ZBNKQSL1 service-level run.  The items are kept  * DBANK81P
002100*              oldest first and the requested page of eight is  * DBANK81P
002200*              returned with the customer name and the age of   * DBANK81P
002300*              each item in calendar days.                      * DBANK81P
002400*              VSAM version                                     * DBANK81P
002500***************************************************************** DBANK81P
002600                                                                  DBANK81P
002700 IDENTIFICATION DIVISION.                                         DBANK81P
002800 PROGRAM-ID.                                                      DBANK81P
002900     DBANK81P.                                                    DBANK81P
003000 DATE-WRITTEN.                                                    DBANK81P
003100     October 2026.                                                DBANK81P
003200 DATE-COMPILED.                                                   DBANK81P
003300     Today.                                                       DBANK81P
003400                                                                  DBANK81P
003500 ENVIRONMENT DIVISION.                                            DBANK81P
003600                                                                  DBANK81P
003700 DATA DIVISION.                                                   DBANK81P
003800                                                                  DBANK81P
003900 WORKING-STORAGE SECTION.                                         DBANK81P
004000 01  WS-MISC-STORAGE.                                             DBANK81P
004100   05  WS-PROGRAM-ID                         PIC X(8)             DBANK81P
004200       VALUE 'DBANK81P'.                                          DBANK81P
004300   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK81P
004400   05  WS-RESP                               PIC S9(8) COMP.      DBANK81P
004500   05  WS-SUB1                               PIC S9(4) COMP.      DBANK81P
004600   05  WS-SUB2                               PIC S9(4) COMP.      DBANK81P
004700   05  WS-OUT-SUB                            PIC S9(4) COMP.      DBANK81P
004800   05  WS-SCAN-COUNT                         PIC S9(4) COMP.      DBANK81P
004900   05  WS-PAGE                               PIC S9(4) COMP.      DBANK81P
005000   05  WS-LAST-PAGE                          PIC S9(4) COMP.      DBANK81P
005100   05  WS-TABLE-FULL                         PIC X(1).            DBANK81P
005200   05  WS-BNKHOLD-RID                        PIC X(26).           DBANK81P
005300   05  WS-BNKFRAUD-RID                       PIC X(26).           DBANK81P
005400   05  WS-BNKDISP-RID                        PIC X(26).           DBANK81P
005500   05  WS-BNKDENYQ-RID                       PIC X(26).           DBANK81P
005600   05  WS-BNKLNOVR-RID                       PIC X(26).           DBANK81P
005700   05  WS-BNKESTQ-RID                        PIC X(26).           DBANK81P
005800   05  WS-BNKSUSP-RID                        PIC X(26).           DBANK81P
005900   05  WS-BNKMSG-RID                         PIC X(33).           DBANK81P
006000   05  WS-BNKCUST-RID                        PIC X(5).            DBANK81P
006100   05  WS-MSG-THREAD-KEY                     PIC X(31).           DBANK81P
006200   05  WS-MSG-OPEN                           PIC X(1).            DBANK81P
006300   05  WS-MSG-WAITING                        PIC X(26).           DBANK81P
006400   05  WS-SINCE-YYYYMMDD                     PIC 9(8).            DBANK81P
006500   05  WS-SINCE-YYYYMMDD-X REDEFINES WS-SINCE-YYYYMMDD.           DBANK81P
006600     10  WS-SINCE-YYYY                       PIC X(4).            DBANK81P
006700     10  WS-SINCE-MM                         PIC X(2).            DBANK81P
006800     10  WS-SINCE-DD                         PIC X(2).            DBANK81P
006900   05  WS-AGE                                PIC S9(7) COMP-3.    DBANK81P
007000                                                                  DBANK81P
007100 01  WS-ITEM.                                                     DBANK81P
007200   05  WS-ITEM-QNO                           PIC 9(1).            DBANK81P
007300   05  WS-ITEM-KEY                           PIC X(40).           DBANK81P
007400   05  WS-ITEM-PID                           PIC X(5).            DBANK81P
007500   05  WS-ITEM-SINCE                         PIC X(26).           DBANK81P
007600                                                                  DBANK81P
007700***************************************************************** DBANK81P
007800* Pending items, oldest first.  Once the table is full an item  * DBANK81P
007900* newer than the last entry is dropped and an older one pushes  * DBANK81P
008000* the last entry out.                                           * DBANK81P
008100***************************************************************** DBANK81P
008200 01  WS-INBOX-TABLE.                                              DBANK81P
008300   05  WS-INBOX-COUNT                        PIC S9(4) COMP.      DBANK81P
008400   05  WS-INBOX-MAX                          PIC S9(4) COMP       DBANK81P
008500       VALUE 200.                                                 DBANK81P
008600   05  WS-INBOX-ENTRY OCCURS 200 TIMES.                           DBANK81P
008700     10  WS-IB-QNO                           PIC 9(1).            DBANK81P
008800     10  WS-IB-KEY                           PIC X(40).           DBANK81P
008900     10  WS-IB-PID                           PIC X(5).            DBANK81P
009000     10  WS-IB-SINCE                         PIC X(26).           DBANK81P
009100                                                                  DBANK81P
009200 01  WS-BNKHOLD-REC.                                              DBANK81P
009300 COPY CBANKVHQ.                                                   DBANK81P
009400                                                                  DBANK81P
009500 01  WS-BNKFRAUD-REC.                                             DBANK81P
009600 COPY CBANKVFR.                                                   DBANK81P
009700                                                                  DBANK81P
009800 01  WS-BNKDISP-REC.                                              DBANK81P
009900 COPY CBANKVDQ.                                                   DBANK81P
010000                                                                  DBANK81P
010100 01  WS-BNKDENYQ-REC.                                             DBANK81P
010200 COPY CBANKVDH.                                                   DBANK81P
010300                                                                  DBANK81P
010400 01  WS-BNKLNOVR-REC.                                             DBANK81P
010500 COPY CBANKVLO.                                                   DBANK81P
010600                                                                  DBANK81P
010700 01  WS-BNKESTQ-REC.                                              DBANK81P
010800 COPY CBANKVEQ.                                                   DBANK81P
010900                                                                  DBANK81P
011000 01  WS-BNKSUSP-REC.                                              DBANK81P
011100 COPY CBANKVSU.                                                   DBANK81P
011200                                                                  DBANK81P
011300 01  WS-BNKMSG-REC.                                               DBANK81P
011400 COPY CBANKVMG.                                                   DBANK81P
011500                                                                  DBANK81P
011600 01  WS-BNKCUST-REC.                                              DBANK81P
011700 COPY CBANKVCS.                                                   DBANK81P
011800                                                                  DBANK81P
011900 COPY CTSTAMPD.                                                   DBANK81P
012000                                                                  DBANK81P
012100 01  WS-COMMAREA.                                                 DBANK81P
012200 COPY CBANKD81.                                                   DBANK81P
012300                                                                  DBANK81P
012400 COPY CABENDD.                                                    DBANK81P
012500                                                                  DBANK81P
012600 LINKAGE SECTION.                                                 DBANK81P
012700 01  DFHCOMMAREA.                                                 DBANK81P
012800   05  LK-COMMAREA                           PIC X(1)             DBANK81P
012900       OCCURS 1 TO 4096 TIMES                                     DBANK81P
013000         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK81P
013100                                                                  DBANK81P
013200 COPY CENTRY.                                                     DBANK81P
013300***************************************************************** DBANK81P
013400* Move the passed data to our area                              * DBANK81P
013500***************************************************************** DBANK81P
013600     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK81P
013700     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK81P
013800                                                                  DBANK81P
013900***************************************************************** DBANK81P
014000* Initialize our output area                                    * DBANK81P
014100***************************************************************** DBANK81P
014200     MOVE SPACES TO CD81O-DATA.                                   DBANK81P
014300     SET CD81O-OK TO TRUE.                                        DBANK81P
014400     MOVE ZERO TO CD81O-TOTAL.                                    DBANK81P
014500     MOVE ZERO TO CD81O-PAGE.                                     DBANK81P
014600     SET CD81O-MORE-NO TO TRUE.                                   DBANK81P
014700     MOVE 1 TO WS-SUB1.                                           DBANK81P
014800     PERFORM CLEAR-OUTPUT-ENTRY THRU                              DBANK81P
014900             CLEAR-OUTPUT-ENTRY-EXIT.                             DBANK81P
015000                                                                  DBANK81P
015100 COPY CTSTAMPP.                                                   DBANK81P
015200                                                                  DBANK81P
015300***************************************************************** DBANK81P
015400* Check what was requested                                      * DBANK81P
015500***************************************************************** DBANK81P
015600     EVALUATE TRUE                                                DBANK81P
015700       WHEN CD81I-LIST                                            DBANK81P
015800         PERFORM LIST-PROCESSING THRU                             DBANK81P
015900                 LIST-PROCESSING-EXIT                             DBANK81P
016000       WHEN OTHER                                                 DBANK81P
016100         SET CD81O-ERROR TO TRUE                                  DBANK81P
016200         MOVE 'Bad request code' TO CD81O-MSG                     DBANK81P
016300     END-EVALUATE.                                                DBANK81P
016400                                                                  DBANK81P
016500***************************************************************** DBANK81P
016600* Move the result back to the callers area                      * DBANK81P
016700***************************************************************** DBANK81P
016800     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK81P
016900                                                                  DBANK81P
017000***************************************************************** DBANK81P
017100* Return to our caller                                          * DBANK81P
017200***************************************************************** DBANK81P
017300 COPY CRETURN.                                                    DBANK81P
017400                                                                  DBANK81P
017500***************************************************************** DBANK81P
017600* Zero the numeric fields of the eight output lines             * DBANK81P
017700***************************************************************** DBANK81P
017800 CLEAR-OUTPUT-ENTRY.                                              DBANK81P
017900     IF WS-SUB1 IS GREATER THAN 8                                 DBANK81P
018000       GO TO CLEAR-OUTPUT-ENTRY-EXIT                              DBANK81P
018100     END-IF.                                                      DBANK81P
018200     MOVE ZERO TO CD81O-ENTRY-QNO (WS-SUB1).                      DBANK81P
018300     MOVE ZERO TO CD81O-ENTRY-AGE (WS-SUB1).                      DBANK81P
018400     ADD 1 TO WS-SUB1.                                            DBANK81P
018500     GO TO CLEAR-OUTPUT-ENTRY.                                    DBANK81P
018600 CLEAR-OUTPUT-ENTRY-EXIT.                                         DBANK81P
018700     EXIT.                                                        DBANK81P
018800                                                                  DBANK81P
018900***************************************************************** DBANK81P
019000* Gather the pending items of each workable queue, then hand    * DBANK81P
019100* back the requested page                                       * DBANK81P
019200***************************************************************** DBANK81P
019300 LIST-PROCESSING.                                                 DBANK81P
019400     MOVE 0 TO WS-INBOX-COUNT.                                    DBANK81P
019500     MOVE 'N' TO WS-TABLE-FULL.                                   DBANK81P
019600     PERFORM SCAN-HOLD THRU                                       DBANK81P
019700             SCAN-HOLD-EXIT.                                      DBANK81P
019800     PERFORM SCAN-FRAUD THRU                                      DBANK81P
019900             SCAN-FRAUD-EXIT.                                     DBANK81P
020000     PERFORM SCAN-DISP THRU                                       DBANK81P
020100             SCAN-DISP-EXIT.                                      DBANK81P
020200     PERFORM SCAN-DENYQ THRU                                      DBANK81P
020300             SCAN-DENYQ-EXIT.                                     DBANK81P
020400     PERFORM SCAN-LNOVR THRU                                      DBANK81P
020500             SCAN-LNOVR-EXIT.                                     DBANK81P
020600     PERFORM SCAN-ESTQ THRU                                       DBANK81P
020700             SCAN-ESTQ-EXIT.                                      DBANK81P
020800     PERFORM SCAN-SUSP THRU                                       DBANK81P
020900             SCAN-SUSP-EXIT.                                      DBANK81P
021000     PERFORM SCAN-MSG THRU                                        DBANK81P
021100             SCAN-MSG-EXIT.                                       DBANK81P
021200     MOVE WS-INBOX-COUNT TO CD81O-TOTAL.                          DBANK81P
021300     IF WS-INBOX-COUNT IS EQUAL TO 0                              DBANK81P
021400       SET CD81O-NOTFND TO TRUE                                   DBANK81P
021500       MOVE 'Nothing waiting in your queues' TO CD81O-MSG         DBANK81P
021600       GO TO LIST-PROCESSING-EXIT                                 DBANK81P
021700     END-IF.                                                      DBANK81P
021800     IF CD81I-PAGE IS NOT NUMERIC OR                              DBANK81P
021900        CD81I-PAGE IS EQUAL TO ZERO                               DBANK81P
022000       MOVE 1 TO WS-PAGE                                          DBANK81P
022100     ELSE                                                         DBANK81P
022200       MOVE CD81I-PAGE TO WS-PAGE                                 DBANK81P
022300     END-IF.                                                      DBANK81P
022400     DIVIDE WS-INBOX-COUNT BY 8 GIVING WS-LAST-PAGE               DBANK81P
022500       REMAINDER WS-SUB1.                                         DBANK81P
022600     IF WS-SUB1 IS GREATER THAN 0                                 DBANK81P
022700       ADD 1 TO WS-LAST-PAGE                                      DBANK81P
022800     END-IF.                                                      DBANK81P
022900     IF WS-PAGE IS GREATER THAN WS-LAST-PAGE                      DBANK81P
023000       MOVE WS-LAST-PAGE TO WS-PAGE                               DBANK81P
023100     END-IF.                                                      DBANK81P
023200     MOVE WS-PAGE TO CD81O-PAGE.                                  DBANK81P
023300     COMPUTE WS-SUB1 = ((WS-PAGE - 1) * 8) + 1.                   DBANK81P
023400     MOVE 0 TO WS-OUT-SUB.                                        DBANK81P
023500     PERFORM FILL-PAGE-ENTRY THRU                                 DBANK81P
023600             FILL-PAGE-ENTRY-EXIT.                                DBANK81P
023700     IF WS-PAGE IS LESS THAN WS-LAST-PAGE                         DBANK81P
023800       SET CD81O-MORE-YES TO TRUE                                 DBANK81P
023900     END-IF.                                                      DBANK81P
024000     IF WS-TABLE-FULL IS EQUAL TO 'Y'                             DBANK81P
024100       MOVE 'Only the oldest 200 items are listed'                DBANK81P
024200         TO CD81O-MSG                                             DBANK81P
024300     END-IF.                                                      DBANK81P
024400 LIST-PROCESSING-EXIT.                                            DBANK81P
024500     EXIT.                                                        DBANK81P
024600                                                                  DBANK81P
024700***************************************************************** DBANK81P
024800* Copy one table entry to the next output line with the         * DBANK81P
024900* customer name and its age in days                             * DBANK81P
025000***************************************************************** DBANK81P
025100 FILL-PAGE-ENTRY.                                                 DBANK81P
025200     IF WS-OUT-SUB IS EQUAL TO 8 OR                               DBANK81P
025300        WS-SUB1 IS GREATER THAN WS-INBOX-COUNT                    DBANK81P
025400       GO TO FILL-PAGE-ENTRY-EXIT                                 DBANK81P
025500     END-IF.                                                      DBANK81P
025600     ADD 1 TO WS-OUT-SUB.                                         DBANK81P
025700     MOVE WS-IB-QNO (WS-SUB1) TO CD81O-ENTRY-QNO (WS-OUT-SUB).    DBANK81P
025800     MOVE CD81I-Q-PROGRAM (WS-IB-QNO (WS-SUB1))                   DBANK81P
025900       TO CD81O-ENTRY-PROGRAM (WS-OUT-SUB).                       DBANK81P
026000     MOVE WS-IB-KEY (WS-SUB1) TO CD81O-ENTRY-KEY (WS-OUT-SUB).    DBANK81P
026100     MOVE WS-IB-PID (WS-SUB1) TO CD81O-ENTRY-PID (WS-OUT-SUB).    DBANK81P
026200     MOVE WS-IB-SINCE (WS-SUB1) (1:10)                            DBANK81P
026300       TO CD81O-ENTRY-SINCE (WS-OUT-SUB).                         DBANK81P
026400     IF WS-IB-PID (WS-SUB1) IS EQUAL TO SPACES                    DBANK81P
026500       MOVE 'No customer - suspense' TO                           DBANK81P
026600         CD81O-ENTRY-NAME (WS-OUT-SUB)                            DBANK81P
026700     ELSE                                                         DBANK81P
026800       MOVE WS-IB-PID (WS-SUB1) TO WS-BNKCUST-RID                 DBANK81P
026900       EXEC CICS READ FILE('BNKCUST')                             DBANK81P
027000                      INTO(WS-BNKCUST-REC)                        DBANK81P
027100                      LENGTH(LENGTH OF WS-BNKCUST-REC)            DBANK81P
027200                      RIDFLD(WS-BNKCUST-RID)                      DBANK81P
027300                      RESP(WS-RESP)                               DBANK81P
027400       END-EXEC                                                   DBANK81P
027500       IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                     DBANK81P
027600         MOVE BCS-REC-NAME TO CD81O-ENTRY-NAME (WS-OUT-SUB)       DBANK81P
027700       ELSE                                                       DBANK81P
027800         MOVE 'Customer not on file' TO                           DBANK81P
027900           CD81O-ENTRY-NAME (WS-OUT-SUB)                          DBANK81P
028000       END-IF                                                     DBANK81P
028100     END-IF.                                                      DBANK81P
028200     MOVE WS-IB-SINCE (WS-SUB1) (1:4) TO WS-SINCE-YYYY.           DBANK81P
028300     MOVE WS-IB-SINCE (WS-SUB1) (6:2) TO WS-SINCE-MM.             DBANK81P
028400     MOVE WS-IB-SINCE (WS-SUB1) (9:2) TO WS-SINCE-DD.             DBANK81P
028500     MOVE 0 TO WS-AGE.                                            DBANK81P
028600     IF WS-SINCE-YYYYMMDD-X IS NUMERIC AND                        DBANK81P
028700        WS-SINCE-YYYYMMDD IS LESS THAN WS-ACCEPT-DATE             DBANK81P
028800       COMPUTE WS-AGE =                                           DBANK81P
028900         FUNCTION INTEGER-OF-DATE (WS-ACCEPT-DATE) -              DBANK81P
029000         FUNCTION INTEGER-OF-DATE (WS-SINCE-YYYYMMDD)             DBANK81P
029100     END-IF.                                                      DBANK81P
029200     IF WS-AGE IS GREATER THAN 9999                               DBANK81P
029300       MOVE 9999 TO WS-AGE                                        DBANK81P
029400     END-IF.                                                      DBANK81P
029500     MOVE WS-AGE TO CD81O-ENTRY-AGE (WS-OUT-SUB).                 DBANK81P
029600     ADD 1 TO WS-SUB1.                                            DBANK81P
029700     GO TO FILL-PAGE-ENTRY.                                       DBANK81P
029800 FILL-PAGE-ENTRY-EXIT.                                            DBANK81P
029900     EXIT.                                                        DBANK81P
030000                                                                  DBANK81P
030100***************************************************************** DBANK81P
030200* Insert WS-ITEM into the table in waiting-since order; an      * DBANK81P
030300* item no older than one already held goes after it             * DBANK81P
030400***************************************************************** DBANK81P
030500 ADD-INBOX-ITEM.                                                  DBANK81P
030600     IF WS-INBOX-COUNT IS NOT LESS THAN WS-INBOX-MAX              DBANK81P
030700       MOVE 'Y' TO WS-TABLE-FULL                                  DBANK81P
030800       IF WS-ITEM-SINCE IS NOT LESS THAN                          DBANK81P
030900          WS-IB-SINCE (WS-INBOX-MAX)                              DBANK81P
031000         GO TO ADD-INBOX-ITEM-EXIT                                DBANK81P
031100       END-IF                                                     DBANK81P
031200     ELSE                                                         DBANK81P
031300       ADD 1 TO WS-INBOX-COUNT                                    DBANK81P
031400     END-IF.                                                      DBANK81P
031500     MOVE WS-INBOX-COUNT TO WS-SUB1.                              DBANK81P
031600 ADD-INBOX-ITEM-SHIFT.                                            DBANK81P
031700     IF WS-SUB1 IS EQUAL TO 1                                     DBANK81P
031800       GO TO ADD-INBOX-ITEM-PLACE                                 DBANK81P
031900     END-IF.                                                      DBANK81P
032000     COMPUTE WS-SUB2 = WS-SUB1 - 1.                               DBANK81P
032100     IF WS-IB-SINCE (WS-SUB2) IS NOT GREATER THAN WS-ITEM-SINCE   DBANK81P
032200       GO TO ADD-INBOX-ITEM-PLACE                                 DBANK81P
032300     END-IF.                                                      DBANK81P
032400     MOVE WS-INBOX-ENTRY (WS-SUB2) TO WS-INBOX-ENTRY (WS-SUB1).   DBANK81P
032500     MOVE WS-SUB2 TO WS-SUB1.                                     DBANK81P
032600     GO TO ADD-INBOX-ITEM-SHIFT.                                  DBANK81P
032700 ADD-INBOX-ITEM-PLACE.                                            DBANK81P
032800     MOVE WS-ITEM-QNO TO WS-IB-QNO (WS-SUB1).                     DBANK81P
032900     MOVE WS-ITEM-KEY TO WS-IB-KEY (WS-SUB1).                     DBANK81P
033000     MOVE WS-ITEM-PID TO WS-IB-PID (WS-SUB1).                     DBANK81P
033100     MOVE WS-ITEM-SINCE TO WS-IB-SINCE (WS-SUB1).                 DBANK81P
033200 ADD-INBOX-ITEM-EXIT.                                             DBANK81P
033300     EXIT.                                                        DBANK81P
033400                                                                  DBANK81P
033500***************************************************************** DBANK81P
033600* Address change holds awaiting review                          * DBANK81P
033700***************************************************************** DBANK81P
033800 SCAN-HOLD.                                                       DBANK81P
033900     IF NOT CD81I-Q-WORKABLE (1)                                  DBANK81P
034000       GO TO SCAN-HOLD-EXIT                                       DBANK81P
034100     END-IF.                                                      DBANK81P
034200     MOVE LOW-VALUES TO WS-BNKHOLD-RID.                           DBANK81P
034300     EXEC CICS STARTBR FILE('BNKHOLD')                            DBANK81P
034400                  RIDFLD(WS-BNKHOLD-RID)                          DBANK81P
034500                  GTEQ                                            DBANK81P
034600                  RESP(WS-RESP)                                   DBANK81P
034700     END-EXEC.                                                    DBANK81P
034800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK81P
034900       GO TO SCAN-HOLD-EXIT                                       DBANK81P
035000     END-IF.                                                      DBANK81P
035100     MOVE 0 TO WS-SCAN-COUNT.                                     DBANK81P
035200 SCAN-HOLD-LOOP.                                                  DBANK81P
035300     ADD 1 TO WS-SCAN-COUNT.                                      DBANK81P
035400     IF WS-SCAN-COUNT IS GREATER THAN 500                         DBANK81P
035500       GO TO SCAN-HOLD-DONE                                       DBANK81P
035600     END-IF.                                                      DBANK81P
035700     EXEC CICS READNEXT FILE('BNKHOLD')                           DBANK81P
035800                  INTO(WS-BNKHOLD-REC)                            DBANK81P
035900                  LENGTH(LENGTH OF WS-BNKHOLD-REC)                DBANK81P
036000                  RIDFLD(WS-BNKHOLD-RID)                          DBANK81P
036100                  RESP(WS-RESP)                                   DBANK81P
036200     END-EXEC.                                                    DBANK81P
036300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK81P
036400       GO TO SCAN-HOLD-DONE                                       DBANK81P
036500     END-IF.                                                      DBANK81P
036600     IF NOT HLD-STATUS-PENDING                                    DBANK81P
036700       GO TO SCAN-HOLD-LOOP                                       DBANK81P
036800     END-IF.                                                      DBANK81P
036900     MOVE SPACES TO WS-ITEM.                                      DBANK81P
037000     MOVE 1 TO WS-ITEM-QNO.                                       DBANK81P
037100     MOVE HLD-REC-TIMESTAMP TO WS-ITEM-KEY.                       DBANK81P
037200     MOVE HLD-REC-PID TO WS-ITEM-PID.                             DBANK81P
037300     MOVE HLD-REC-TIMESTAMP TO WS-ITEM-SINCE.                     DBANK81P
037400     PERFORM ADD-INBOX-ITEM THRU                                  DBANK81P
037500             ADD-INBOX-ITEM-EXIT.                                 DBANK81P
037600     GO TO SCAN-HOLD-LOOP.                                        DBANK81P
037700 SCAN-HOLD-DONE.                                                  DBANK81P
037800     EXEC CICS ENDBR FILE('BNKHOLD')                              DBANK81P
037900     END-EXEC.                                                    DBANK81P
038000 SCAN-HOLD-EXIT.                                                  DBANK81P
038100     EXIT.                                                        DBANK81P
038200                                                                  DBANK81P
038300***************************************************************** DBANK81P
038400* Fraud alerts awaiting review                                  * DBANK81P
038500***************************************************************** DBANK81P
038600 SCAN-FRAUD.                                                      DBANK81P
038700     IF NOT CD81I-Q-WORKABLE (2)                                  DBANK81P
038800       GO TO SCAN-FRAUD-EXIT                                      DBANK81P
038900     END-IF.                                                      DBANK81P
039000     MOVE LOW-VALUES TO WS-BNKFRAUD-RID.                          DBANK81P
039100     EXEC CICS STARTBR FILE('BNKFRAUD')                           DBANK81P
039200                  RIDFLD(WS-BNKFRAUD-RID)                         DBANK81P
039300                  GTEQ                                            DBANK81P
039400                  RESP(WS-RESP)                                   DBANK81P
039500     END-EXEC.                                                    DBANK81P
039600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK81P
039700       GO TO SCAN-FRAUD-EXIT                                      DBANK81P
039800     END-IF.                                                      DBANK81P
039900     MOVE 0 TO WS-SCAN-COUNT.                                     DBANK81P
040000 SCAN-FRAUD-LOOP.                                                 DBANK81P
040100     ADD 1 TO WS-SCAN-COUNT.                                      DBANK81P
040200     IF WS-SCAN-COUNT IS GREATER THAN 500                         DBANK81P
040300       GO TO SCAN-FRAUD-DONE                                      DBANK81P
040400     END-IF.                                                      DBANK81P
040500     EXEC CICS READNEXT FILE('BNKFRAUD')                          DBANK81P
040600                  INTO(WS-BNKFRAUD-REC)                           DBANK81P
040700                  LENGTH(LENGTH OF WS-BNKFRAUD-REC)               DBANK81P
040800                  RIDFLD(WS-BNKFRAUD-RID)                         DBANK81P
040900                  RESP(WS-RESP)                                   DBANK81P
041000     END-EXEC.                                                    DBANK81P
041100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK81P
041200       GO TO SCAN-FRAUD-DONE                                      DBANK81P
041300     END-IF.                                                      DBANK81P
041400     IF NOT FRD-STATUS-PENDING                                    DBANK81P
041500       GO TO SCAN-FRAUD-LOOP                                      DBANK81P
041600     END-IF.                                                      DBANK81P
041700     MOVE SPACES TO WS-ITEM.                                      DBANK81P
041800     MOVE 2 TO WS-ITEM-QNO.                                       DBANK81P
041900     MOVE FRD-REC-TIMESTAMP TO WS-ITEM-KEY.                       DBANK81P
042000     MOVE FRD-REC-PID TO WS-ITEM-PID.                             DBANK81P
042100     MOVE FRD-REC-TIMESTAMP TO WS-ITEM-SINCE.                     DBANK81P
042200     PERFORM ADD-INBOX-ITEM THRU                                  DBANK81P
042300             ADD-INBOX-ITEM-EXIT.                                 DBANK81P
042400     GO TO SCAN-FRAUD-LOOP.                                       DBANK81P
042500 SCAN-FRAUD-DONE.                                                 DBANK81P
042600     EXEC CICS ENDBR FILE('BNKFRAUD')                             DBANK81P
042700     END-EXEC.                                                    DBANK81P
042800 SCAN-FRAUD-EXIT.                                                 DBANK81P
042900     EXIT.                                                        DBANK81P
043000                                                                  DBANK81P
043100***************************************************************** DBANK81P
043200* Disputes awaiting resolution                                  * DBANK81P
043300***************************************************************** DBANK81P
043400 SCAN-DISP.                                                       DBANK81P
043500     IF NOT CD81I-Q-WORKABLE (3)                                  DBANK81P
043600       GO TO SCAN-DISP-EXIT                                       DBANK81P
043700     END-IF.                                                      DBANK81P
043800     MOVE LOW-VALUES TO WS-BNKDISP-RID.                           DBANK81P
043900     EXEC CICS STARTBR FILE('BNKDISP')                            DBANK81P
044000                  RIDFLD(WS-BNKDISP-RID)                          DBANK81P
044100                  GTEQ                                            DBANK81P
044200                  RESP(WS-RESP)                                   DBANK81P
044300     END-EXEC.                                                    DBANK81P
044400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK81P
044500       GO TO SCAN-DISP-EXIT                                       DBANK81P
044600     END-IF.                                                      DBANK81P
044700     MOVE 0 TO WS-SCAN-COUNT.                                     DBANK81P
044800 SCAN-DISP-LOOP.                                                  DBANK81P
044900     ADD 1 TO WS-SCAN-COUNT.                                      DBANK81P
045000     IF WS-SCAN-COUNT IS GREATER THAN 500                         DBANK81P
045100       GO TO SCAN-DISP-DONE                                       DBANK81P
045200     END-IF.                                                      DBANK81P
045300     EXEC CICS READNEXT FILE('BNKDISP')                           DBANK81P
045400                  INTO(WS-BNKDISP-REC)                            DBANK81P
045500                  LENGTH(LENGTH OF WS-BNKDISP-REC)                DBANK81P
045600                  RIDFLD(WS-BNKDISP-RID)                          DBANK81P
045700                  RESP(WS-RESP)                                   DBANK81P
045800     END-EXEC.                                                    DBANK81P
045900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK81P
046000       GO TO SCAN-DISP-DONE                                       DBANK81P
046100     END-IF.                                                      DBANK81P
046200     IF NOT DSP-STATUS-PENDING                                    DBANK81P
046300       GO TO SCAN-DISP-LOOP                                       DBANK81P
046400     END-IF.                                                      DBANK81P
046500     MOVE SPACES TO WS-ITEM.                                      DBANK81P
046600     MOVE 3 TO WS-ITEM-QNO.                                       DBANK81P
046700     MOVE DSP-REC-TIMESTAMP TO WS-ITEM-KEY.                       DBANK81P
046800     MOVE DSP-REC-PID TO WS-ITEM-PID.                             DBANK81P
046900     MOVE DSP-REC-TIMESTAMP TO WS-ITEM-SINCE.                     DBANK81P
047000     PERFORM ADD-INBOX-ITEM THRU                                  DBANK81P
047100             ADD-INBOX-ITEM-EXIT.                                 DBANK81P
047200     GO TO SCAN-DISP-LOOP.                                        DBANK81P
047300 SCAN-DISP-DONE.                                                  DBANK81P
047400     EXEC CICS ENDBR FILE('BNKDISP')                              DBANK81P
047500     END-EXEC.                                                    DBANK81P
047600 SCAN-DISP-EXIT.                                                  DBANK81P
047700     EXIT.                                                        DBANK81P
047800                                                                  DBANK81P
047900***************************************************************** DBANK81P
048000* Deny list hits awaiting review                                * DBANK81P
048100***************************************************************** DBANK81P
048200 SCAN-DENYQ.                                                      DBANK81P
048300     IF NOT CD81I-Q-WORKABLE (4)                                  DBANK81P
048400       GO TO SCAN-DENYQ-EXIT                                      DBANK81P
048500     END-IF.                                                      DBANK81P
048600     MOVE LOW-VALUES TO WS-BNKDENYQ-RID.                          DBANK81P
048700     EXEC CICS STARTBR FILE('BNKDENYQ')                           DBANK81P
048800                  RIDFLD(WS-BNKDENYQ-RID)                         DBANK81P
048900                  GTEQ                                            DBANK81P
049000                  RESP(WS-RESP)                                   DBANK81P
049100     END-EXEC.                                                    DBANK81P
049200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK81P
049300       GO TO SCAN-DENYQ-EXIT                                      DBANK81P
049400     END-IF.                                                      DBANK81P
049500     MOVE 0 TO WS-SCAN-COUNT.                                     DBANK81P
049600 SCAN-DENYQ-LOOP.                                                 DBANK81P
049700     ADD 1 TO WS-SCAN-COUNT.                                      DBANK81P
049800     IF WS-SCAN-COUNT IS GREATER THAN 500                         DBANK81P
049900       GO TO SCAN-DENYQ-DONE                                      DBANK81P
050000     END-IF.                                                      DBANK81P
050100     EXEC CICS READNEXT FILE('BNKDENYQ')                          DBANK81P
050200                  INTO(WS-BNKDENYQ-REC)                           DBANK81P
050300                  LENGTH(LENGTH OF WS-BNKDENYQ-REC)               DBANK81P
050400                  RIDFLD(WS-BNKDENYQ-RID)                         DBANK81P
050500                  RESP(WS-RESP)                                   DBANK81P
050600     END-EXEC.                                                    DBANK81P
050700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK81P
050800       GO TO SCAN-DENYQ-DONE                                      DBANK81P
050900     END-IF.                                                      DBANK81P
051000     IF NOT DNH-STATUS-PENDING                                    DBANK81P
051100       GO TO SCAN-DENYQ-LOOP                                      DBANK81P
051200     END-IF.                                                      DBANK81P
051300     MOVE SPACES TO WS-ITEM.                                      DBANK81P
051400     MOVE 4 TO WS-ITEM-QNO.                                       DBANK81P
051500     MOVE DNH-REC-TIMESTAMP TO WS-ITEM-KEY.                       DBANK81P
051600     MOVE DNH-REC-PID TO WS-ITEM-PID.                             DBANK81P
051700     MOVE DNH-REC-TIMESTAMP TO WS-ITEM-SINCE.                     DBANK81P
051800     PERFORM ADD-INBOX-ITEM THRU                                  DBANK81P
051900             ADD-INBOX-ITEM-EXIT.                                 DBANK81P
052000     GO TO SCAN-DENYQ-LOOP.                                       DBANK81P
052100 SCAN-DENYQ-DONE.                                                 DBANK81P
052200     EXEC CICS ENDBR FILE('BNKDENYQ')                             DBANK81P
052300     END-EXEC.                                                    DBANK81P
052400 SCAN-DENYQ-EXIT.                                                 DBANK81P
052500     EXIT.                                                        DBANK81P
052600                                                                  DBANK81P
052700***************************************************************** DBANK81P
052800* Loan overrides awaiting approval                              * DBANK81P
052900***************************************************************** DBANK81P
053000 SCAN-LNOVR.                                                      DBANK81P
053100     IF NOT CD81I-Q-WORKABLE (5)                                  DBANK81P
053200       GO TO SCAN-LNOVR-EXIT                                      DBANK81P
053300     END-IF.                                                      DBANK81P
053400     MOVE LOW-VALUES TO WS-BNKLNOVR-RID.                          DBANK81P
053500     EXEC CICS STARTBR FILE('BNKLNOVR')                           DBANK81P
053600                  RIDFLD(WS-BNKLNOVR-RID)                         DBANK81P
053700                  GTEQ                                            DBANK81P
053800                  RESP(WS-RESP)                                   DBANK81P
053900     END-EXEC.                                                    DBANK81P
054000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK81P
054100       GO TO SCAN-LNOVR-EXIT                                      DBANK81P
054200     END-IF.                                                      DBANK81P
054300     MOVE 0 TO WS-SCAN-COUNT.                                     DBANK81P
054400 SCAN-LNOVR-LOOP.                                                 DBANK81P
054500     ADD 1 TO WS-SCAN-COUNT.                                      DBANK81P
054600     IF WS-SCAN-COUNT IS GREATER THAN 500                         DBANK81P
054700       GO TO SCAN-LNOVR-DONE                                      DBANK81P
054800     END-IF.                                                      DBANK81P
054900     EXEC CICS READNEXT FILE('BNKLNOVR')                          DBANK81P
055000                  INTO(WS-BNKLNOVR-REC)                           DBANK81P
055100                  LENGTH(LENGTH OF WS-BNKLNOVR-REC)               DBANK81P
055200                  RIDFLD(WS-BNKLNOVR-RID)                         DBANK81P
055300                  RESP(WS-RESP)                                   DBANK81P
055400     END-EXEC.                                                    DBANK81P
055500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK81P
055600       GO TO SCAN-LNOVR-DONE                                      DBANK81P
055700     END-IF.                                                      DBANK81P
055800     IF NOT LOV-STATUS-PENDING                                    DBANK81P
055900       GO TO SCAN-LNOVR-LOOP                                      DBANK81P
056000     END-IF.                                                      DBANK81P
056100     MOVE SPACES TO WS-ITEM.                                      DBANK81P
056200     MOVE 5 TO WS-ITEM-QNO.                                       DBANK81P
056300     MOVE LOV-REC-TIMESTAMP TO WS-ITEM-KEY.                       DBANK81P
056400     MOVE LOV-REC-PID TO WS-ITEM-PID.                             DBANK81P
056500     MOVE LOV-REC-TIMESTAMP TO WS-ITEM-SINCE.                     DBANK81P
056600     PERFORM ADD-INBOX-ITEM THRU                                  DBANK81P
056700             ADD-INBOX-ITEM-EXIT.                                 DBANK81P
056800     GO TO SCAN-LNOVR-LOOP.                                       DBANK81P
056900 SCAN-LNOVR-DONE.                                                 DBANK81P
057000     EXEC CICS ENDBR FILE('BNKLNOVR')                             DBANK81P
057100     END-EXEC.                                                    DBANK81P
057200 SCAN-LNOVR-EXIT.                                                 DBANK81P
057300     EXIT.                                                        DBANK81P
057400                                                                  DBANK81P
057500***************************************************************** DBANK81P
057600* Estate work awaiting release                                  * DBANK81P
057700***************************************************************** DBANK81P
057800 SCAN-ESTQ.                                                       DBANK81P
057900     IF NOT CD81I-Q-WORKABLE (6)                                  DBANK81P
058000       GO TO SCAN-ESTQ-EXIT                                       DBANK81P
058100     END-IF.                                                      DBANK81P
058200     MOVE LOW-VALUES TO WS-BNKESTQ-RID.                           DBANK81P
058300     EXEC CICS STARTBR FILE('BNKESTQ')                            DBANK81P
058400                  RIDFLD(WS-BNKESTQ-RID)                          DBANK81P
058500                  GTEQ                                            DBANK81P
058600                  RESP(WS-RESP)                                   DBANK81P
058700     END-EXEC.                                                    DBANK81P
058800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK81P
058900       GO TO SCAN-ESTQ-EXIT                                       DBANK81P
059000     END-IF.                                                      DBANK81P
059100     MOVE 0 TO WS-SCAN-COUNT.                                     DBANK81P
059200 SCAN-ESTQ-LOOP.                                                  DBANK81P
059300     ADD 1 TO WS-SCAN-COUNT.                                      DBANK81P
059400     IF WS-SCAN-COUNT IS GREATER THAN 500                         DBANK81P
059500       GO TO SCAN-ESTQ-DONE                                       DBANK81P
059600     END-IF.                                                      DBANK81P
059700     EXEC CICS READNEXT FILE('BNKESTQ')                           DBANK81P
059800                  INTO(WS-BNKESTQ-REC)                            DBANK81P
059900                  LENGTH(LENGTH OF WS-BNKESTQ-REC)                DBANK81P
060000                  RIDFLD(WS-BNKESTQ-RID)                          DBANK81P
060100                  RESP(WS-RESP)                                   DBANK81P
060200     END-EXEC.                                                    DBANK81P
060300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK81P
060400       GO TO SCAN-ESTQ-DONE                                       DBANK81P
060500     END-IF.                                                      DBANK81P
060600     IF NOT ESQ-STATUS-PENDING                                    DBANK81P
060700       GO TO SCAN-ESTQ-LOOP                                       DBANK81P
060800     END-IF.                                                      DBANK81P
060900     MOVE SPACES TO WS-ITEM.                                      DBANK81P
061000     MOVE 6 TO WS-ITEM-QNO.                                       DBANK81P
061100     MOVE ESQ-REC-TIMESTAMP TO WS-ITEM-KEY.                       DBANK81P
061200     MOVE ESQ-REC-PID TO WS-ITEM-PID.                             DBANK81P
061300     MOVE ESQ-REC-TIMESTAMP TO WS-ITEM-SINCE.                     DBANK81P
061400     PERFORM ADD-INBOX-ITEM THRU                                  DBANK81P
061500             ADD-INBOX-ITEM-EXIT.                                 DBANK81P
061600     GO TO SCAN-ESTQ-LOOP.                                        DBANK81P
061700 SCAN-ESTQ-DONE.                                                  DBANK81P
061800     EXEC CICS ENDBR FILE('BNKESTQ')                              DBANK81P
061900     END-EXEC.                                                    DBANK81P
062000 SCAN-ESTQ-EXIT.                                                  DBANK81P
062100     EXIT.                                                        DBANK81P
062200                                                                  DBANK81P
062300***************************************************************** DBANK81P
062400* Open suspense breaks - waiting from the aging date            * DBANK81P
062500***************************************************************** DBANK81P
062600 SCAN-SUSP.                                                       DBANK81P
062700     IF NOT CD81I-Q-WORKABLE (7)                                  DBANK81P
062800       GO TO SCAN-SUSP-EXIT                                       DBANK81P
062900     END-IF.                                                      DBANK81P
063000     MOVE LOW-VALUES TO WS-BNKSUSP-RID.                           DBANK81P
063100     EXEC CICS STARTBR FILE('BNKSUSP')                            DBANK81P
063200                  RIDFLD(WS-BNKSUSP-RID)                          DBANK81P
063300                  GTEQ                                            DBANK81P
063400                  RESP(WS-RESP)                                   DBANK81P
063500     END-EXEC.                                                    DBANK81P
063600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK81P
063700       GO TO SCAN-SUSP-EXIT                                       DBANK81P
063800     END-IF.                                                      DBANK81P
063900     MOVE 0 TO WS-SCAN-COUNT.                                     DBANK81P
064000 SCAN-SUSP-LOOP.                                                  DBANK81P
064100     ADD 1 TO WS-SCAN-COUNT.                                      DBANK81P
064200     IF WS-SCAN-COUNT IS GREATER THAN 500                         DBANK81P
064300       GO TO SCAN-SUSP-DONE                                       DBANK81P
064400     END-IF.                                                      DBANK81P
064500     EXEC CICS READNEXT FILE('BNKSUSP')                           DBANK81P
064600                  INTO(WS-BNKSUSP-REC)                            DBANK81P
064700                  LENGTH(LENGTH OF WS-BNKSUSP-REC)                DBANK81P
064800                  RIDFLD(WS-BNKSUSP-RID)                          DBANK81P
064900                  RESP(WS-RESP)                                   DBANK81P
065000     END-EXEC.                                                    DBANK81P
065100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK81P
065200       GO TO SCAN-SUSP-DONE                                       DBANK81P
065300     END-IF.                                                      DBANK81P
065400     IF NOT SUS-STATUS-OPEN                                       DBANK81P
065500       GO TO SCAN-SUSP-LOOP                                       DBANK81P
065600     END-IF.                                                      DBANK81P
065700     MOVE SPACES TO WS-ITEM.                                      DBANK81P
065800     MOVE 7 TO WS-ITEM-QNO.                                       DBANK81P
065900     MOVE SUS-REC-TIMESTAMP TO WS-ITEM-KEY.                       DBANK81P
066000     MOVE SPACES TO WS-ITEM-PID.                                  DBANK81P
066100     MOVE SUS-REC-AGING-DATE TO WS-ITEM-SINCE.                    DBANK81P
066200     PERFORM ADD-INBOX-ITEM THRU                                  DBANK81P
066300             ADD-INBOX-ITEM-EXIT.                                 DBANK81P
066400     GO TO SCAN-SUSP-LOOP.                                        DBANK81P
066500 SCAN-SUSP-DONE.                                                  DBANK81P
066600     EXEC CICS ENDBR FILE('BNKSUSP')                              DBANK81P
066700     END-EXEC.                                                    DBANK81P
066800 SCAN-SUSP-EXIT.                                                  DBANK81P
066900     EXIT.                                                        DBANK81P
067000                                                                  DBANK81P
067100***************************************************************** DBANK81P
067200* Customer message threads waiting on a staff reply.  The key   * DBANK81P
067300* breaks per thread; sequence 01 carries the thread status and  * DBANK81P
067400* the thread waits from the first customer message after the    * DBANK81P
067500* last staff reply.                                             * DBANK81P
067600***************************************************************** DBANK81P
067700 SCAN-MSG.                                                        DBANK81P
067800     IF NOT CD81I-Q-WORKABLE (8)                                  DBANK81P
067900       GO TO SCAN-MSG-EXIT                                        DBANK81P
068000     END-IF.                                                      DBANK81P
068100     MOVE LOW-VALUES TO WS-BNKMSG-RID.                            DBANK81P
068200     EXEC CICS STARTBR FILE('BNKMSG')                             DBANK81P
068300                  RIDFLD(WS-BNKMSG-RID)                           DBANK81P
068400                  GTEQ                                            DBANK81P
068500                  RESP(WS-RESP)                                   DBANK81P
068600     END-EXEC.                                                    DBANK81P
068700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK81P
068800       GO TO SCAN-MSG-EXIT                                        DBANK81P
068900     END-IF.                                                      DBANK81P
069000     MOVE 0 TO WS-SCAN-COUNT.                                     DBANK81P
069100     MOVE SPACES TO WS-MSG-THREAD-KEY.                            DBANK81P
069200 SCAN-MSG-LOOP.                                                   DBANK81P
069300     ADD 1 TO WS-SCAN-COUNT.                                      DBANK81P
069400     IF WS-SCAN-COUNT IS GREATER THAN 500                         DBANK81P
069500       GO TO SCAN-MSG-DONE                                        DBANK81P
069600     END-IF.                                                      DBANK81P
069700     EXEC CICS READNEXT FILE('BNKMSG')                            DBANK81P
069800                  INTO(WS-BNKMSG-REC)                             DBANK81P
069900                  LENGTH(LENGTH OF WS-BNKMSG-REC)                 DBANK81P
070000                  RIDFLD(WS-BNKMSG-RID)                           DBANK81P
070100                  RESP(WS-RESP)                                   DBANK81P
070200     END-EXEC.                                                    DBANK81P
070300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK81P
070400       GO TO SCAN-MSG-DONE                                        DBANK81P
070500     END-IF.                                                      DBANK81P
070600     IF MSG-KEY (1:31) IS NOT EQUAL TO WS-MSG-THREAD-KEY          DBANK81P
070700       PERFORM MESSAGE-THREAD-END THRU                            DBANK81P
070800               MESSAGE-THREAD-END-EXIT                            DBANK81P
070900       MOVE MSG-KEY (1:31) TO WS-MSG-THREAD-KEY                   DBANK81P
071000       MOVE 'N' TO WS-MSG-OPEN                                    DBANK81P
071100       MOVE SPACES TO WS-MSG-WAITING                              DBANK81P
071200     END-IF.                                                      DBANK81P
071300     IF MSG-REC-SEQ IS EQUAL TO 1 AND                             DBANK81P
071400        MSG-THREAD-OPEN                                           DBANK81P
071500       MOVE 'Y' TO WS-MSG-OPEN                                    DBANK81P
071600     END-IF.                                                      DBANK81P
071700     IF MSG-FROM-STAFF                                            DBANK81P
071800       MOVE SPACES TO WS-MSG-WAITING                              DBANK81P
071900       GO TO SCAN-MSG-LOOP                                        DBANK81P
072000     END-IF.                                                      DBANK81P
072100     IF MSG-FROM-CUSTOMER AND                                     DBANK81P
072200        WS-MSG-WAITING IS EQUAL TO SPACES                         DBANK81P
072300       IF MSG-REC-SENT-TS IS EQUAL TO SPACES                      DBANK81P
072400         MOVE MSG-REC-THREAD-TS TO WS-MSG-WAITING                 DBANK81P
072500       ELSE                                                       DBANK81P
072600         MOVE MSG-REC-SENT-TS TO WS-MSG-WAITING                   DBANK81P
072700       END-IF                                                     DBANK81P
072800     END-IF.                                                      DBANK81P
072900     GO TO SCAN-MSG-LOOP.                                         DBANK81P
073000 SCAN-MSG-DONE.                                                   DBANK81P
073100     EXEC CICS ENDBR FILE('BNKMSG')                               DBANK81P
073200     END-EXEC.                                                    DBANK81P
073300     PERFORM MESSAGE-THREAD-END THRU                              DBANK81P
073400             MESSAGE-THREAD-END-EXIT.                             DBANK81P
073500 SCAN-MSG-EXIT.                                                   DBANK81P
073600     EXIT.                                                        DBANK81P
073700                                                                  DBANK81P
073800***************************************************************** DBANK81P
073900* A thread that is open and has a customer message waiting      * DBANK81P
074000* goes in the table keyed by customer and thread                * DBANK81P
074100***************************************************************** DBANK81P
074200 MESSAGE-THREAD-END.                                              DBANK81P
074300     IF WS-MSG-THREAD-KEY IS EQUAL TO SPACES OR                   DBANK81P
074400        WS-MSG-OPEN IS NOT EQUAL TO 'Y' OR                        DBANK81P
074500        WS-MSG-WAITING IS EQUAL TO SPACES                         DBANK81P
074600       GO TO MESSAGE-THREAD-END-EXIT                              DBANK81P
074700     END-IF.                                                      DBANK81P
074800     MOVE SPACES TO WS-ITEM.                                      DBANK81P
074900     MOVE 8 TO WS-ITEM-QNO.                                       DBANK81P
075000     MOVE WS-MSG-THREAD-KEY TO WS-ITEM-KEY.                       DBANK81P
075100     MOVE WS-MSG-THREAD-KEY (1:5) TO WS-ITEM-PID.                 DBANK81P
075200     MOVE WS-MSG-WAITING TO WS-ITEM-SINCE.                        DBANK81P
075300     PERFORM ADD-INBOX-ITEM THRU                                  DBANK81P
075400             ADD-INBOX-ITEM-EXIT.                                 DBANK81P
075500 MESSAGE-THREAD-END-EXIT.                                         DBANK81P
075600     EXIT.                                                        DBANK81P
075700                                                                  DBANK81P
075800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK81P
