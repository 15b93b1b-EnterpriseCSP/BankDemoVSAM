000100***************************************************************** ZBNKGOL1
000200*                                                               * ZBNKGOL1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKGOL1
000400*   This demonstration program is provided for use by users     * ZBNKGOL1
000500*   of Micro Focus products and may be used, modified and       * ZBNKGOL1
000600*   distributed as part of your application provided that       * ZBNKGOL1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKGOL1
000800*   in this material.                                           * ZBNKGOL1
000900*                                                               * ZBNKGOL1
001000***************************************************************** ZBNKGOL1
001100                                                                  ZBNKGOL1
001200***************************************************************** ZBNKGOL1
001300* Program:     ZBNKGOL1.CBL                                     * ZBNKGOL1
001400* Function:    Daily savings goals run.  Works through BNKGOAL  * ZBNKGOL1
001500*              an account at a time and keeps each account's    * ZBNKGOL1
001600*              active goals inside its balance:                 * ZBNKGOL1
001700*              - goals on an account that has been closed, has  * ZBNKGOL1
001800*                gone or is no longer a savings account are     * ZBNKGOL1
001900*                closed with nothing allocated;                 * ZBNKGOL1
002000*              - where withdrawals have left the goals holding  * ZBNKGOL1
002100*                more than the balance the excess is taken back * ZBNKGOL1
002200*                from the newest goals first;                   * ZBNKGOL1
002300*              - once a month each goal with an auto amount has * ZBNKGOL1
002400*                it allocated from the unallocated balance (no  * ZBNKGOL1
002500*                more than the goal still needs).  If the       * ZBNKGOL1
002600*                unallocated balance cannot cover it the goal   * ZBNKGOL1
002700*                is reported as short and tried again tomorrow. * ZBNKGOL1
002800*              Every change is listed on the report with the    * ZBNKGOL1
002900*              run totals.                                      * ZBNKGOL1
003000***************************************************************** ZBNKGOL1
003100                                                                  ZBNKGOL1
003200 IDENTIFICATION DIVISION.                                         ZBNKGOL1
003300 PROGRAM-ID.                                                      ZBNKGOL1
003400     ZBNKGOL1.                                                    ZBNKGOL1
003500 DATE-WRITTEN.                                                    ZBNKGOL1
003600     October 2026.                                                ZBNKGOL1
003700 DATE-COMPILED.                                                   ZBNKGOL1
003800     Today.                                                       ZBNKGOL1
003900                                                                  ZBNKGOL1
004000 ENVIRONMENT DIVISION.                                            ZBNKGOL1
004100 INPUT-OUTPUT   SECTION.                                          ZBNKGOL1
004200   FILE-CONTROL.                                                  ZBNKGOL1
004300     SELECT BNKGOAL-FILE                                          ZBNKGOL1
004400            ASSIGN       TO BNKGOAL                               ZBNKGOL1
004500            ORGANIZATION IS INDEXED                               ZBNKGOL1
004600            ACCESS MODE  IS DYNAMIC                               ZBNKGOL1
004700            RECORD KEY   IS GOL-KEY                               ZBNKGOL1
004800            FILE STATUS  IS WS-BNKGOAL-STATUS.                    ZBNKGOL1
004900     SELECT BNKACC-FILE                                           ZBNKGOL1
005000            ASSIGN       TO BNKACC                                ZBNKGOL1
005100            ORGANIZATION IS INDEXED                               ZBNKGOL1
005200            ACCESS MODE  IS DYNAMIC                               ZBNKGOL1
005300            RECORD KEY   IS BAC-REC-ACCNO                         ZBNKGOL1
005400            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          ZBNKGOL1
005500            FILE STATUS  IS WS-BNKACC-STATUS.                     ZBNKGOL1
005600     SELECT PRINTOUT-FILE                                         ZBNKGOL1
005700            ASSIGN       TO PRINTOUT                              ZBNKGOL1
005800            ORGANIZATION IS SEQUENTIAL                            ZBNKGOL1
005900            ACCESS MODE  IS SEQUENTIAL                            ZBNKGOL1
006000            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKGOL1
006100                                                                  ZBNKGOL1
006200 DATA DIVISION.                                                   ZBNKGOL1
006300 FILE SECTION.                                                    ZBNKGOL1
006400                                                                  ZBNKGOL1
006500 FD  BNKGOAL-FILE.                                                ZBNKGOL1
006600 01  BNKGOAL-REC.                                                 ZBNKGOL1
006700 COPY CBANKVGL.                                                   ZBNKGOL1
006800                                                                  ZBNKGOL1
006900 FD  BNKACC-FILE.                                                 ZBNKGOL1
007000 01  BNKACC-REC.                                                  ZBNKGOL1
007100 COPY CBANKVAC.                                                   ZBNKGOL1
007200                                                                  ZBNKGOL1
007300 FD  PRINTOUT-FILE.                                               ZBNKGOL1
007400 01  PRINTOUT-REC                            PIC X(121).          ZBNKGOL1
007500                                                                  ZBNKGOL1
007600 WORKING-STORAGE SECTION.                                         ZBNKGOL1
007700 COPY CRUNCTLD.                                                   ZBNKGOL1
007800                                                                  ZBNKGOL1
007900 COPY CTIMERD.                                                    ZBNKGOL1
008000                                                                  ZBNKGOL1
008100 COPY CTSTAMPD.                                                   ZBNKGOL1
008200                                                                  ZBNKGOL1
008300 01  WS-GOAL-TABLE.                                               ZBNKGOL1
008400   05  WS-GT-ENTRY                           OCCURS 20 TIMES.     ZBNKGOL1
008500     10  WS-GT-SEQ                           PIC X(2).            ZBNKGOL1
008600     10  WS-GT-NAME                          PIC X(20).           ZBNKGOL1
008700     10  WS-GT-TARGET                        PIC S9(7)V99 COMP-3. ZBNKGOL1
008800     10  WS-GT-ALLOCATED                     PIC S9(7)V99 COMP-3. ZBNKGOL1
008900     10  WS-GT-AUTO-AMT                      PIC S9(5)V99 COMP-3. ZBNKGOL1
009000     10  WS-GT-AUTO-LAST                     PIC X(7).            ZBNKGOL1
009100     10  WS-GT-CLOSE                         PIC X(1).            ZBNKGOL1
009200     10  WS-GT-CHANGED                       PIC X(1).            ZBNKGOL1
009300   05  WS-GT-COUNT                           PIC S9(3) COMP.      ZBNKGOL1
009400   05  WS-GT-SUB                             PIC S9(3) COMP.      ZBNKGOL1
009500                                                                  ZBNKGOL1
009600 01  WS-MISC-STORAGE.                                             ZBNKGOL1
009700   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKGOL1
009800       VALUE 'ZBNKGOL1'.                                          ZBNKGOL1
009900   05  WS-BNKGOAL-STATUS.                                         ZBNKGOL1
010000     10  WS-BNKGOAL-STAT1                    PIC X(1).            ZBNKGOL1
010100     10  WS-BNKGOAL-STAT2                    PIC X(1).            ZBNKGOL1
010200   05  WS-BNKACC-STATUS.                                          ZBNKGOL1
010300     10  WS-BNKACC-STAT1                     PIC X(1).            ZBNKGOL1
010400     10  WS-BNKACC-STAT2                     PIC X(1).            ZBNKGOL1
010500   05  WS-PRINTOUT-STATUS.                                        ZBNKGOL1
010600     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKGOL1
010700     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKGOL1
010800   05  WS-IO-STATUS.                                              ZBNKGOL1
010900     10  WS-IO-STAT1                         PIC X(1).            ZBNKGOL1
011000     10  WS-IO-STAT2                         PIC X(1).            ZBNKGOL1
011100   05  WS-TWO-BYTES.                                              ZBNKGOL1
011200     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKGOL1
011300     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKGOL1
011400   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKGOL1
011500                                             PIC 9(1) COMP.       ZBNKGOL1
011600   05  WS-END-OF-FILE                        PIC X(3)             ZBNKGOL1
011700       VALUE 'NO '.                                               ZBNKGOL1
011800   05  WS-SCAN-KEY.                                               ZBNKGOL1
011900     10  WS-SCAN-ACCNO                       PIC X(9).            ZBNKGOL1
012000     10  WS-SCAN-SEQ                         PIC X(2).            ZBNKGOL1
012100   05  WS-GOAL-ACCNO                         PIC X(9).            ZBNKGOL1
012200   05  WS-THIS-MONTH                         PIC X(7).            ZBNKGOL1
012300   05  WS-GOALS-HELD                         PIC S9(9)V99 COMP-3. ZBNKGOL1
012400   05  WS-BALANCE                            PIC S9(9)V99 COMP-3. ZBNKGOL1
012500   05  WS-EXCESS                             PIC S9(9)V99 COMP-3. ZBNKGOL1
012600   05  WS-UNALLOCATED                        PIC S9(9)V99 COMP-3. ZBNKGOL1
012700   05  WS-STILL-NEEDED                       PIC S9(9)V99 COMP-3. ZBNKGOL1
012800   05  WS-TAKE                               PIC S9(7)V99 COMP-3. ZBNKGOL1
012900   05  WS-ACCOUNTS-READ                      PIC 9(7)             ZBNKGOL1
013000       VALUE ZERO.                                                ZBNKGOL1
013100   05  WS-GOALS-READ                         PIC 9(7)             ZBNKGOL1
013200       VALUE ZERO.                                                ZBNKGOL1
013300   05  WS-GOALS-CLOSED                       PIC 9(7)             ZBNKGOL1
013400       VALUE ZERO.                                                ZBNKGOL1
013500   05  WS-GOALS-TRIMMED                      PIC 9(7)             ZBNKGOL1
013600       VALUE ZERO.                                                ZBNKGOL1
013700   05  WS-AMT-TRIMMED                        PIC S9(9)V99 COMP-3  ZBNKGOL1
013800       VALUE ZERO.                                                ZBNKGOL1
013900   05  WS-AUTO-DONE                          PIC 9(7)             ZBNKGOL1
014000       VALUE ZERO.                                                ZBNKGOL1
014100   05  WS-AMT-AUTO                           PIC S9(9)V99 COMP-3  ZBNKGOL1
014200       VALUE ZERO.                                                ZBNKGOL1
014300   05  WS-AUTO-SHORT                         PIC 9(7)             ZBNKGOL1
014400       VALUE ZERO.                                                ZBNKGOL1
014500                                                                  ZBNKGOL1
014600 01  WS-REPORT-LINES.                                             ZBNKGOL1
014700   05  WS-LINE1.                                                  ZBNKGOL1
014800     10  WS-LINE1-CC                         PIC X(1)             ZBNKGOL1
014900         VALUE '1'.                                               ZBNKGOL1
015000     10  FILLER                              PIC X(20)            ZBNKGOL1
015100         VALUE SPACES.                                            ZBNKGOL1
015200     10  WS-LINE1-HEAD                       PIC X(30)            ZBNKGOL1
015300         VALUE 'Savings Goals Daily Run '.                        ZBNKGOL1
015400     10  WS-LINE1-DATE                       PIC X(10).           ZBNKGOL1
015500   05  WS-LINE3.                                                  ZBNKGOL1
015600     10  WS-LINE3-CC                         PIC X(1)             ZBNKGOL1
015700         VALUE ' '.                                               ZBNKGOL1
015800     10  FILLER                              PIC X(11)            ZBNKGOL1
015900         VALUE 'Account'.                                         ZBNKGOL1
016000     10  FILLER                              PIC X(6)             ZBNKGOL1
016100         VALUE 'Goal'.                                            ZBNKGOL1
016200     10  FILLER                              PIC X(22)            ZBNKGOL1
016300         VALUE 'Name'.                                            ZBNKGOL1
016400     10  FILLER                              PIC X(24)            ZBNKGOL1
016500         VALUE 'Action'.                                          ZBNKGOL1
016600     10  FILLER                              PIC X(14)            ZBNKGOL1
016700         VALUE '        Amount'.                                  ZBNKGOL1
016800     10  FILLER                              PIC X(14)            ZBNKGOL1
016900         VALUE '     Allocated'.                                  ZBNKGOL1
017000   05  WS-LINE4.                                                  ZBNKGOL1
017100     10  WS-LINE4-CC                         PIC X(1)             ZBNKGOL1
017200         VALUE ' '.                                               ZBNKGOL1
017300     10  WS-LINE4-ACCNO                      PIC X(11).           ZBNKGOL1
017400     10  WS-LINE4-SEQ                        PIC X(6).            ZBNKGOL1
017500     10  WS-LINE4-NAME                       PIC X(22).           ZBNKGOL1
017600     10  WS-LINE4-ACTION                     PIC X(24).           ZBNKGOL1
017700     10  WS-LINE4-AMOUNT                     PIC Z,ZZZ,ZZ9.99-.   ZBNKGOL1
017800     10  FILLER                              PIC X(1)             ZBNKGOL1
017900         VALUE SPACE.                                             ZBNKGOL1
018000     10  WS-LINE4-ALLOCATED                  PIC Z,ZZZ,ZZ9.99-.   ZBNKGOL1
018100   05  WS-LINE5.                                                  ZBNKGOL1
018200     10  WS-LINE5-CC                         PIC X(1)             ZBNKGOL1
018300         VALUE ' '.                                               ZBNKGOL1
018400     10  WS-LINE5-TEXT                       PIC X(40).           ZBNKGOL1
018500     10  WS-LINE5-COUNT                      PIC ZZZZZZ9.         ZBNKGOL1
018600     10  FILLER                              PIC X(3)             ZBNKGOL1
018700         VALUE SPACES.                                            ZBNKGOL1
018800     10  WS-LINE5-AMOUNT                     PIC ZZZ,ZZZ,ZZ9.99-. ZBNKGOL1
018900                                                                  ZBNKGOL1
019000 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKGOL1
019100                                                                  ZBNKGOL1
019200 LINKAGE SECTION.                                                 ZBNKGOL1
019300 01  LK-EXEC-PARM.                                                ZBNKGOL1
019400   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKGOL1
019500   05  LK-EXEC-PARM-DATA                     PIC X(12).           ZBNKGOL1
019600                                                                  ZBNKGOL1
019700 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKGOL1
019800                                                                  ZBNKGOL1
019900     PERFORM RUN-TIME.                                            ZBNKGOL1
020000                                                                  ZBNKGOL1
020100     MOVE 'Savings goals daily run starting'                      ZBNKGOL1
020200       TO WS-CONSOLE-MESSAGE.                                     ZBNKGOL1
020300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKGOL1
020400                                                                  ZBNKGOL1
020500     MOVE SPACES TO RUN-CTL-DATA.                                 ZBNKGOL1
020600     SET RUN-CTL-CHECK-START TO TRUE.                             ZBNKGOL1
020700     MOVE WS-PROGRAM-ID TO RUN-CTL-JOB.                           ZBNKGOL1
020800     MOVE SPACES TO RUN-CTL-PREDECESSOR.                          ZBNKGOL1
020900     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO AND                  ZBNKGOL1
021000        LK-EXEC-PARM-DATA (1:7) IS EQUAL TO 'RESTART'             ZBNKGOL1
021100        SET RUN-CTL-RESTART-YES TO TRUE                           ZBNKGOL1
021200     END-IF.                                                      ZBNKGOL1
021300     CALL 'URUNCTL' USING RUN-CTL-DATA.                           ZBNKGOL1
021400     IF NOT RUN-CTL-OK                                            ZBNKGOL1
021500        MOVE RUN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKGOL1
021600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKGOL1
021700        MOVE 'Schedule order problem - job not run'               ZBNKGOL1
021800          TO WS-CONSOLE-MESSAGE                                   ZBNKGOL1
021900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKGOL1
022000        MOVE 8 TO RETURN-CODE                                     ZBNKGOL1
022100        GOBACK                                                    ZBNKGOL1
022200     END-IF.                                                      ZBNKGOL1
022300                                                                  ZBNKGOL1
022400***************************************************************** ZBNKGOL1
022500* The month (YYYY-MM) marks which goals have had this month's   * ZBNKGOL1
022600* auto amount                                                   * ZBNKGOL1
022700***************************************************************** ZBNKGOL1
022800 COPY CTSTAMPP.                                                   ZBNKGOL1
022900     MOVE WS-TS-DATE (1:7) TO WS-THIS-MONTH.                      ZBNKGOL1
023000                                                                  ZBNKGOL1
023100     PERFORM OPEN-FILES.                                          ZBNKGOL1
023200     PERFORM PRINT-REPORT-HEADER.                                 ZBNKGOL1
023300                                                                  ZBNKGOL1
023400     MOVE LOW-VALUES TO WS-SCAN-KEY.                              ZBNKGOL1
023500     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKGOL1
023600        PERFORM PROCESS-NEXT-ACCOUNT THRU                         ZBNKGOL1
023700                PROCESS-NEXT-ACCOUNT-EXIT                         ZBNKGOL1
023800     END-PERFORM.                                                 ZBNKGOL1
023900                                                                  ZBNKGOL1
024000     PERFORM PRINT-RUN-TOTALS.                                    ZBNKGOL1
024100     PERFORM CLOSE-FILES.                                         ZBNKGOL1
024200                                                                  ZBNKGOL1
024300     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKGOL1
024400     STRING WS-ACCOUNTS-READ DELIMITED BY SIZE                    ZBNKGOL1
024500            ' accounts, ' DELIMITED BY SIZE                       ZBNKGOL1
024600            WS-GOALS-READ DELIMITED BY SIZE                       ZBNKGOL1
024700            ' active goals' DELIMITED BY SIZE                     ZBNKGOL1
024800       INTO WS-CONSOLE-MESSAGE.                                   ZBNKGOL1
024900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKGOL1
025000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKGOL1
025100     STRING WS-GOALS-CLOSED DELIMITED BY SIZE                     ZBNKGOL1
025200            ' closed, ' DELIMITED BY SIZE                         ZBNKGOL1
025300            WS-GOALS-TRIMMED DELIMITED BY SIZE                    ZBNKGOL1
025400            ' trimmed, ' DELIMITED BY SIZE                        ZBNKGOL1
025500            WS-AUTO-DONE DELIMITED BY SIZE                        ZBNKGOL1
025600            ' auto allocated' DELIMITED BY SIZE                   ZBNKGOL1
025700       INTO WS-CONSOLE-MESSAGE.                                   ZBNKGOL1
025800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKGOL1
025900     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKGOL1
026000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKGOL1
026100                                                                  ZBNKGOL1
026200     PERFORM RUN-TIME.                                            ZBNKGOL1
026300                                                                  ZBNKGOL1
026400     SET RUN-CTL-MARK-END TO TRUE.                                ZBNKGOL1
026500     CALL 'URUNCTL' USING RUN-CTL-DATA.                           ZBNKGOL1
026600                                                                  ZBNKGOL1
026700     MOVE 0 TO RETURN-CODE.                                       ZBNKGOL1
026800                                                                  ZBNKGOL1
026900     GOBACK.                                                      ZBNKGOL1
027000                                                                  ZBNKGOL1
027100***************************************************************** ZBNKGOL1
027200* Pick up the active goals of the next account on BNKGOAL, put  * ZBNKGOL1
027300* them right against the account and write back what changed.   * ZBNKGOL1
027400* The browse is started again after each account because the    * ZBNKGOL1
027500* rewrites reposition the file.                                 * ZBNKGOL1
027600***************************************************************** ZBNKGOL1
027700 PROCESS-NEXT-ACCOUNT.                                            ZBNKGOL1
027800     MOVE WS-SCAN-KEY TO GOL-KEY.                                 ZBNKGOL1
027900     START BNKGOAL-FILE KEY GREATER THAN GOL-KEY.                 ZBNKGOL1
028000     IF WS-BNKGOAL-STATUS IS NOT EQUAL TO '00'                    ZBNKGOL1
028100        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKGOL1
028200        GO TO PROCESS-NEXT-ACCOUNT-EXIT                           ZBNKGOL1
028300     END-IF.                                                      ZBNKGOL1
028400     PERFORM READ-NEXT-GOAL.                                      ZBNKGOL1
028500     IF WS-END-OF-FILE IS EQUAL TO 'YES'                          ZBNKGOL1
028600        GO TO PROCESS-NEXT-ACCOUNT-EXIT                           ZBNKGOL1
028700     END-IF.                                                      ZBNKGOL1
028800     MOVE GOL-REC-ACCNO TO WS-GOAL-ACCNO.                         ZBNKGOL1
028900     MOVE 0 TO WS-GT-COUNT.                                       ZBNKGOL1
029000 PROCESS-NEXT-ACCOUNT-LOAD.                                       ZBNKGOL1
029100     IF GOL-STATUS-ACTIVE AND                                     ZBNKGOL1
029200        WS-GT-COUNT IS LESS THAN 20                               ZBNKGOL1
029300        ADD 1 TO WS-GT-COUNT                                      ZBNKGOL1
029400        MOVE GOL-REC-SEQ TO WS-GT-SEQ (WS-GT-COUNT)               ZBNKGOL1
029500        MOVE GOL-REC-NAME TO WS-GT-NAME (WS-GT-COUNT)             ZBNKGOL1
029600        MOVE GOL-REC-TARGET-AMT TO WS-GT-TARGET (WS-GT-COUNT)     ZBNKGOL1
029700        MOVE GOL-REC-ALLOCATED TO WS-GT-ALLOCATED (WS-GT-COUNT)   ZBNKGOL1
029800        MOVE GOL-REC-AUTO-AMT TO WS-GT-AUTO-AMT (WS-GT-COUNT)     ZBNKGOL1
029900        MOVE GOL-REC-AUTO-LAST TO WS-GT-AUTO-LAST (WS-GT-COUNT)   ZBNKGOL1
030000        MOVE 'N' TO WS-GT-CLOSE (WS-GT-COUNT)                     ZBNKGOL1
030100        MOVE 'N' TO WS-GT-CHANGED (WS-GT-COUNT)                   ZBNKGOL1
030200     END-IF.                                                      ZBNKGOL1
030300     PERFORM READ-NEXT-GOAL.                                      ZBNKGOL1
030400     IF WS-END-OF-FILE IS NOT EQUAL TO 'YES' AND                  ZBNKGOL1
030500        GOL-REC-ACCNO IS EQUAL TO WS-GOAL-ACCNO                   ZBNKGOL1
030600        GO TO PROCESS-NEXT-ACCOUNT-LOAD                           ZBNKGOL1
030700     END-IF.                                                      ZBNKGOL1
030800     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKGOL1
030900     MOVE WS-GOAL-ACCNO TO WS-SCAN-ACCNO.                         ZBNKGOL1
031000     MOVE HIGH-VALUES TO WS-SCAN-SEQ.                             ZBNKGOL1
031100     IF WS-GT-COUNT IS EQUAL TO 0                                 ZBNKGOL1
031200        GO TO PROCESS-NEXT-ACCOUNT-EXIT                           ZBNKGOL1
031300     END-IF.                                                      ZBNKGOL1
031400     ADD 1 TO WS-ACCOUNTS-READ.                                   ZBNKGOL1
031500     ADD WS-GT-COUNT TO WS-GOALS-READ.                            ZBNKGOL1
031600                                                                  ZBNKGOL1
031700     MOVE WS-GOAL-ACCNO TO BAC-REC-ACCNO.                         ZBNKGOL1
031800     READ BNKACC-FILE KEY IS BAC-REC-ACCNO.                       ZBNKGOL1
031900     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00' AND                 ZBNKGOL1
032000        WS-BNKACC-STATUS IS NOT EQUAL TO '23'                     ZBNKGOL1
032100        MOVE 'BNKACC read error...'                               ZBNKGOL1
032200          TO WS-CONSOLE-MESSAGE                                   ZBNKGOL1
032300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKGOL1
032400        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKGOL1
032500        PERFORM DISPLAY-IO-STATUS                                 ZBNKGOL1
032600        PERFORM ABORT-PROGRAM                                     ZBNKGOL1
032700     END-IF.                                                      ZBNKGOL1
032800     IF WS-BNKACC-STATUS IS EQUAL TO '23' OR                      ZBNKGOL1
032900        BAC-STATUS-CLOSED OR                                      ZBNKGOL1
033000        BAC-REC-TYPE IS NOT EQUAL TO 'S'                          ZBNKGOL1
033100        PERFORM CLOSE-ACCOUNT-GOALS THRU                          ZBNKGOL1
033200                CLOSE-ACCOUNT-GOALS-EXIT                          ZBNKGOL1
033300     ELSE                                                         ZBNKGOL1
033400        PERFORM TRIM-ACCOUNT-GOALS THRU                           ZBNKGOL1
033500                TRIM-ACCOUNT-GOALS-EXIT                           ZBNKGOL1
033600        PERFORM AUTO-ALLOCATE-GOALS THRU                          ZBNKGOL1
033700                AUTO-ALLOCATE-GOALS-EXIT                          ZBNKGOL1
033800     END-IF.                                                      ZBNKGOL1
033900     PERFORM REWRITE-ACCOUNT-GOALS THRU                           ZBNKGOL1
034000             REWRITE-ACCOUNT-GOALS-EXIT.                          ZBNKGOL1
034100 PROCESS-NEXT-ACCOUNT-EXIT.                                       ZBNKGOL1
034200     EXIT.                                                        ZBNKGOL1
034300                                                                  ZBNKGOL1
034400***************************************************************** ZBNKGOL1
034500* Read the next goal in key order - end of file is flagged      * ZBNKGOL1
034600***************************************************************** ZBNKGOL1
034700 READ-NEXT-GOAL.                                                  ZBNKGOL1
034800     READ BNKGOAL-FILE NEXT RECORD.                               ZBNKGOL1
034900     IF WS-BNKGOAL-STATUS IS EQUAL TO '10'                        ZBNKGOL1
035000        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKGOL1
035100     ELSE                                                         ZBNKGOL1
035200        IF WS-BNKGOAL-STATUS IS NOT EQUAL TO '00'                 ZBNKGOL1
035300           MOVE 'BNKGOAL read error during scan'                  ZBNKGOL1
035400             TO WS-CONSOLE-MESSAGE                                ZBNKGOL1
035500           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKGOL1
035600           MOVE WS-BNKGOAL-STATUS TO WS-IO-STATUS                 ZBNKGOL1
035700           PERFORM DISPLAY-IO-STATUS                              ZBNKGOL1
035800           PERFORM ABORT-PROGRAM                                  ZBNKGOL1
035900        END-IF                                                    ZBNKGOL1
036000     END-IF.                                                      ZBNKGOL1
036100                                                                  ZBNKGOL1
036200***************************************************************** ZBNKGOL1
036300* The account has gone, been closed or is no longer a savings   * ZBNKGOL1
036400* account - its goals have nothing left to hold so close them   * ZBNKGOL1
036500***************************************************************** ZBNKGOL1
036600 CLOSE-ACCOUNT-GOALS.                                             ZBNKGOL1
036700     MOVE 1 TO WS-GT-SUB.                                         ZBNKGOL1
036800 CLOSE-ACCOUNT-GOALS-LOOP.                                        ZBNKGOL1
036900     IF WS-GT-SUB IS GREATER THAN WS-GT-COUNT                     ZBNKGOL1
037000        GO TO CLOSE-ACCOUNT-GOALS-EXIT                            ZBNKGOL1
037100     END-IF.                                                      ZBNKGOL1
037200     MOVE WS-GT-ALLOCATED (WS-GT-SUB) TO WS-TAKE.                 ZBNKGOL1
037300     MOVE 0 TO WS-GT-ALLOCATED (WS-GT-SUB).                       ZBNKGOL1
037400     MOVE 0 TO WS-GT-AUTO-AMT (WS-GT-SUB).                        ZBNKGOL1
037500     MOVE 'Y' TO WS-GT-CLOSE (WS-GT-SUB).                         ZBNKGOL1
037600     MOVE 'Y' TO WS-GT-CHANGED (WS-GT-SUB).                       ZBNKGOL1
037700     ADD 1 TO WS-GOALS-CLOSED.                                    ZBNKGOL1
037800     MOVE 'Closed - account gone' TO WS-LINE4-ACTION.             ZBNKGOL1
037900     PERFORM PRINT-GOAL-LINE.                                     ZBNKGOL1
038000     ADD 1 TO WS-GT-SUB.                                          ZBNKGOL1
038100     GO TO CLOSE-ACCOUNT-GOALS-LOOP.                              ZBNKGOL1
038200 CLOSE-ACCOUNT-GOALS-EXIT.                                        ZBNKGOL1
038300     EXIT.                                                        ZBNKGOL1
038400                                                                  ZBNKGOL1
038500***************************************************************** ZBNKGOL1
038600* Withdrawals may have left the goals holding more than the     * ZBNKGOL1
038700* balance.  Take the excess back from the newest goals first so * ZBNKGOL1
038800* the goals the customer has been saving for longest are kept.  * ZBNKGOL1
038900***************************************************************** ZBNKGOL1
039000 TRIM-ACCOUNT-GOALS.                                              ZBNKGOL1
039100     MOVE BAC-REC-BALANCE TO WS-BALANCE.                          ZBNKGOL1
039200     IF WS-BALANCE IS LESS THAN ZERO                              ZBNKGOL1
039300        MOVE 0 TO WS-BALANCE                                      ZBNKGOL1
039400     END-IF.                                                      ZBNKGOL1
039500     MOVE 0 TO WS-GOALS-HELD.                                     ZBNKGOL1
039600     MOVE 1 TO WS-GT-SUB.                                         ZBNKGOL1
039700 TRIM-ACCOUNT-GOALS-SUM.                                          ZBNKGOL1
039800     IF WS-GT-SUB IS NOT GREATER THAN WS-GT-COUNT                 ZBNKGOL1
039900        ADD WS-GT-ALLOCATED (WS-GT-SUB) TO WS-GOALS-HELD          ZBNKGOL1
040000        ADD 1 TO WS-GT-SUB                                        ZBNKGOL1
040100        GO TO TRIM-ACCOUNT-GOALS-SUM                              ZBNKGOL1
040200     END-IF.                                                      ZBNKGOL1
040300     IF WS-GOALS-HELD IS NOT GREATER THAN WS-BALANCE              ZBNKGOL1
040400        GO TO TRIM-ACCOUNT-GOALS-EXIT                             ZBNKGOL1
040500     END-IF.                                                      ZBNKGOL1
040600     COMPUTE WS-EXCESS = WS-GOALS-HELD - WS-BALANCE.              ZBNKGOL1
040700     MOVE WS-GT-COUNT TO WS-GT-SUB.                               ZBNKGOL1
040800 TRIM-ACCOUNT-GOALS-LOOP.                                         ZBNKGOL1
040900     IF WS-GT-SUB IS LESS THAN 1 OR                               ZBNKGOL1
041000        WS-EXCESS IS NOT GREATER THAN ZERO                        ZBNKGOL1
041100        GO TO TRIM-ACCOUNT-GOALS-EXIT                             ZBNKGOL1
041200     END-IF.                                                      ZBNKGOL1
041300     IF WS-GT-ALLOCATED (WS-GT-SUB) IS GREATER THAN ZERO          ZBNKGOL1
041400        IF WS-GT-ALLOCATED (WS-GT-SUB) IS GREATER THAN WS-EXCESS  ZBNKGOL1
041500           MOVE WS-EXCESS TO WS-TAKE                              ZBNKGOL1
041600        ELSE                                                      ZBNKGOL1
041700           MOVE WS-GT-ALLOCATED (WS-GT-SUB) TO WS-TAKE            ZBNKGOL1
041800        END-IF                                                    ZBNKGOL1
041900        SUBTRACT WS-TAKE FROM WS-GT-ALLOCATED (WS-GT-SUB)         ZBNKGOL1
042000        SUBTRACT WS-TAKE FROM WS-EXCESS                           ZBNKGOL1
042100        MOVE 'Y' TO WS-GT-CHANGED (WS-GT-SUB)                     ZBNKGOL1
042200        ADD 1 TO WS-GOALS-TRIMMED                                 ZBNKGOL1
042300        ADD WS-TAKE TO WS-AMT-TRIMMED                             ZBNKGOL1
042400        MOVE 'Trimmed to balance' TO WS-LINE4-ACTION              ZBNKGOL1
042500        PERFORM PRINT-GOAL-LINE                                   ZBNKGOL1
042600     END-IF.                                                      ZBNKGOL1
042700     SUBTRACT 1 FROM WS-GT-SUB.                                   ZBNKGOL1
042800     GO TO TRIM-ACCOUNT-GOALS-LOOP.                               ZBNKGOL1
042900 TRIM-ACCOUNT-GOALS-EXIT.                                         ZBNKGOL1
043000     EXIT.                                                        ZBNKGOL1
043100                                                                  ZBNKGOL1
043200***************************************************************** ZBNKGOL1
043300* Allocate this month's auto amounts from what is unallocated.  * ZBNKGOL1
043400* A goal is never taken past its target, and a goal that cannot * ZBNKGOL1
043500* be covered in full is left for tomorrow's run.                * ZBNKGOL1
043600***************************************************************** ZBNKGOL1
043700 AUTO-ALLOCATE-GOALS.                                             ZBNKGOL1
043800     MOVE BAC-REC-BALANCE TO WS-UNALLOCATED.                      ZBNKGOL1
043900     MOVE 1 TO WS-GT-SUB.                                         ZBNKGOL1
044000 AUTO-ALLOCATE-GOALS-SUM.                                         ZBNKGOL1
044100     IF WS-GT-SUB IS NOT GREATER THAN WS-GT-COUNT                 ZBNKGOL1
044200        SUBTRACT WS-GT-ALLOCATED (WS-GT-SUB) FROM WS-UNALLOCATED  ZBNKGOL1
044300        ADD 1 TO WS-GT-SUB                                        ZBNKGOL1
044400        GO TO AUTO-ALLOCATE-GOALS-SUM                             ZBNKGOL1
044500     END-IF.                                                      ZBNKGOL1
044600     MOVE 1 TO WS-GT-SUB.                                         ZBNKGOL1
044700 AUTO-ALLOCATE-GOALS-LOOP.                                        ZBNKGOL1
044800     IF WS-GT-SUB IS GREATER THAN WS-GT-COUNT                     ZBNKGOL1
044900        GO TO AUTO-ALLOCATE-GOALS-EXIT                            ZBNKGOL1
045000     END-IF.                                                      ZBNKGOL1
045100     IF WS-GT-AUTO-AMT (WS-GT-SUB) IS NOT GREATER THAN ZERO OR    ZBNKGOL1
045200        WS-GT-AUTO-LAST (WS-GT-SUB) IS EQUAL TO WS-THIS-MONTH     ZBNKGOL1
045300        GO TO AUTO-ALLOCATE-GOALS-NEXT                            ZBNKGOL1
045400     END-IF.                                                      ZBNKGOL1
045500     COMPUTE WS-STILL-NEEDED = WS-GT-TARGET (WS-GT-SUB) -         ZBNKGOL1
045600                               WS-GT-ALLOCATED (WS-GT-SUB).       ZBNKGOL1
045700     IF WS-STILL-NEEDED IS NOT GREATER THAN ZERO                  ZBNKGOL1
045800        MOVE WS-THIS-MONTH TO WS-GT-AUTO-LAST (WS-GT-SUB)         ZBNKGOL1
045900        MOVE 'Y' TO WS-GT-CHANGED (WS-GT-SUB)                     ZBNKGOL1
046000        GO TO AUTO-ALLOCATE-GOALS-NEXT                            ZBNKGOL1
046100     END-IF.                                                      ZBNKGOL1
046200     IF WS-GT-AUTO-AMT (WS-GT-SUB) IS LESS THAN WS-STILL-NEEDED   ZBNKGOL1
046300        MOVE WS-GT-AUTO-AMT (WS-GT-SUB) TO WS-TAKE                ZBNKGOL1
046400     ELSE                                                         ZBNKGOL1
046500        MOVE WS-STILL-NEEDED TO WS-TAKE                           ZBNKGOL1
046600     END-IF.                                                      ZBNKGOL1
046700     IF WS-TAKE IS GREATER THAN WS-UNALLOCATED                    ZBNKGOL1
046800        ADD 1 TO WS-AUTO-SHORT                                    ZBNKGOL1
046900        MOVE 'Auto amount short' TO WS-LINE4-ACTION               ZBNKGOL1
047000        PERFORM PRINT-GOAL-LINE                                   ZBNKGOL1
047100        GO TO AUTO-ALLOCATE-GOALS-NEXT                            ZBNKGOL1
047200     END-IF.                                                      ZBNKGOL1
047300     ADD WS-TAKE TO WS-GT-ALLOCATED (WS-GT-SUB).                  ZBNKGOL1
047400     SUBTRACT WS-TAKE FROM WS-UNALLOCATED.                        ZBNKGOL1
047500     MOVE WS-THIS-MONTH TO WS-GT-AUTO-LAST (WS-GT-SUB).           ZBNKGOL1
047600     MOVE 'Y' TO WS-GT-CHANGED (WS-GT-SUB).                       ZBNKGOL1
047700     ADD 1 TO WS-AUTO-DONE.                                       ZBNKGOL1
047800     ADD WS-TAKE TO WS-AMT-AUTO.                                  ZBNKGOL1
047900     MOVE 'Auto allocated' TO WS-LINE4-ACTION.                    ZBNKGOL1
048000     PERFORM PRINT-GOAL-LINE.                                     ZBNKGOL1
048100 AUTO-ALLOCATE-GOALS-NEXT.                                        ZBNKGOL1
048200     ADD 1 TO WS-GT-SUB.                                          ZBNKGOL1
048300     GO TO AUTO-ALLOCATE-GOALS-LOOP.                              ZBNKGOL1
048400 AUTO-ALLOCATE-GOALS-EXIT.                                        ZBNKGOL1
048500     EXIT.                                                        ZBNKGOL1
048600                                                                  ZBNKGOL1
048700***************************************************************** ZBNKGOL1
048800* Write back the goals that changed                             * ZBNKGOL1
048900***************************************************************** ZBNKGOL1
049000 REWRITE-ACCOUNT-GOALS.                                           ZBNKGOL1
049100     MOVE 1 TO WS-GT-SUB.                                         ZBNKGOL1
049200 REWRITE-ACCOUNT-GOALS-LOOP.                                      ZBNKGOL1
049300     IF WS-GT-SUB IS GREATER THAN WS-GT-COUNT                     ZBNKGOL1
049400        GO TO REWRITE-ACCOUNT-GOALS-EXIT                          ZBNKGOL1
049500     END-IF.                                                      ZBNKGOL1
049600     IF WS-GT-CHANGED (WS-GT-SUB) IS NOT EQUAL TO 'Y'             ZBNKGOL1
049700        GO TO REWRITE-ACCOUNT-GOALS-NEXT                          ZBNKGOL1
049800     END-IF.                                                      ZBNKGOL1
049900     MOVE WS-GOAL-ACCNO TO GOL-REC-ACCNO.                         ZBNKGOL1
050000     MOVE WS-GT-SEQ (WS-GT-SUB) TO GOL-REC-SEQ.                   ZBNKGOL1
050100     READ BNKGOAL-FILE KEY IS GOL-KEY.                            ZBNKGOL1
050200     IF WS-BNKGOAL-STATUS IS NOT EQUAL TO '00'                    ZBNKGOL1
050300        MOVE 'BNKGOAL read error before rewrite'                  ZBNKGOL1
050400          TO WS-CONSOLE-MESSAGE                                   ZBNKGOL1
050500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKGOL1
050600        MOVE WS-BNKGOAL-STATUS TO WS-IO-STATUS                    ZBNKGOL1
050700        PERFORM DISPLAY-IO-STATUS                                 ZBNKGOL1
050800        PERFORM ABORT-PROGRAM                                     ZBNKGOL1
050900     END-IF.                                                      ZBNKGOL1
051000     MOVE WS-GT-ALLOCATED (WS-GT-SUB) TO GOL-REC-ALLOCATED.       ZBNKGOL1
051100     MOVE WS-GT-AUTO-AMT (WS-GT-SUB) TO GOL-REC-AUTO-AMT.         ZBNKGOL1
051200     MOVE WS-GT-AUTO-LAST (WS-GT-SUB) TO GOL-REC-AUTO-LAST.       ZBNKGOL1
051300     IF WS-GT-CLOSE (WS-GT-SUB) IS EQUAL TO 'Y'                   ZBNKGOL1
051400        SET GOL-STATUS-CLOSED TO TRUE                             ZBNKGOL1
051500        MOVE WS-TS-DATE TO GOL-REC-STATUS-DATE                    ZBNKGOL1
051600     END-IF.                                                      ZBNKGOL1
051700     REWRITE BNKGOAL-REC.                                         ZBNKGOL1
051800     IF WS-BNKGOAL-STATUS IS NOT EQUAL TO '00'                    ZBNKGOL1
051900        MOVE 'BNKGOAL rewrite error...'                           ZBNKGOL1
052000          TO WS-CONSOLE-MESSAGE                                   ZBNKGOL1
052100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKGOL1
052200        MOVE WS-BNKGOAL-STATUS TO WS-IO-STATUS                    ZBNKGOL1
052300        PERFORM DISPLAY-IO-STATUS                                 ZBNKGOL1
052400        PERFORM ABORT-PROGRAM                                     ZBNKGOL1
052500     END-IF.                                                      ZBNKGOL1
052600 REWRITE-ACCOUNT-GOALS-NEXT.                                      ZBNKGOL1
052700     ADD 1 TO WS-GT-SUB.                                          ZBNKGOL1
052800     GO TO REWRITE-ACCOUNT-GOALS-LOOP.                            ZBNKGOL1
052900 REWRITE-ACCOUNT-GOALS-EXIT.                                      ZBNKGOL1
053000     EXIT.                                                        ZBNKGOL1
053100                                                                  ZBNKGOL1
053200***************************************************************** ZBNKGOL1
053300* List one goal with the action taken on it                     * ZBNKGOL1
053400***************************************************************** ZBNKGOL1
053500 PRINT-GOAL-LINE.                                                 ZBNKGOL1
053600     MOVE WS-GOAL-ACCNO TO WS-LINE4-ACCNO.                        ZBNKGOL1
053700     MOVE WS-GT-SEQ (WS-GT-SUB) TO WS-LINE4-SEQ.                  ZBNKGOL1
053800     MOVE WS-GT-NAME (WS-GT-SUB) TO WS-LINE4-NAME.                ZBNKGOL1
053900     MOVE WS-TAKE TO WS-LINE4-AMOUNT.                             ZBNKGOL1
054000     MOVE WS-GT-ALLOCATED (WS-GT-SUB) TO WS-LINE4-ALLOCATED.      ZBNKGOL1
054100     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKGOL1
054200     PERFORM PRINTOUT-PUT.                                        ZBNKGOL1
054300                                                                  ZBNKGOL1
054400***************************************************************** ZBNKGOL1
054500* Print the run totals                                          * ZBNKGOL1
054600***************************************************************** ZBNKGOL1
054700 PRINT-RUN-TOTALS.                                                ZBNKGOL1
054800     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKGOL1
054900     PERFORM PRINTOUT-PUT.                                        ZBNKGOL1
055000     MOVE 'Accounts with active goals' TO WS-LINE5-TEXT.          ZBNKGOL1
055100     MOVE WS-ACCOUNTS-READ TO WS-LINE5-COUNT.                     ZBNKGOL1
055200     MOVE ZERO TO WS-LINE5-AMOUNT.                                ZBNKGOL1
055300     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKGOL1
055400     PERFORM PRINTOUT-PUT.                                        ZBNKGOL1
055500     MOVE 'Goals closed with their account' TO WS-LINE5-TEXT.     ZBNKGOL1
055600     MOVE WS-GOALS-CLOSED TO WS-LINE5-COUNT.                      ZBNKGOL1
055700     MOVE ZERO TO WS-LINE5-AMOUNT.                                ZBNKGOL1
055800     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKGOL1
055900     PERFORM PRINTOUT-PUT.                                        ZBNKGOL1
056000     MOVE 'Goals trimmed back to the balance' TO WS-LINE5-TEXT.   ZBNKGOL1
056100     MOVE WS-GOALS-TRIMMED TO WS-LINE5-COUNT.                     ZBNKGOL1
056200     MOVE WS-AMT-TRIMMED TO WS-LINE5-AMOUNT.                      ZBNKGOL1
056300     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKGOL1
056400     PERFORM PRINTOUT-PUT.                                        ZBNKGOL1
056500     MOVE 'Auto amounts allocated' TO WS-LINE5-TEXT.              ZBNKGOL1
056600     MOVE WS-AUTO-DONE TO WS-LINE5-COUNT.                         ZBNKGOL1
056700     MOVE WS-AMT-AUTO TO WS-LINE5-AMOUNT.                         ZBNKGOL1
056800     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKGOL1
056900     PERFORM PRINTOUT-PUT.                                        ZBNKGOL1
057000     MOVE 'Auto amounts short of funds' TO WS-LINE5-TEXT.         ZBNKGOL1
057100     MOVE WS-AUTO-SHORT TO WS-LINE5-COUNT.                        ZBNKGOL1
057200     MOVE ZERO TO WS-LINE5-AMOUNT.                                ZBNKGOL1
057300     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKGOL1
057400     PERFORM PRINTOUT-PUT.                                        ZBNKGOL1
057500                                                                  ZBNKGOL1
057600***************************************************************** ZBNKGOL1
057700* Print the report title and column headings                    * ZBNKGOL1
057800***************************************************************** ZBNKGOL1
057900 PRINT-REPORT-HEADER.                                             ZBNKGOL1
058000     MOVE WS-TS-DATE TO WS-LINE1-DATE.                            ZBNKGOL1
058100     MOVE WS-LINE1 TO PRINTOUT-REC.                               ZBNKGOL1
058200     PERFORM PRINTOUT-PUT.                                        ZBNKGOL1
058300     MOVE WS-LINE3 TO PRINTOUT-REC.                               ZBNKGOL1
058400     PERFORM PRINTOUT-PUT.                                        ZBNKGOL1
058500                                                                  ZBNKGOL1
058600***************************************************************** ZBNKGOL1
058700* Write a record to the sequential print file                   * ZBNKGOL1
058800***************************************************************** ZBNKGOL1
058900 PRINTOUT-PUT.                                                    ZBNKGOL1
059000     WRITE PRINTOUT-REC.                                          ZBNKGOL1
059100     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKGOL1
059200       MOVE 'PRINTOUT error writing file...'                      ZBNKGOL1
059300         TO WS-CONSOLE-MESSAGE                                    ZBNKGOL1
059400       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKGOL1
059500       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKGOL1
059600       PERFORM DISPLAY-IO-STATUS                                  ZBNKGOL1
059700       PERFORM ABORT-PROGRAM                                      ZBNKGOL1
059800     END-IF.                                                      ZBNKGOL1
059900                                                                  ZBNKGOL1
060000***************************************************************** ZBNKGOL1
060100* Open the goal, account and print files                        * ZBNKGOL1
060200***************************************************************** ZBNKGOL1
060300 OPEN-FILES.                                                      ZBNKGOL1
060400     OPEN I-O BNKGOAL-FILE.                                       ZBNKGOL1
060500     IF WS-BNKGOAL-STATUS IS NOT EQUAL TO '00'                    ZBNKGOL1
060600        MOVE 'BNKGOAL file open failure...'                       ZBNKGOL1
060700          TO WS-CONSOLE-MESSAGE                                   ZBNKGOL1
060800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKGOL1
060900        MOVE WS-BNKGOAL-STATUS TO WS-IO-STATUS                    ZBNKGOL1
061000        PERFORM DISPLAY-IO-STATUS                                 ZBNKGOL1
061100        PERFORM ABORT-PROGRAM                                     ZBNKGOL1
061200     END-IF.                                                      ZBNKGOL1
061300     OPEN INPUT BNKACC-FILE.                                      ZBNKGOL1
061400     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKGOL1
061500        MOVE 'BNKACC file open failure...'                        ZBNKGOL1
061600          TO WS-CONSOLE-MESSAGE                                   ZBNKGOL1
061700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKGOL1
061800        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKGOL1
061900        PERFORM DISPLAY-IO-STATUS                                 ZBNKGOL1
062000        PERFORM ABORT-PROGRAM                                     ZBNKGOL1
062100     END-IF.                                                      ZBNKGOL1
062200     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKGOL1
062300     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKGOL1
062400        MOVE 'PRINTOUT file open failure...'                      ZBNKGOL1
062500          TO WS-CONSOLE-MESSAGE                                   ZBNKGOL1
062600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKGOL1
062700        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKGOL1
062800        PERFORM DISPLAY-IO-STATUS                                 ZBNKGOL1
062900        PERFORM ABORT-PROGRAM                                     ZBNKGOL1
063000     END-IF.                                                      ZBNKGOL1
063100                                                                  ZBNKGOL1
063200***************************************************************** ZBNKGOL1
063300* Close the files                                               * ZBNKGOL1
063400***************************************************************** ZBNKGOL1
063500 CLOSE-FILES.                                                     ZBNKGOL1
063600     CLOSE BNKGOAL-FILE.                                          ZBNKGOL1
063700     CLOSE BNKACC-FILE.                                           ZBNKGOL1
063800     CLOSE PRINTOUT-FILE.                                         ZBNKGOL1
063900***************************************************************** ZBNKGOL1
064000* Display the file status bytes. This routine will display as   * ZBNKGOL1
064100* two digits if the full two byte file status is numeric. If    * ZBNKGOL1
064200* second byte is non-numeric then it will be treated as a       * ZBNKGOL1
064300* binary number.                                                * ZBNKGOL1
064400***************************************************************** ZBNKGOL1
064500 DISPLAY-IO-STATUS.                                               ZBNKGOL1
064600     IF WS-IO-STATUS NUMERIC                                      ZBNKGOL1
064700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKGOL1
064800        STRING 'File status -' DELIMITED BY SIZE                  ZBNKGOL1
064900               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKGOL1
065000          INTO WS-CONSOLE-MESSAGE                                 ZBNKGOL1
065100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKGOL1
065200     ELSE                                                         ZBNKGOL1
065300        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKGOL1
065400        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKGOL1
065500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKGOL1
065600        STRING 'File status -' DELIMITED BY SIZE                  ZBNKGOL1
065700               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKGOL1
065800               '/' DELIMITED BY SIZE                              ZBNKGOL1
065900               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKGOL1
066000          INTO WS-CONSOLE-MESSAGE                                 ZBNKGOL1
066100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKGOL1
066200     END-IF.                                                      ZBNKGOL1
066300                                                                  ZBNKGOL1
066400***************************************************************** ZBNKGOL1
066500* 'ABORT' the program.                                          * ZBNKGOL1
066600* Post a message to the console and issue a STOP RUN            * ZBNKGOL1
066700***************************************************************** ZBNKGOL1
066800 ABORT-PROGRAM.                                                   ZBNKGOL1
066900     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKGOL1
067000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKGOL1
067100     END-IF.                                                      ZBNKGOL1
067200     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKGOL1
067300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKGOL1
067400     MOVE 16 TO RETURN-CODE.                                      ZBNKGOL1
067500     STOP RUN.                                                    ZBNKGOL1
067600                                                                  ZBNKGOL1
067700***************************************************************** ZBNKGOL1
067800* Display CONSOLE messages...                                   * ZBNKGOL1
067900***************************************************************** ZBNKGOL1
068000 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKGOL1
068100     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKGOL1
068200       UPON CONSOLE.                                              ZBNKGOL1
068300     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKGOL1
068400                                                                  ZBNKGOL1
068500 COPY CTIMERP.                                                    ZBNKGOL1
068600                                                                  ZBNKGOL1
068700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKGOL1
