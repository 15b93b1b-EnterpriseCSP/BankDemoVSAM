000100***************************************************************** ZBNKRUP1
000200*                                                               * ZBNKRUP1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKRUP1
000400*   This demonstration program is provided for use by users     * ZBNKRUP1
000500*   of Micro Focus products and may be used, modified and       * ZBNKRUP1
000600*   distributed as part of your application provided that       * ZBNKRUP1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKRUP1
000800*   in this material.                                           * ZBNKRUP1
000900*                                                               * ZBNKRUP1
001000***************************************************************** ZBNKRUP1
001100                                                                  ZBNKRUP1
001200***************************************************************** ZBNKRUP1
001300* Program:     ZBNKRUP1.CBL                                     * ZBNKRUP1
001400* Function:    Daily round-up savings transfer.  Works through  * ZBNKRUP1
001500*              the round-up enrolments on BNKRNDU and moves     * ZBNKRUP1
001600*              what each spending account has had collected     * ZBNKRUP1
001700*              from its card purchases (ZBNKPOS1) and ATM       * ZBNKRUP1
001800*              withdrawals (BCASH03P) to its nominated savings  * ZBNKRUP1
001900*              account as one transfer for the day:             * ZBNKRUP1
002000*              - the spending account is debited and the        * ZBNKRUP1
002100*                savings account credited with a BNKTXN entry   * ZBNKRUP1
002200*                on each, as a funds transfer is;               * ZBNKRUP1
002300*              - no transfer is made while it would take the    * ZBNKRUP1
002400*                spending account below the enrolment's         * ZBNKRUP1
002500*                threshold, or while either account is not      * ZBNKRUP1
002600*                open - the round-ups stay waiting for a later  * ZBNKRUP1
002700*                day;                                           * ZBNKRUP1
002800*              - a new month starts the month's total afresh,   * ZBNKRUP1
002900*                last month's being kept for the statement.     * ZBNKRUP1
003000*              An enrolment already moved today is passed by,   * ZBNKRUP1
003100*              so the run can be restarted.  Every transfer and * ZBNKRUP1
003200*              every amount held back is listed on the report   * ZBNKRUP1
003300*              with the run totals.                             * ZBNKRUP1
003400*              Every master-file update is journaled through    * ZBNKRUP1
003500*              UJOURNL for forward recovery.                    * ZBNKRUP1
003600***************************************************************** ZBNKRUP1
003700                                                                  ZBNKRUP1
003800 IDENTIFICATION DIVISION.                                         ZBNKRUP1
003900 PROGRAM-ID.                                                      ZBNKRUP1
004000     ZBNKRUP1.                                                    ZBNKRUP1
004100 DATE-WRITTEN.                                                    ZBNKRUP1
004200     October 2026.                                                ZBNKRUP1
004300 DATE-COMPILED.                                                   ZBNKRUP1
004400     Today.                                                       ZBNKRUP1
004500                                                                  ZBNKRUP1
004600 ENVIRONMENT DIVISION.                                            ZBNKRUP1
004700 INPUT-OUTPUT   SECTION.                                          ZBNKRUP1
004800   FILE-CONTROL.                                                  ZBNKRUP1
004900     SELECT BNKRNDU-FILE                                          ZBNKRUP1
005000            ASSIGN       TO BNKRNDU                               ZBNKRUP1
005100            ORGANIZATION IS INDEXED                               ZBNKRUP1
005200            ACCESS MODE  IS SEQUENTIAL                            ZBNKRUP1
005300            RECORD KEY   IS RUP-REC-ACCNO                         ZBNKRUP1
005400            FILE STATUS  IS WS-BNKRNDU-STATUS.                    ZBNKRUP1
005500     SELECT BNKACC-FILE                                           ZBNKRUP1
005600            ASSIGN       TO BNKACC                                ZBNKRUP1
005700            ORGANIZATION IS INDEXED                               ZBNKRUP1
005800            ACCESS MODE  IS DYNAMIC                               ZBNKRUP1
005900            RECORD KEY   IS BAC-REC-ACCNO                         ZBNKRUP1
006000            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          ZBNKRUP1
006100            FILE STATUS  IS WS-BNKACC-STATUS.                     ZBNKRUP1
006200     SELECT BNKTXN-FILE                                           ZBNKRUP1
006300            ASSIGN       TO BNKTXN                                ZBNKRUP1
006400            ORGANIZATION IS INDEXED                               ZBNKRUP1
006500            ACCESS MODE  IS RANDOM                                ZBNKRUP1
006600            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKRUP1
006700            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKRUP1
006800            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKRUP1
006900            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKRUP1
007000     SELECT PRINTOUT-FILE                                         ZBNKRUP1
007100            ASSIGN       TO PRINTOUT                              ZBNKRUP1
007200            ORGANIZATION IS SEQUENTIAL                            ZBNKRUP1
007300            ACCESS MODE  IS SEQUENTIAL                            ZBNKRUP1
007400            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKRUP1
007500                                                                  ZBNKRUP1
007600 DATA DIVISION.                                                   ZBNKRUP1
007700 FILE SECTION.                                                    ZBNKRUP1
007800                                                                  ZBNKRUP1
007900 FD  BNKRNDU-FILE.                                                ZBNKRUP1
008000 01  BNKRNDU-REC.                                                 ZBNKRUP1
008100 COPY CBANKVRU.                                                   ZBNKRUP1
008200                                                                  ZBNKRUP1
008300 FD  BNKACC-FILE.                                                 ZBNKRUP1
008400 01  BNKACC-REC.                                                  ZBNKRUP1
008500 COPY CBANKVAC.                                                   ZBNKRUP1
008600                                                                  ZBNKRUP1
008700 FD  BNKTXN-FILE.                                                 ZBNKRUP1
008800 01  BNKTXN-REC.                                                  ZBNKRUP1
008900 COPY CBANKVTX.                                                   ZBNKRUP1
009000                                                                  ZBNKRUP1
009100 FD  PRINTOUT-FILE.                                               ZBNKRUP1
009200 01  PRINTOUT-REC                            PIC X(121).          ZBNKRUP1
009300                                                                  ZBNKRUP1
009400 WORKING-STORAGE SECTION.                                         ZBNKRUP1
009500 COPY CJOURNLD.                                                   ZBNKRUP1
009600                                                                  ZBNKRUP1
009700 COPY CRUNCTLD.                                                   ZBNKRUP1
009800                                                                  ZBNKRUP1
009900 COPY CTIMERD.                                                    ZBNKRUP1
010000                                                                  ZBNKRUP1
010100 COPY CTSTAMPD.                                                   ZBNKRUP1
010200                                                                  ZBNKRUP1
010300 COPY CBANKTXD.                                                   ZBNKRUP1
010400                                                                  ZBNKRUP1
010500 01  WS-TWOS-COMP.                                                ZBNKRUP1
010600   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      ZBNKRUP1
010700   05  WS-TWOS-COMP-INPUT                    PIC X(26).           ZBNKRUP1
010800   05  WS-TWOS-COMP-OUTPUT                   PIC X(26).           ZBNKRUP1
010900   05  WS-TWOS-COMP-FORMAT                   PIC X(1) VALUE 'B'.  ZBNKRUP1
011000                                                                  ZBNKRUP1
011100 01  WS-MISC-STORAGE.                                             ZBNKRUP1
011200   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKRUP1
011300       VALUE 'ZBNKRUP1'.                                          ZBNKRUP1
011400   05  WS-BNKRNDU-STATUS.                                         ZBNKRUP1
011500     10  WS-BNKRNDU-STAT1                    PIC X(1).            ZBNKRUP1
011600     10  WS-BNKRNDU-STAT2                    PIC X(1).            ZBNKRUP1
011700   05  WS-BNKACC-STATUS.                                          ZBNKRUP1
011800     10  WS-BNKACC-STAT1                     PIC X(1).            ZBNKRUP1
011900     10  WS-BNKACC-STAT2                     PIC X(1).            ZBNKRUP1
012000   05  WS-BNKTXN-STATUS.                                          ZBNKRUP1
012100     10  WS-BNKTXN-STAT1                     PIC X(1).            ZBNKRUP1
012200     10  WS-BNKTXN-STAT2                     PIC X(1).            ZBNKRUP1
012300   05  WS-PRINTOUT-STATUS.                                        ZBNKRUP1
012400     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKRUP1
012500     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKRUP1
012600   05  WS-IO-STATUS.                                              ZBNKRUP1
012700     10  WS-IO-STAT1                         PIC X(1).            ZBNKRUP1
012800     10  WS-IO-STAT2                         PIC X(1).            ZBNKRUP1
012900   05  WS-TWO-BYTES.                                              ZBNKRUP1
013000     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKRUP1
013100     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKRUP1
013200   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKRUP1
013300                                             PIC 9(1) COMP.       ZBNKRUP1
013400   05  WS-END-OF-FILE                        PIC X(3)             ZBNKRUP1
013500       VALUE 'NO '.                                               ZBNKRUP1
013600   05  WS-TODAY                              PIC X(10).           ZBNKRUP1
013700   05  WS-THIS-MONTH                         PIC X(7).            ZBNKRUP1
013800   05  WS-RNDU-CHANGED                       PIC X(1).            ZBNKRUP1
013900   05  WS-XFER-AMOUNT                        PIC S9(7)V99 COMP-3. ZBNKRUP1
014000   05  WS-SPEND-PID                          PIC X(5).            ZBNKRUP1
014100   05  WS-SAVE-PID                           PIC X(5).            ZBNKRUP1
014200   05  WS-TXN-SEQ                            PIC 9(4)             ZBNKRUP1
014300       VALUE ZERO.                                                ZBNKRUP1
014400   05  WS-ENROLMENTS-READ                    PIC 9(7)             ZBNKRUP1
014500       VALUE ZERO.                                                ZBNKRUP1
014600   05  WS-XFERS-DONE                         PIC 9(7)             ZBNKRUP1
014700       VALUE ZERO.                                                ZBNKRUP1
014800   05  WS-AMT-XFERRED                        PIC S9(9)V99 COMP-3  ZBNKRUP1
014900       VALUE ZERO.                                                ZBNKRUP1
015000   05  WS-XFERS-HELD                         PIC 9(7)             ZBNKRUP1
015100       VALUE ZERO.                                                ZBNKRUP1
015200   05  WS-AMT-HELD                           PIC S9(9)V99 COMP-3  ZBNKRUP1
015300       VALUE ZERO.                                                ZBNKRUP1
015400                                                                  ZBNKRUP1
015500 01  WS-REPORT-LINES.                                             ZBNKRUP1
015600   05  WS-LINE1.                                                  ZBNKRUP1
015700     10  WS-LINE1-CC                         PIC X(1)             ZBNKRUP1
015800         VALUE '1'.                                               ZBNKRUP1
015900     10  FILLER                              PIC X(20)            ZBNKRUP1
016000         VALUE SPACES.                                            ZBNKRUP1
016100     10  WS-LINE1-HEAD                       PIC X(30)            ZBNKRUP1
016200         VALUE 'Round-up Savings Transfers '.                     ZBNKRUP1
016300     10  WS-LINE1-DATE                       PIC X(10).           ZBNKRUP1
016400   05  WS-LINE3.                                                  ZBNKRUP1
016500     10  WS-LINE3-CC                         PIC X(1)             ZBNKRUP1
016600         VALUE ' '.                                               ZBNKRUP1
016700     10  FILLER                              PIC X(11)            ZBNKRUP1
016800         VALUE 'Spending'.                                        ZBNKRUP1
016900     10  FILLER                              PIC X(11)            ZBNKRUP1
017000         VALUE 'Savings'.                                         ZBNKRUP1
017100     10  FILLER                              PIC X(8)             ZBNKRUP1
017200         VALUE 'Items'.                                           ZBNKRUP1
017300     10  FILLER                              PIC X(30)            ZBNKRUP1
017400         VALUE 'Action'.                                          ZBNKRUP1
017500     10  FILLER                              PIC X(14)            ZBNKRUP1
017600         VALUE '        Amount'.                                  ZBNKRUP1
017700     10  FILLER                              PIC X(14)            ZBNKRUP1
017800         VALUE '   Month total'.                                  ZBNKRUP1
017900   05  WS-LINE4.                                                  ZBNKRUP1
018000     10  WS-LINE4-CC                         PIC X(1)             ZBNKRUP1
018100         VALUE ' '.                                               ZBNKRUP1
018200     10  WS-LINE4-ACCNO                      PIC X(11).           ZBNKRUP1
018300     10  WS-LINE4-SAVE-ACCNO                 PIC X(11).           ZBNKRUP1
018400     10  WS-LINE4-COUNT                      PIC ZZZZ9.           ZBNKRUP1
018500     10  FILLER                              PIC X(3)             ZBNKRUP1
018600         VALUE SPACES.                                            ZBNKRUP1
018700     10  WS-LINE4-ACTION                     PIC X(30).           ZBNKRUP1
018800     10  WS-LINE4-AMOUNT                     PIC Z,ZZZ,ZZ9.99-.   ZBNKRUP1
018900     10  FILLER                              PIC X(1)             ZBNKRUP1
019000         VALUE SPACE.                                             ZBNKRUP1
019100     10  WS-LINE4-MONTH-AMT                  PIC Z,ZZZ,ZZ9.99-.   ZBNKRUP1
019200   05  WS-LINE5.                                                  ZBNKRUP1
019300     10  WS-LINE5-CC                         PIC X(1)             ZBNKRUP1
019400         VALUE ' '.                                               ZBNKRUP1
019500     10  WS-LINE5-TEXT                       PIC X(40).           ZBNKRUP1
019600     10  WS-LINE5-COUNT                      PIC ZZZZZZ9.         ZBNKRUP1
019700     10  FILLER                              PIC X(3)             ZBNKRUP1
019800         VALUE SPACES.                                            ZBNKRUP1
019900     10  WS-LINE5-AMOUNT                     PIC ZZZ,ZZZ,ZZ9.99-. ZBNKRUP1
020000                                                                  ZBNKRUP1
020100 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKRUP1
020200                                                                  ZBNKRUP1
020300 LINKAGE SECTION.                                                 ZBNKRUP1
020400 01  LK-EXEC-PARM.                                                ZBNKRUP1
020500   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKRUP1
020600   05  LK-EXEC-PARM-DATA                     PIC X(12).           ZBNKRUP1
020700                                                                  ZBNKRUP1
020800 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKRUP1
020900                                                                  ZBNKRUP1
021000     PERFORM RUN-TIME.                                            ZBNKRUP1
021100                                                                  ZBNKRUP1
021200     MOVE 'Round-up savings transfer run starting'                ZBNKRUP1
021300       TO WS-CONSOLE-MESSAGE.                                     ZBNKRUP1
021400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRUP1
021500                                                                  ZBNKRUP1
021600     MOVE SPACES TO RUN-CTL-DATA.                                 ZBNKRUP1
021700     SET RUN-CTL-CHECK-START TO TRUE.                             ZBNKRUP1
021800     MOVE WS-PROGRAM-ID TO RUN-CTL-JOB.                           ZBNKRUP1
021900     MOVE 'ZBNKPOS1' TO RUN-CTL-PREDECESSOR.                      ZBNKRUP1
022000     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO AND                  ZBNKRUP1
022100        LK-EXEC-PARM-DATA (1:7) IS EQUAL TO 'RESTART'             ZBNKRUP1
022200        SET RUN-CTL-RESTART-YES TO TRUE                           ZBNKRUP1
022300     END-IF.                                                      ZBNKRUP1
022400     CALL 'URUNCTL' USING RUN-CTL-DATA.                           ZBNKRUP1
022500     IF NOT RUN-CTL-OK                                            ZBNKRUP1
022600        MOVE RUN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKRUP1
022700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRUP1
022800        MOVE 'Schedule order problem - job not run'               ZBNKRUP1
022900          TO WS-CONSOLE-MESSAGE                                   ZBNKRUP1
023000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRUP1
023100        MOVE 8 TO RETURN-CODE                                     ZBNKRUP1
023200        GOBACK                                                    ZBNKRUP1
023300     END-IF.                                                      ZBNKRUP1
023400                                                                  ZBNKRUP1
023500 COPY CTSTAMPP.                                                   ZBNKRUP1
023600     MOVE WS-TS-DATE TO WS-TODAY.                                 ZBNKRUP1
023700     MOVE WS-TS-DATE (1:7) TO WS-THIS-MONTH.                      ZBNKRUP1
023800                                                                  ZBNKRUP1
023900     PERFORM OPEN-FILES.                                          ZBNKRUP1
024000     PERFORM PRINT-REPORT-HEADER.                                 ZBNKRUP1
024100                                                                  ZBNKRUP1
024200     PERFORM READ-NEXT-ENROLMENT.                                 ZBNKRUP1
024300     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKRUP1
024400        PERFORM PROCESS-ENROLMENT THRU                            ZBNKRUP1
024500                PROCESS-ENROLMENT-EXIT                            ZBNKRUP1
024600        PERFORM READ-NEXT-ENROLMENT                               ZBNKRUP1
024700     END-PERFORM.                                                 ZBNKRUP1
024800                                                                  ZBNKRUP1
024900     PERFORM PRINT-RUN-TOTALS.                                    ZBNKRUP1
025000     PERFORM CLOSE-FILES.                                         ZBNKRUP1
025100                                                                  ZBNKRUP1
025200     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKRUP1
025300     STRING WS-ENROLMENTS-READ DELIMITED BY SIZE                  ZBNKRUP1
025400            ' enrolments, ' DELIMITED BY SIZE                     ZBNKRUP1
025500            WS-XFERS-DONE DELIMITED BY SIZE                       ZBNKRUP1
025600            ' transferred, ' DELIMITED BY SIZE                    ZBNKRUP1
025700            WS-XFERS-HELD DELIMITED BY SIZE                       ZBNKRUP1
025800            ' held' DELIMITED BY SIZE                             ZBNKRUP1
025900       INTO WS-CONSOLE-MESSAGE.                                   ZBNKRUP1
026000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRUP1
026100     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKRUP1
026200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRUP1
026300                                                                  ZBNKRUP1
026400     PERFORM RUN-TIME.                                            ZBNKRUP1
026500                                                                  ZBNKRUP1
026600     SET RUN-CTL-MARK-END TO TRUE.                                ZBNKRUP1
026700     CALL 'URUNCTL' USING RUN-CTL-DATA.                           ZBNKRUP1
026800                                                                  ZBNKRUP1
026900     MOVE 0 TO RETURN-CODE.                                       ZBNKRUP1
027000                                                                  ZBNKRUP1
027100     GOBACK.                                                      ZBNKRUP1
027200                                                                  ZBNKRUP1
027300***************************************************************** ZBNKRUP1
027400* Read the next enrolment in account order - end of file is     * ZBNKRUP1
027500* flagged                                                       * ZBNKRUP1
027600***************************************************************** ZBNKRUP1
027700 READ-NEXT-ENROLMENT.                                             ZBNKRUP1
027800     READ BNKRNDU-FILE NEXT RECORD.                               ZBNKRUP1
027900     IF WS-BNKRNDU-STATUS IS EQUAL TO '10'                        ZBNKRUP1
028000        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKRUP1
028100     ELSE                                                         ZBNKRUP1
028200        IF WS-BNKRNDU-STATUS IS NOT EQUAL TO '00'                 ZBNKRUP1
028300           MOVE 'BNKRNDU read error during scan'                  ZBNKRUP1
028400             TO WS-CONSOLE-MESSAGE                                ZBNKRUP1
028500           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKRUP1
028600           MOVE WS-BNKRNDU-STATUS TO WS-IO-STATUS                 ZBNKRUP1
028700           PERFORM DISPLAY-IO-STATUS                              ZBNKRUP1
028800           PERFORM ABORT-PROGRAM                                  ZBNKRUP1
028900        END-IF                                                    ZBNKRUP1
029000     END-IF.                                                      ZBNKRUP1
029100                                                                  ZBNKRUP1
029200***************************************************************** ZBNKRUP1
029300* Roll the month totals over when a new month has begun, then   * ZBNKRUP1
029400* move what is waiting if it can go today.  The enrolment is    * ZBNKRUP1
029500* written back whenever anything on it changed.                 * ZBNKRUP1
029600***************************************************************** ZBNKRUP1
029700 PROCESS-ENROLMENT.                                               ZBNKRUP1
029800     ADD 1 TO WS-ENROLMENTS-READ.                                 ZBNKRUP1
029900     MOVE 'N' TO WS-RNDU-CHANGED.                                 ZBNKRUP1
030000     IF RUP-REC-MONTH IS NOT EQUAL TO WS-THIS-MONTH               ZBNKRUP1
030100        IF RUP-REC-MONTH IS EQUAL TO SPACES                       ZBNKRUP1
030200           MOVE SPACES TO RUP-REC-PRIOR-MONTH                     ZBNKRUP1
030300           MOVE ZERO TO RUP-REC-PRIOR-AMT                         ZBNKRUP1
030400        ELSE                                                      ZBNKRUP1
030500           MOVE RUP-REC-MONTH TO RUP-REC-PRIOR-MONTH              ZBNKRUP1
030600           MOVE RUP-REC-MONTH-AMT TO RUP-REC-PRIOR-AMT            ZBNKRUP1
030700        END-IF                                                    ZBNKRUP1
030800        MOVE WS-THIS-MONTH TO RUP-REC-MONTH                       ZBNKRUP1
030900        MOVE ZERO TO RUP-REC-MONTH-AMT                            ZBNKRUP1
031000        MOVE 'Y' TO WS-RNDU-CHANGED                               ZBNKRUP1
031100     END-IF.                                                      ZBNKRUP1
031200     IF RUP-REC-PENDING-AMT IS NOT GREATER THAN ZERO OR           ZBNKRUP1
031300        RUP-REC-LAST-XFER-DATE IS EQUAL TO WS-TODAY               ZBNKRUP1
031400        GO TO PROCESS-ENROLMENT-REWRITE                           ZBNKRUP1
031500     END-IF.                                                      ZBNKRUP1
031600     MOVE RUP-REC-PENDING-AMT TO WS-XFER-AMOUNT.                  ZBNKRUP1
031700     PERFORM TRANSFER-ROUNDUPS THRU                               ZBNKRUP1
031800             TRANSFER-ROUNDUPS-EXIT.                              ZBNKRUP1
031900 PROCESS-ENROLMENT-REWRITE.                                       ZBNKRUP1
032000     IF WS-RNDU-CHANGED IS NOT EQUAL TO 'Y'                       ZBNKRUP1
032100        GO TO PROCESS-ENROLMENT-EXIT                              ZBNKRUP1
032200     END-IF.                                                      ZBNKRUP1
032300     REWRITE BNKRNDU-REC.                                         ZBNKRUP1
032400     IF WS-BNKRNDU-STATUS IS NOT EQUAL TO '00'                    ZBNKRUP1
032500        MOVE 'BNKRNDU rewrite error...'                           ZBNKRUP1
032600          TO WS-CONSOLE-MESSAGE                                   ZBNKRUP1
032700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRUP1
032800        MOVE WS-BNKRNDU-STATUS TO WS-IO-STATUS                    ZBNKRUP1
032900        PERFORM DISPLAY-IO-STATUS                                 ZBNKRUP1
033000        PERFORM ABORT-PROGRAM                                     ZBNKRUP1
033100     END-IF.                                                      ZBNKRUP1
033200 PROCESS-ENROLMENT-EXIT.                                          ZBNKRUP1
033300     EXIT.                                                        ZBNKRUP1
033400                                                                  ZBNKRUP1
033500***************************************************************** ZBNKRUP1
033600* Both accounts must be open and the spending account must keep * ZBNKRUP1
033700* at least the threshold after the transfer, otherwise the      * ZBNKRUP1
033800* round-ups wait for another day.  The spending account is      * ZBNKRUP1
033900* debited and the savings account credited, each journaled,     * ZBNKRUP1
034000* and the pair of BNKTXN entries written.                       * ZBNKRUP1
034100***************************************************************** ZBNKRUP1
034200 TRANSFER-ROUNDUPS.                                               ZBNKRUP1
034300     MOVE RUP-REC-SAVE-ACCNO TO BAC-REC-ACCNO.                    ZBNKRUP1
034400     PERFORM READ-ACCOUNT.                                        ZBNKRUP1
034500     IF WS-BNKACC-STATUS IS EQUAL TO '23' OR                      ZBNKRUP1
034600        NOT BAC-STATUS-OPEN                                       ZBNKRUP1
034700        MOVE 'Held - savings a/c not open' TO WS-LINE4-ACTION     ZBNKRUP1
034800        PERFORM HOLD-ROUNDUPS                                     ZBNKRUP1
034900        GO TO TRANSFER-ROUNDUPS-EXIT                              ZBNKRUP1
035000     END-IF.                                                      ZBNKRUP1
035100     MOVE BAC-REC-PID TO WS-SAVE-PID.                             ZBNKRUP1
035200                                                                  ZBNKRUP1
035300     MOVE RUP-REC-ACCNO TO BAC-REC-ACCNO.                         ZBNKRUP1
035400     PERFORM READ-ACCOUNT.                                        ZBNKRUP1
035500     IF WS-BNKACC-STATUS IS EQUAL TO '23' OR                      ZBNKRUP1
035600        NOT BAC-STATUS-OPEN                                       ZBNKRUP1
035700        MOVE 'Held - spending a/c not open' TO WS-LINE4-ACTION    ZBNKRUP1
035800        PERFORM HOLD-ROUNDUPS                                     ZBNKRUP1
035900        GO TO TRANSFER-ROUNDUPS-EXIT                              ZBNKRUP1
036000     END-IF.                                                      ZBNKRUP1
036100     IF BAC-REC-BALANCE - WS-XFER-AMOUNT IS LESS THAN             ZBNKRUP1
036200        RUP-REC-THRESHOLD                                         ZBNKRUP1
036300        MOVE 'Held - below threshold' TO WS-LINE4-ACTION          ZBNKRUP1
036400        PERFORM HOLD-ROUNDUPS                                     ZBNKRUP1
036500        GO TO TRANSFER-ROUNDUPS-EXIT                              ZBNKRUP1
036600     END-IF.                                                      ZBNKRUP1
036700     MOVE BAC-REC-PID TO WS-SPEND-PID.                            ZBNKRUP1
036800     SUBTRACT WS-XFER-AMOUNT FROM BAC-REC-BALANCE.                ZBNKRUP1
036900     REWRITE BAC-RECORD                                           ZBNKRUP1
037000     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKRUP1
037100     PERFORM JOURNAL-BNKACC.                                      ZBNKRUP1
037200     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKRUP1
037300        MOVE 'Unable to rewrite spending account'                 ZBNKRUP1
037400          TO WS-CONSOLE-MESSAGE                                   ZBNKRUP1
037500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRUP1
037600        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKRUP1
037700        PERFORM DISPLAY-IO-STATUS                                 ZBNKRUP1
037800        PERFORM ABORT-PROGRAM                                     ZBNKRUP1
037900     END-IF.                                                      ZBNKRUP1
038000                                                                  ZBNKRUP1
038100     MOVE RUP-REC-SAVE-ACCNO TO BAC-REC-ACCNO.                    ZBNKRUP1
038200     PERFORM READ-ACCOUNT.                                        ZBNKRUP1
038300     ADD WS-XFER-AMOUNT TO BAC-REC-BALANCE.                       ZBNKRUP1
038400     REWRITE BAC-RECORD                                           ZBNKRUP1
038500     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKRUP1
038600     PERFORM JOURNAL-BNKACC.                                      ZBNKRUP1
038700     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKRUP1
038800        MOVE 'Unable to rewrite savings account'                  ZBNKRUP1
038900          TO WS-CONSOLE-MESSAGE                                   ZBNKRUP1
039000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRUP1
039100        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKRUP1
039200        PERFORM DISPLAY-IO-STATUS                                 ZBNKRUP1
039300        PERFORM ABORT-PROGRAM                                     ZBNKRUP1
039400     END-IF.                                                      ZBNKRUP1
039500                                                                  ZBNKRUP1
039600     PERFORM WRITE-ROUNDUP-AUDIT.                                 ZBNKRUP1
039700                                                                  ZBNKRUP1
039800     ADD WS-XFER-AMOUNT TO RUP-REC-MONTH-AMT.                     ZBNKRUP1
039900     MOVE ZERO TO WS-LINE4-COUNT.                                 ZBNKRUP1
040000     MOVE RUP-REC-PENDING-CNT TO WS-LINE4-COUNT.                  ZBNKRUP1
040100     MOVE ZERO TO RUP-REC-PENDING-AMT.                            ZBNKRUP1
040200     MOVE ZERO TO RUP-REC-PENDING-CNT.                            ZBNKRUP1
040300     MOVE WS-TODAY TO RUP-REC-LAST-XFER-DATE.                     ZBNKRUP1
040400     MOVE 'Y' TO WS-RNDU-CHANGED.                                 ZBNKRUP1
040500     ADD 1 TO WS-XFERS-DONE.                                      ZBNKRUP1
040600     ADD WS-XFER-AMOUNT TO WS-AMT-XFERRED.                        ZBNKRUP1
040700     MOVE 'Transferred' TO WS-LINE4-ACTION.                       ZBNKRUP1
040800     PERFORM PRINT-ENROLMENT-LINE.                                ZBNKRUP1
040900 TRANSFER-ROUNDUPS-EXIT.                                          ZBNKRUP1
041000     EXIT.                                                        ZBNKRUP1
041100                                                                  ZBNKRUP1
041200***************************************************************** ZBNKRUP1
041300* Read the account keyed in BAC-REC-ACCNO - not found is left   * ZBNKRUP1
041400* for the caller to deal with                                   * ZBNKRUP1
041500***************************************************************** ZBNKRUP1
041600 READ-ACCOUNT.                                                    ZBNKRUP1
041700     READ BNKACC-FILE KEY IS BAC-REC-ACCNO.                       ZBNKRUP1
041800     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00' AND                 ZBNKRUP1
041900        WS-BNKACC-STATUS IS NOT EQUAL TO '23'                     ZBNKRUP1
042000        MOVE 'BNKACC read error...'                               ZBNKRUP1
042100          TO WS-CONSOLE-MESSAGE                                   ZBNKRUP1
042200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRUP1
042300        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKRUP1
042400        PERFORM DISPLAY-IO-STATUS                                 ZBNKRUP1
042500        PERFORM ABORT-PROGRAM                                     ZBNKRUP1
042600     END-IF.                                                      ZBNKRUP1
042700                                                                  ZBNKRUP1
042800***************************************************************** ZBNKRUP1
042900* The round-ups stay waiting - list them with the reason        * ZBNKRUP1
043000***************************************************************** ZBNKRUP1
043100 HOLD-ROUNDUPS.                                                   ZBNKRUP1
043200     ADD 1 TO WS-XFERS-HELD.                                      ZBNKRUP1
043300     ADD WS-XFER-AMOUNT TO WS-AMT-HELD.                           ZBNKRUP1
043400     MOVE RUP-REC-PENDING-CNT TO WS-LINE4-COUNT.                  ZBNKRUP1
043500     PERFORM PRINT-ENROLMENT-LINE.                                ZBNKRUP1
043600                                                                  ZBNKRUP1
043700***************************************************************** ZBNKRUP1
043800* Write the FROM/TO audit-trail pair for the transfer just      * ZBNKRUP1
043900* made, following the same BNKTXN-FILE layout and byte-26       * ZBNKRUP1
044000* collision-avoidance technique as ZBNKSTO1                     * ZBNKRUP1
044100***************************************************************** ZBNKRUP1
044200 WRITE-ROUNDUP-AUDIT.                                             ZBNKRUP1
044300 COPY CTSTAMPP.                                                   ZBNKRUP1
044400     MOVE WS-TXN-SEQ TO WS-TS-TIME-DDDDDD (3:4).                  ZBNKRUP1
044500     ADD 1 TO WS-TXN-SEQ.                                         ZBNKRUP1
044600     MOVE '0' TO WS-TIMESTAMP (26:1).                             ZBNKRUP1
044700                                                                  ZBNKRUP1
044800     MOVE SPACES TO BTX-RECORD.                                   ZBNKRUP1
044900     MOVE WS-SPEND-PID TO BTX-REC-PID.                            ZBNKRUP1
045000     MOVE '1' TO BTX-REC-TYPE.                                    ZBNKRUP1
045100     MOVE '1' TO BTX-REC-SUB-TYPE.                                ZBNKRUP1
045200     MOVE RUP-REC-ACCNO TO BTX-REC-ACCNO.                         ZBNKRUP1
045300     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      ZBNKRUP1
045400     MULTIPLY WS-XFER-AMOUNT BY -1 GIVING BTX-REC-AMOUNT.         ZBNKRUP1
045500     MOVE SPACES TO TXN-DATA.                                     ZBNKRUP1
045600     STRING 'Round-ups to a/c ' DELIMITED BY SIZE                 ZBNKRUP1
045700            RUP-REC-SAVE-ACCNO DELIMITED BY SIZE                  ZBNKRUP1
045800       INTO TXN-T1-OLD-DESC.                                      ZBNKRUP1
045900     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       ZBNKRUP1
046000     MOVE TXN-DATA-NEW TO BTX-REC-DATA-NEW.                       ZBNKRUP1
046100     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     ZBNKRUP1
046200     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      ZBNKRUP1
046300     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             ZBNKRUP1
046400     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       ZBNKRUP1
046500                           WS-TWOS-COMP-INPUT                     ZBNKRUP1
046600                           WS-TWOS-COMP-OUTPUT                    ZBNKRUP1
046700                           WS-TWOS-COMP-FORMAT.                   ZBNKRUP1
046800     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKRUP1
046900 COPY CBANKTXP.                                                   ZBNKRUP1
047000     WRITE BTX-RECORD                                             ZBNKRUP1
047100     SET JRN-CTL-ADD TO TRUE                                      ZBNKRUP1
047200     PERFORM JOURNAL-BNKTXN.                                      ZBNKRUP1
047300     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKRUP1
047400        MOVE 'Unable to write round-up FROM audit record'         ZBNKRUP1
047500          TO WS-CONSOLE-MESSAGE                                   ZBNKRUP1
047600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRUP1
047700        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKRUP1
047800        PERFORM DISPLAY-IO-STATUS                                 ZBNKRUP1
047900        PERFORM ABORT-PROGRAM                                     ZBNKRUP1
048000     END-IF.                                                      ZBNKRUP1
048100                                                                  ZBNKRUP1
048200     MOVE '1' TO WS-TIMESTAMP (26:1).                             ZBNKRUP1
048300     MOVE WS-SAVE-PID TO BTX-REC-PID.                             ZBNKRUP1
048400     MOVE '1' TO BTX-REC-TYPE.                                    ZBNKRUP1
048500     MOVE '2' TO BTX-REC-SUB-TYPE.                                ZBNKRUP1
048600     MOVE RUP-REC-SAVE-ACCNO TO BTX-REC-ACCNO.                    ZBNKRUP1
048700     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      ZBNKRUP1
048800     MOVE WS-XFER-AMOUNT TO BTX-REC-AMOUNT.                       ZBNKRUP1
048900     MOVE SPACES TO TXN-DATA.                                     ZBNKRUP1
049000     STRING 'Round-ups from a/c ' DELIMITED BY SIZE               ZBNKRUP1
049100            RUP-REC-ACCNO DELIMITED BY SIZE                       ZBNKRUP1
049200       INTO TXN-T1-OLD-DESC.                                      ZBNKRUP1
049300     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       ZBNKRUP1
049400     MOVE TXN-DATA-NEW TO BTX-REC-DATA-NEW.                       ZBNKRUP1
049500     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     ZBNKRUP1
049600     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      ZBNKRUP1
049700     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             ZBNKRUP1
049800     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       ZBNKRUP1
049900                           WS-TWOS-COMP-INPUT                     ZBNKRUP1
050000                           WS-TWOS-COMP-OUTPUT                    ZBNKRUP1
050100                           WS-TWOS-COMP-FORMAT.                   ZBNKRUP1
050200     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKRUP1
050300 COPY CBANKTXP.                                                   ZBNKRUP1
050400     WRITE BTX-RECORD                                             ZBNKRUP1
050500     SET JRN-CTL-ADD TO TRUE                                      ZBNKRUP1
050600     PERFORM JOURNAL-BNKTXN.                                      ZBNKRUP1
050700     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKRUP1
050800        MOVE 'Unable to write round-up TO audit record'           ZBNKRUP1
050900          TO WS-CONSOLE-MESSAGE                                   ZBNKRUP1
051000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRUP1
051100        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKRUP1
051200        PERFORM DISPLAY-IO-STATUS                                 ZBNKRUP1
051300        PERFORM ABORT-PROGRAM                                     ZBNKRUP1
051400     END-IF.                                                      ZBNKRUP1
051500                                                                  ZBNKRUP1
051600***************************************************************** ZBNKRUP1
051700* List one enrolment with the action taken on it                * ZBNKRUP1
051800***************************************************************** ZBNKRUP1
051900 PRINT-ENROLMENT-LINE.                                            ZBNKRUP1
052000     MOVE RUP-REC-ACCNO TO WS-LINE4-ACCNO.                        ZBNKRUP1
052100     MOVE RUP-REC-SAVE-ACCNO TO WS-LINE4-SAVE-ACCNO.              ZBNKRUP1
052200     MOVE WS-XFER-AMOUNT TO WS-LINE4-AMOUNT.                      ZBNKRUP1
052300     MOVE RUP-REC-MONTH-AMT TO WS-LINE4-MONTH-AMT.                ZBNKRUP1
052400     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKRUP1
052500     PERFORM PRINTOUT-PUT.                                        ZBNKRUP1
052600                                                                  ZBNKRUP1
052700***************************************************************** ZBNKRUP1
052800* Print the run totals                                          * ZBNKRUP1
052900***************************************************************** ZBNKRUP1
053000 PRINT-RUN-TOTALS.                                                ZBNKRUP1
053100     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKRUP1
053200     PERFORM PRINTOUT-PUT.                                        ZBNKRUP1
053300     MOVE 'Round-up enrolments read' TO WS-LINE5-TEXT.            ZBNKRUP1
053400     MOVE WS-ENROLMENTS-READ TO WS-LINE5-COUNT.                   ZBNKRUP1
053500     MOVE ZERO TO WS-LINE5-AMOUNT.                                ZBNKRUP1
053600     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKRUP1
053700     PERFORM PRINTOUT-PUT.                                        ZBNKRUP1
053800     MOVE 'Transfers made to savings' TO WS-LINE5-TEXT.           ZBNKRUP1
053900     MOVE WS-XFERS-DONE TO WS-LINE5-COUNT.                        ZBNKRUP1
054000     MOVE WS-AMT-XFERRED TO WS-LINE5-AMOUNT.                      ZBNKRUP1
054100     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKRUP1
054200     PERFORM PRINTOUT-PUT.                                        ZBNKRUP1
054300     MOVE 'Round-ups held for a later day' TO WS-LINE5-TEXT.      ZBNKRUP1
054400     MOVE WS-XFERS-HELD TO WS-LINE5-COUNT.                        ZBNKRUP1
054500     MOVE WS-AMT-HELD TO WS-LINE5-AMOUNT.                         ZBNKRUP1
054600     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKRUP1
054700     PERFORM PRINTOUT-PUT.                                        ZBNKRUP1
054800                                                                  ZBNKRUP1
054900***************************************************************** ZBNKRUP1
055000* Print the report title and column headings                    * ZBNKRUP1
055100***************************************************************** ZBNKRUP1
055200 PRINT-REPORT-HEADER.                                             ZBNKRUP1
055300     MOVE WS-TODAY TO WS-LINE1-DATE.                              ZBNKRUP1
055400     MOVE WS-LINE1 TO PRINTOUT-REC.                               ZBNKRUP1
055500     PERFORM PRINTOUT-PUT.                                        ZBNKRUP1
055600     MOVE WS-LINE3 TO PRINTOUT-REC.                               ZBNKRUP1
055700     PERFORM PRINTOUT-PUT.                                        ZBNKRUP1
055800                                                                  ZBNKRUP1
055900***************************************************************** ZBNKRUP1
056000* Write a record to the sequential print file                   * ZBNKRUP1
056100***************************************************************** ZBNKRUP1
056200 PRINTOUT-PUT.                                                    ZBNKRUP1
056300     WRITE PRINTOUT-REC.                                          ZBNKRUP1
056400     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKRUP1
056500       MOVE 'PRINTOUT error writing file...'                      ZBNKRUP1
056600         TO WS-CONSOLE-MESSAGE                                    ZBNKRUP1
056700       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKRUP1
056800       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKRUP1
056900       PERFORM DISPLAY-IO-STATUS                                  ZBNKRUP1
057000       PERFORM ABORT-PROGRAM                                      ZBNKRUP1
057100     END-IF.                                                      ZBNKRUP1
057200                                                                  ZBNKRUP1
057300***************************************************************** ZBNKRUP1
057400* Open the enrolment, account, transaction and print files      * ZBNKRUP1
057500***************************************************************** ZBNKRUP1
057600 OPEN-FILES.                                                      ZBNKRUP1
057700     OPEN I-O BNKRNDU-FILE.                                       ZBNKRUP1
057800     IF WS-BNKRNDU-STATUS IS NOT EQUAL TO '00'                    ZBNKRUP1
057900        MOVE 'BNKRNDU file open failure...'                       ZBNKRUP1
058000          TO WS-CONSOLE-MESSAGE                                   ZBNKRUP1
058100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRUP1
058200        MOVE WS-BNKRNDU-STATUS TO WS-IO-STATUS                    ZBNKRUP1
058300        PERFORM DISPLAY-IO-STATUS                                 ZBNKRUP1
058400        PERFORM ABORT-PROGRAM                                     ZBNKRUP1
058500     END-IF.                                                      ZBNKRUP1
058600     OPEN I-O BNKACC-FILE.                                        ZBNKRUP1
058700     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKRUP1
058800        MOVE 'BNKACC file open failure...'                        ZBNKRUP1
058900          TO WS-CONSOLE-MESSAGE                                   ZBNKRUP1
059000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRUP1
059100        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKRUP1
059200        PERFORM DISPLAY-IO-STATUS                                 ZBNKRUP1
059300        PERFORM ABORT-PROGRAM                                     ZBNKRUP1
059400     END-IF.                                                      ZBNKRUP1
059500     OPEN I-O BNKTXN-FILE.                                        ZBNKRUP1
059600     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKRUP1
059700        MOVE 'BNKTXN file open failure...'                        ZBNKRUP1
059800          TO WS-CONSOLE-MESSAGE                                   ZBNKRUP1
059900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRUP1
060000        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKRUP1
060100        PERFORM DISPLAY-IO-STATUS                                 ZBNKRUP1
060200        PERFORM ABORT-PROGRAM                                     ZBNKRUP1
060300     END-IF.                                                      ZBNKRUP1
060400     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKRUP1
060500     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKRUP1
060600        MOVE 'PRINTOUT file open failure...'                      ZBNKRUP1
060700          TO WS-CONSOLE-MESSAGE                                   ZBNKRUP1
060800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRUP1
060900        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKRUP1
061000        PERFORM DISPLAY-IO-STATUS                                 ZBNKRUP1
061100        PERFORM ABORT-PROGRAM                                     ZBNKRUP1
061200     END-IF.                                                      ZBNKRUP1
061300                                                                  ZBNKRUP1
061400***************************************************************** ZBNKRUP1
061500* Close the files                                               * ZBNKRUP1
061600***************************************************************** ZBNKRUP1
061700 CLOSE-FILES.                                                     ZBNKRUP1
061800     CLOSE BNKRNDU-FILE.                                          ZBNKRUP1
061900     CLOSE BNKACC-FILE.                                           ZBNKRUP1
062000     CLOSE BNKTXN-FILE.                                           ZBNKRUP1
062100     CLOSE PRINTOUT-FILE.                                         ZBNKRUP1
062200                                                                  ZBNKRUP1
062300***************************************************************** ZBNKRUP1
062400* Journal the BNKACC record just added, changed or deleted so   * ZBNKRUP1
062500* it can be rolled forward onto a reload                        * ZBNKRUP1
062600***************************************************************** ZBNKRUP1
062700 JOURNAL-BNKACC.                                                  ZBNKRUP1
062800     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKRUP1
062900     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKRUP1
063000     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKRUP1
063100     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKRUP1
063200     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKRUP1
063300     IF JRN-CTL-ERROR                                             ZBNKRUP1
063400        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKRUP1
063500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRUP1
063600        PERFORM ABORT-PROGRAM                                     ZBNKRUP1
063700     END-IF.                                                      ZBNKRUP1
063800                                                                  ZBNKRUP1
063900***************************************************************** ZBNKRUP1
064000* Journal the BNKTXN record just added, changed or deleted so   * ZBNKRUP1
064100* it can be rolled forward onto a reload                        * ZBNKRUP1
064200***************************************************************** ZBNKRUP1
064300 JOURNAL-BNKTXN.                                                  ZBNKRUP1
064400     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKRUP1
064500     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKRUP1
064600     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKRUP1
064700     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKRUP1
064800     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKRUP1
064900     IF JRN-CTL-ERROR                                             ZBNKRUP1
065000        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKRUP1
065100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRUP1
065200        PERFORM ABORT-PROGRAM                                     ZBNKRUP1
065300     END-IF.                                                      ZBNKRUP1
065400***************************************************************** ZBNKRUP1
065500* Display the file status bytes. This routine will display as   * ZBNKRUP1
065600* two digits if the full two byte file status is numeric. If    * ZBNKRUP1
065700* second byte is non-numeric then it will be treated as a       * ZBNKRUP1
065800* binary number.                                                * ZBNKRUP1
065900***************************************************************** ZBNKRUP1
066000 DISPLAY-IO-STATUS.                                               ZBNKRUP1
066100     IF WS-IO-STATUS NUMERIC                                      ZBNKRUP1
066200        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKRUP1
066300        STRING 'File status -' DELIMITED BY SIZE                  ZBNKRUP1
066400               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKRUP1
066500          INTO WS-CONSOLE-MESSAGE                                 ZBNKRUP1
066600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRUP1
066700     ELSE                                                         ZBNKRUP1
066800        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKRUP1
066900        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKRUP1
067000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKRUP1
067100        STRING 'File status -' DELIMITED BY SIZE                  ZBNKRUP1
067200               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKRUP1
067300               '/' DELIMITED BY SIZE                              ZBNKRUP1
067400               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKRUP1
067500          INTO WS-CONSOLE-MESSAGE                                 ZBNKRUP1
067600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRUP1
067700     END-IF.                                                      ZBNKRUP1
067800                                                                  ZBNKRUP1
067900***************************************************************** ZBNKRUP1
068000* 'ABORT' the program.                                          * ZBNKRUP1
068100* Post a message to the console and issue a STOP RUN            * ZBNKRUP1
068200***************************************************************** ZBNKRUP1
068300 ABORT-PROGRAM.                                                   ZBNKRUP1
068400     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKRUP1
068500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRUP1
068600     END-IF.                                                      ZBNKRUP1
068700     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKRUP1
068800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRUP1
068900     MOVE 16 TO RETURN-CODE.                                      ZBNKRUP1
069000     STOP RUN.                                                    ZBNKRUP1
069100                                                                  ZBNKRUP1
069200***************************************************************** ZBNKRUP1
069300* Display CONSOLE messages...                                   * ZBNKRUP1
069400***************************************************************** ZBNKRUP1
069500 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKRUP1
069600     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKRUP1
069700       UPON CONSOLE.                                              ZBNKRUP1
069800     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKRUP1
069900                                                                  ZBNKRUP1
070000 COPY CTIMERP.                                                    ZBNKRUP1
070100                                                                  ZBNKRUP1
070200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKRUP1
