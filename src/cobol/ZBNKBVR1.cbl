000100***************************************************************** ZBNKBVR1
000200*                                                               * ZBNKBVR1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKBVR1
000400*   This demonstration program is provided for use by users     * ZBNKBVR1
000500*   of Micro Focus products and may be used, modified and       * ZBNKBVR1
000600*   distributed as part of your application provided that       * ZBNKBVR1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKBVR1
000800*   in this material.                                           * ZBNKBVR1
000900*                                                               * ZBNKBVR1
001000***************************************************************** ZBNKBVR1
001100                                                                  ZBNKBVR1
001200***************************************************************** ZBNKBVR1
001300* Program:     ZBNKBVR1.CBL                                     * ZBNKBVR1
001400* Function:    Back-valued item report.  Lists every item on    * ZBNKBVR1
001500*              the BNKBVAL register posted in the requested     * ZBNKBVR1
001600*              month (EXEC PARM CCYYMM, defaulting to the       * ZBNKBVR1
001700*              current month) with its value and posting        * ZBNKBVR1
001800*              dates, the days it was back-valued, where it     * ZBNKBVR1
001900*              came from and the interest effect - the          * ZBNKBVR1
002000*              overdraft adjustment ZBNKODI1 posted and the     * ZBNKBVR1
002100*              credit interest adjustment ZBNKACR1 posted, or   * ZBNKBVR1
002200*              that each is still to be worked - with totals.   * ZBNKBVR1
002300***************************************************************** ZBNKBVR1
002400                                                                  ZBNKBVR1
002500 IDENTIFICATION DIVISION.                                         ZBNKBVR1
002600 PROGRAM-ID.                                                      ZBNKBVR1
002700     ZBNKBVR1.                                                    ZBNKBVR1
002800 DATE-WRITTEN.                                                    ZBNKBVR1
002900     October 2026.                                                ZBNKBVR1
003000 DATE-COMPILED.                                                   ZBNKBVR1
003100     Today.                                                       ZBNKBVR1
003200                                                                  ZBNKBVR1
003300 ENVIRONMENT DIVISION.                                            ZBNKBVR1
003400 INPUT-OUTPUT   SECTION.                                          ZBNKBVR1
003500   FILE-CONTROL.                                                  ZBNKBVR1
003600     SELECT BNKBVAL-FILE                                          ZBNKBVR1
003700            ASSIGN       TO BNKBVAL                               ZBNKBVR1
003800            ORGANIZATION IS INDEXED                               ZBNKBVR1
003900            ACCESS MODE  IS SEQUENTIAL                            ZBNKBVR1
004000            RECORD KEY   IS BVL-KEY                               ZBNKBVR1
004100            FILE STATUS  IS WS-BNKBVAL-STATUS.                    ZBNKBVR1
004200     SELECT PRINTOUT-FILE                                         ZBNKBVR1
004300            ASSIGN       TO PRINTOUT                              ZBNKBVR1
004400            ORGANIZATION IS SEQUENTIAL                            ZBNKBVR1
004500            ACCESS MODE  IS SEQUENTIAL                            ZBNKBVR1
004600            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKBVR1
004700                                                                  ZBNKBVR1
004800 DATA DIVISION.                                                   ZBNKBVR1
004900 FILE SECTION.                                                    ZBNKBVR1
005000                                                                  ZBNKBVR1
005100 FD  BNKBVAL-FILE.                                                ZBNKBVR1
005200 01  BNKBVAL-REC.                                                 ZBNKBVR1
005300 COPY CBANKVBV.                                                   ZBNKBVR1
005400                                                                  ZBNKBVR1
005500 FD  PRINTOUT-FILE.                                               ZBNKBVR1
005600 01  PRINTOUT-REC                            PIC X(121).          ZBNKBVR1
005700                                                                  ZBNKBVR1
005800 WORKING-STORAGE SECTION.                                         ZBNKBVR1
005900 COPY CTIMERD.                                                    ZBNKBVR1
006000                                                                  ZBNKBVR1
006100 COPY CTSTAMPD.                                                   ZBNKBVR1
006200                                                                  ZBNKBVR1
006300 01  WS-MISC-STORAGE.                                             ZBNKBVR1
006400   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKBVR1
006500       VALUE 'ZBNKBVR1'.                                          ZBNKBVR1
006600   05  WS-BNKBVAL-STATUS.                                         ZBNKBVR1
006700     10  WS-BNKBVAL-STAT1                    PIC X(1).            ZBNKBVR1
006800     10  WS-BNKBVAL-STAT2                    PIC X(1).            ZBNKBVR1
006900   05  WS-PRINTOUT-STATUS.                                        ZBNKBVR1
007000     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKBVR1
007100     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKBVR1
007200   05  WS-IO-STATUS.                                              ZBNKBVR1
007300     10  WS-IO-STAT1                         PIC X(1).            ZBNKBVR1
007400     10  WS-IO-STAT2                         PIC X(1).            ZBNKBVR1
007500   05  WS-TWO-BYTES.                                              ZBNKBVR1
007600     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKBVR1
007700     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKBVR1
007800   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKBVR1
007900                                             PIC 9(1) COMP.       ZBNKBVR1
008000   05  WS-END-OF-FILE                        PIC X(3)             ZBNKBVR1
008100       VALUE 'NO '.                                               ZBNKBVR1
008200   05  WS-BVAL-OPEN                          PIC X(1)             ZBNKBVR1
008300       VALUE 'N'.                                                 ZBNKBVR1
008400   05  WS-REPORT-MONTH                       PIC X(6).            ZBNKBVR1
008500   05  WS-POST-MONTH                         PIC X(6).            ZBNKBVR1
008600   05  WS-ROWS-FOUND                         PIC 9(7)             ZBNKBVR1
008700       VALUE ZERO.                                                ZBNKBVR1
008800   05  WS-ROWS-PENDING                       PIC 9(7)             ZBNKBVR1
008900       VALUE ZERO.                                                ZBNKBVR1
009000   05  WS-AMOUNT-TOTAL                       PIC S9(11)V99        ZBNKBVR1
009100       COMP-3 VALUE ZERO.                                         ZBNKBVR1
009200   05  WS-OD-ADJ-TOTAL                       PIC S9(11)V99        ZBNKBVR1
009300       COMP-3 VALUE ZERO.                                         ZBNKBVR1
009400   05  WS-CR-ADJ-TOTAL                       PIC S9(11)V99        ZBNKBVR1
009500       COMP-3 VALUE ZERO.                                         ZBNKBVR1
009600                                                                  ZBNKBVR1
009700 01  WS-REPORT-LINES.                                             ZBNKBVR1
009800   05  WS-LINE1.                                                  ZBNKBVR1
009900     10  WS-LINE1-CC                     PIC X(1)                 ZBNKBVR1
010000         VALUE '1'.                                               ZBNKBVR1
010100     10  FILLER                          PIC X(20)                ZBNKBVR1
010200         VALUE SPACES.                                            ZBNKBVR1
010300     10  WS-LINE1-HEAD                   PIC X(36)                ZBNKBVR1
010400         VALUE 'Back-Valued Item Report for'.                     ZBNKBVR1
010500     10  WS-LINE1-MONTH                  PIC X(6).                ZBNKBVR1
010600   05  WS-LINE3.                                                  ZBNKBVR1
010700     10  WS-LINE3-CC                     PIC X(1)                 ZBNKBVR1
010800         VALUE ' '.                                               ZBNKBVR1
010900     10  FILLER                          PIC X(11)                ZBNKBVR1
011000         VALUE 'Account'.                                         ZBNKBVR1
011100     10  FILLER                          PIC X(7)                 ZBNKBVR1
011200         VALUE 'PID'.                                             ZBNKBVR1
011300     10  FILLER                          PIC X(12)                ZBNKBVR1
011400         VALUE 'Value date'.                                      ZBNKBVR1
011500     10  FILLER                          PIC X(12)                ZBNKBVR1
011600         VALUE 'Posted'.                                          ZBNKBVR1
011700     10  FILLER                          PIC X(6)                 ZBNKBVR1
011800         VALUE 'Days'.                                            ZBNKBVR1
011900     10  FILLER                          PIC X(13)                ZBNKBVR1
012000         VALUE 'Amount'.                                          ZBNKBVR1
012100     10  FILLER                          PIC X(10)                ZBNKBVR1
012200         VALUE 'Source'.                                          ZBNKBVR1
012300     10  FILLER                          PIC X(17)                ZBNKBVR1
012400         VALUE 'OD interest adj'.                                 ZBNKBVR1
012500     10  FILLER                          PIC X(15)                ZBNKBVR1
012600         VALUE 'Credit int adj'.                                  ZBNKBVR1
012700   05  WS-LINE4.                                                  ZBNKBVR1
012800     10  WS-LINE4-CC                     PIC X(1)                 ZBNKBVR1
012900         VALUE ' '.                                               ZBNKBVR1
013000     10  WS-LINE4-ACCNO                  PIC X(11).               ZBNKBVR1
013100     10  WS-LINE4-PID                    PIC X(7).                ZBNKBVR1
013200     10  WS-LINE4-VALUE-DATE             PIC X(12).               ZBNKBVR1
013300     10  WS-LINE4-POST-DATE              PIC X(12).               ZBNKBVR1
013400     10  WS-LINE4-DAYS                   PIC ZZ9.                 ZBNKBVR1
013500     10  FILLER                          PIC X(3)                 ZBNKBVR1
013600         VALUE SPACES.                                            ZBNKBVR1
013700     10  WS-LINE4-AMOUNT                 PIC -ZZZ,ZZ9.99.         ZBNKBVR1
013800     10  FILLER                          PIC X(2)                 ZBNKBVR1
013900         VALUE SPACES.                                            ZBNKBVR1
014000     10  WS-LINE4-SOURCE                 PIC X(10).               ZBNKBVR1
014100     10  WS-LINE4-OD-ADJ                 PIC -ZZ,ZZ9.99.          ZBNKBVR1
014200     10  FILLER                          PIC X(1)                 ZBNKBVR1
014300         VALUE SPACES.                                            ZBNKBVR1
014400     10  WS-LINE4-OD-STATUS              PIC X(4).                ZBNKBVR1
014500     10  FILLER                          PIC X(2)                 ZBNKBVR1
014600         VALUE SPACES.                                            ZBNKBVR1
014700     10  WS-LINE4-CR-ADJ                 PIC -ZZ,ZZ9.99.          ZBNKBVR1
014800     10  FILLER                          PIC X(1)                 ZBNKBVR1
014900         VALUE SPACES.                                            ZBNKBVR1
015000     10  WS-LINE4-CR-STATUS              PIC X(4).                ZBNKBVR1
015100   05  WS-LINE5.                                                  ZBNKBVR1
015200     10  WS-LINE5-CC                     PIC X(1)                 ZBNKBVR1
015300         VALUE ' '.                                               ZBNKBVR1
015400     10  WS-LINE5-DESC                   PIC X(30).               ZBNKBVR1
015500     10  WS-LINE5-COUNT                  PIC ZZZZZZ9.             ZBNKBVR1
015600     10  FILLER                          PIC X(3)                 ZBNKBVR1
015700         VALUE SPACES.                                            ZBNKBVR1
015800     10  WS-LINE5-AMOUNT                 PIC -ZZZ,ZZZ,ZZZ,ZZ9.99. ZBNKBVR1
015900                                                                  ZBNKBVR1
016000 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKBVR1
016100                                                                  ZBNKBVR1
016200 LINKAGE SECTION.                                                 ZBNKBVR1
016300 01  LK-EXEC-PARM.                                                ZBNKBVR1
016400   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKBVR1
016500   05  LK-EXEC-PARM-DATA.                                         ZBNKBVR1
016600     10  LK-PARM-MONTH                       PIC X(6).            ZBNKBVR1
016700                                                                  ZBNKBVR1
016800 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKBVR1
016900                                                                  ZBNKBVR1
017000     PERFORM RUN-TIME.                                            ZBNKBVR1
017100                                                                  ZBNKBVR1
017200     MOVE 'Back-valued item report starting'                      ZBNKBVR1
017300       TO WS-CONSOLE-MESSAGE.                                     ZBNKBVR1
017400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKBVR1
017500                                                                  ZBNKBVR1
017600 COPY CTSTAMPP.                                                   ZBNKBVR1
017700     MOVE WS-TIMESTAMP (1:4) TO WS-REPORT-MONTH (1:4).            ZBNKBVR1
017800     MOVE WS-TIMESTAMP (6:2) TO WS-REPORT-MONTH (5:2).            ZBNKBVR1
017900     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO AND                  ZBNKBVR1
018000        LK-PARM-MONTH IS NUMERIC                                  ZBNKBVR1
018100        MOVE LK-PARM-MONTH TO WS-REPORT-MONTH                     ZBNKBVR1
018200     END-IF.                                                      ZBNKBVR1
018300     MOVE WS-REPORT-MONTH TO WS-LINE1-MONTH.                      ZBNKBVR1
018400                                                                  ZBNKBVR1
018500     PERFORM OPEN-FILES.                                          ZBNKBVR1
018600     PERFORM PRINT-REPORT-HEADER.                                 ZBNKBVR1
018700                                                                  ZBNKBVR1
018800***************************************************************** ZBNKBVR1
018900* One pass over the register picking out the month's postings   * ZBNKBVR1
019000***************************************************************** ZBNKBVR1
019100     IF WS-BVAL-OPEN IS NOT EQUAL TO 'Y'                          ZBNKBVR1
019200        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKBVR1
019300     END-IF.                                                      ZBNKBVR1
019400                                                                  ZBNKBVR1
019500     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKBVR1
019600        READ BNKBVAL-FILE NEXT RECORD                             ZBNKBVR1
019700        IF WS-BNKBVAL-STATUS IS NOT EQUAL TO '00'                 ZBNKBVR1
019800           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKBVR1
019900        ELSE                                                      ZBNKBVR1
020000           MOVE BVL-REC-POST-DATE (1:4) TO WS-POST-MONTH (1:4)    ZBNKBVR1
020100           MOVE BVL-REC-POST-DATE (6:2) TO WS-POST-MONTH (5:2)    ZBNKBVR1
020200           IF WS-POST-MONTH IS EQUAL TO WS-REPORT-MONTH           ZBNKBVR1
020300              PERFORM PRINT-ITEM-LINE                             ZBNKBVR1
020400           END-IF                                                 ZBNKBVR1
020500        END-IF                                                    ZBNKBVR1
020600     END-PERFORM.                                                 ZBNKBVR1
020700                                                                  ZBNKBVR1
020800     PERFORM PRINT-REPORT-TOTALS.                                 ZBNKBVR1
020900     PERFORM CLOSE-FILES.                                         ZBNKBVR1
021000                                                                  ZBNKBVR1
021100     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKBVR1
021200     STRING WS-ROWS-FOUND DELIMITED BY SIZE                       ZBNKBVR1
021300            ' back-valued items reported' DELIMITED BY SIZE       ZBNKBVR1
021400       INTO WS-CONSOLE-MESSAGE.                                   ZBNKBVR1
021500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKBVR1
021600     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKBVR1
021700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKBVR1
021800                                                                  ZBNKBVR1
021900     PERFORM RUN-TIME.                                            ZBNKBVR1
022000                                                                  ZBNKBVR1
022100     MOVE 0 TO RETURN-CODE.                                       ZBNKBVR1
022200                                                                  ZBNKBVR1
022300     GOBACK.                                                      ZBNKBVR1
022400                                                                  ZBNKBVR1
022500***************************************************************** ZBNKBVR1
022600* One line per back-valued item with its interest effect - an   * ZBNKBVR1
022700* overdraft adjustment is shown as charged (positive) or        * ZBNKBVR1
022800* refunded (negative), a credit adjustment as paid or reversed  * ZBNKBVR1
022900***************************************************************** ZBNKBVR1
023000 PRINT-ITEM-LINE.                                                 ZBNKBVR1
023100     ADD 1 TO WS-ROWS-FOUND.                                      ZBNKBVR1
023200     ADD BVL-REC-AMOUNT TO WS-AMOUNT-TOTAL.                       ZBNKBVR1
023300     MOVE BVL-REC-ACCNO TO WS-LINE4-ACCNO.                        ZBNKBVR1
023400     MOVE BVL-REC-PID TO WS-LINE4-PID.                            ZBNKBVR1
023500     MOVE BVL-REC-VALUE-DATE TO WS-LINE4-VALUE-DATE.              ZBNKBVR1
023600     MOVE BVL-REC-POST-DATE TO WS-LINE4-POST-DATE.                ZBNKBVR1
023700     MOVE BVL-REC-DAYS-BACK TO WS-LINE4-DAYS.                     ZBNKBVR1
023800     MOVE BVL-REC-AMOUNT TO WS-LINE4-AMOUNT.                      ZBNKBVR1
023900     MOVE BVL-REC-SOURCE TO WS-LINE4-SOURCE.                      ZBNKBVR1
024000     MOVE ZERO TO WS-LINE4-OD-ADJ.                                ZBNKBVR1
024100     MOVE ZERO TO WS-LINE4-CR-ADJ.                                ZBNKBVR1
024200     EVALUATE TRUE                                                ZBNKBVR1
024300       WHEN BVL-OD-ADJUSTED                                       ZBNKBVR1
024400         MOVE BVL-REC-OD-ADJ TO WS-LINE4-OD-ADJ                   ZBNKBVR1
024500         ADD BVL-REC-OD-ADJ TO WS-OD-ADJ-TOTAL                    ZBNKBVR1
024600         MOVE 'Done' TO WS-LINE4-OD-STATUS                        ZBNKBVR1
024700       WHEN BVL-OD-NOT-APPLICABLE                                 ZBNKBVR1
024800         MOVE 'N/A' TO WS-LINE4-OD-STATUS                         ZBNKBVR1
024900       WHEN OTHER                                                 ZBNKBVR1
025000         MOVE 'Pend' TO WS-LINE4-OD-STATUS                        ZBNKBVR1
025100     END-EVALUATE.                                                ZBNKBVR1
025200     EVALUATE TRUE                                                ZBNKBVR1
025300       WHEN BVL-CR-ADJUSTED                                       ZBNKBVR1
025400         MOVE BVL-REC-CR-ADJ TO WS-LINE4-CR-ADJ                   ZBNKBVR1
025500         ADD BVL-REC-CR-ADJ TO WS-CR-ADJ-TOTAL                    ZBNKBVR1
025600         MOVE 'Done' TO WS-LINE4-CR-STATUS                        ZBNKBVR1
025700       WHEN BVL-CR-NOT-APPLICABLE                                 ZBNKBVR1
025800         MOVE 'N/A' TO WS-LINE4-CR-STATUS                         ZBNKBVR1
025900       WHEN OTHER                                                 ZBNKBVR1
026000         MOVE 'Pend' TO WS-LINE4-CR-STATUS                        ZBNKBVR1
026100     END-EVALUATE.                                                ZBNKBVR1
026200     IF BVL-OD-PENDING OR BVL-CR-PENDING                          ZBNKBVR1
026300        ADD 1 TO WS-ROWS-PENDING                                  ZBNKBVR1
026400     END-IF.                                                      ZBNKBVR1
026500     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKBVR1
026600     PERFORM PRINTOUT-PUT.                                        ZBNKBVR1
026700                                                                  ZBNKBVR1
026800***************************************************************** ZBNKBVR1
026900* Print the report title and column headings                    * ZBNKBVR1
027000***************************************************************** ZBNKBVR1
027100 PRINT-REPORT-HEADER.                                             ZBNKBVR1
027200     MOVE WS-LINE1 TO PRINTOUT-REC.                               ZBNKBVR1
027300     PERFORM PRINTOUT-PUT.                                        ZBNKBVR1
027400     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKBVR1
027500     PERFORM PRINTOUT-PUT.                                        ZBNKBVR1
027600     MOVE WS-LINE3 TO PRINTOUT-REC.                               ZBNKBVR1
027700     PERFORM PRINTOUT-PUT.                                        ZBNKBVR1
027800     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKBVR1
027900     PERFORM PRINTOUT-PUT.                                        ZBNKBVR1
028000                                                                  ZBNKBVR1
028100***************************************************************** ZBNKBVR1
028200* Print the run totals                                          * ZBNKBVR1
028300***************************************************************** ZBNKBVR1
028400 PRINT-REPORT-TOTALS.                                             ZBNKBVR1
028500     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKBVR1
028600     PERFORM PRINTOUT-PUT.                                        ZBNKBVR1
028700     MOVE 'Items back-valued' TO WS-LINE5-DESC.                   ZBNKBVR1
028800     MOVE WS-ROWS-FOUND TO WS-LINE5-COUNT.                        ZBNKBVR1
028900     MOVE WS-AMOUNT-TOTAL TO WS-LINE5-AMOUNT.                     ZBNKBVR1
029000     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKBVR1
029100     PERFORM PRINTOUT-PUT.                                        ZBNKBVR1
029200     MOVE 'Overdraft interest adjusted' TO WS-LINE5-DESC.         ZBNKBVR1
029300     MOVE ZERO TO WS-LINE5-COUNT.                                 ZBNKBVR1
029400     MOVE WS-OD-ADJ-TOTAL TO WS-LINE5-AMOUNT.                     ZBNKBVR1
029500     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKBVR1
029600     PERFORM PRINTOUT-PUT.                                        ZBNKBVR1
029700     MOVE 'Credit interest adjusted' TO WS-LINE5-DESC.            ZBNKBVR1
029800     MOVE ZERO TO WS-LINE5-COUNT.                                 ZBNKBVR1
029900     MOVE WS-CR-ADJ-TOTAL TO WS-LINE5-AMOUNT.                     ZBNKBVR1
030000     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKBVR1
030100     PERFORM PRINTOUT-PUT.                                        ZBNKBVR1
030200     MOVE 'Items still to be re-worked' TO WS-LINE5-DESC.         ZBNKBVR1
030300     MOVE WS-ROWS-PENDING TO WS-LINE5-COUNT.                      ZBNKBVR1
030400     MOVE ZERO TO WS-LINE5-AMOUNT.                                ZBNKBVR1
030500     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKBVR1
030600     PERFORM PRINTOUT-PUT.                                        ZBNKBVR1
030700                                                                  ZBNKBVR1
030800***************************************************************** ZBNKBVR1
030900* Write a report line                                           * ZBNKBVR1
031000***************************************************************** ZBNKBVR1
031100 PRINTOUT-PUT.                                                    ZBNKBVR1
031200     WRITE PRINTOUT-REC.                                          ZBNKBVR1
031300     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKBVR1
031400       MOVE 'PRINTOUT error writing file...'                      ZBNKBVR1
031500         TO WS-CONSOLE-MESSAGE                                    ZBNKBVR1
031600       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKBVR1
031700       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKBVR1
031800       PERFORM DISPLAY-IO-STATUS                                  ZBNKBVR1
031900       PERFORM ABORT-PROGRAM                                      ZBNKBVR1
032000     END-IF.                                                      ZBNKBVR1
032100                                                                  ZBNKBVR1
032200***************************************************************** ZBNKBVR1
032300* Open all the files - no register yet means nothing has been   * ZBNKBVR1
032400* back-valued and the report prints empty                       * ZBNKBVR1
032500***************************************************************** ZBNKBVR1
032600 OPEN-FILES.                                                      ZBNKBVR1
032700     OPEN INPUT BNKBVAL-FILE.                                     ZBNKBVR1
032800     IF WS-BNKBVAL-STATUS IS EQUAL TO '00'                        ZBNKBVR1
032900        MOVE 'Y' TO WS-BVAL-OPEN                                  ZBNKBVR1
033000     ELSE                                                         ZBNKBVR1
033100        IF WS-BNKBVAL-STATUS IS NOT EQUAL TO '35'                 ZBNKBVR1
033200           MOVE 'BNKBVAL file open failure...'                    ZBNKBVR1
033300             TO WS-CONSOLE-MESSAGE                                ZBNKBVR1
033400           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKBVR1
033500           MOVE WS-BNKBVAL-STATUS TO WS-IO-STATUS                 ZBNKBVR1
033600           PERFORM DISPLAY-IO-STATUS                              ZBNKBVR1
033700           PERFORM ABORT-PROGRAM                                  ZBNKBVR1
033800        END-IF                                                    ZBNKBVR1
033900     END-IF.                                                      ZBNKBVR1
034000     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKBVR1
034100     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKBVR1
034200        MOVE 'PRINTOUT file open failure...'                      ZBNKBVR1
034300          TO WS-CONSOLE-MESSAGE                                   ZBNKBVR1
034400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBVR1
034500        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKBVR1
034600        PERFORM DISPLAY-IO-STATUS                                 ZBNKBVR1
034700        PERFORM ABORT-PROGRAM                                     ZBNKBVR1
034800     END-IF.                                                      ZBNKBVR1
034900                                                                  ZBNKBVR1
035000***************************************************************** ZBNKBVR1
035100* Close all the files                                           * ZBNKBVR1
035200***************************************************************** ZBNKBVR1
035300 CLOSE-FILES.                                                     ZBNKBVR1
035400     IF WS-BVAL-OPEN IS EQUAL TO 'Y'                              ZBNKBVR1
035500        CLOSE BNKBVAL-FILE                                        ZBNKBVR1
035600     END-IF.                                                      ZBNKBVR1
035700     CLOSE PRINTOUT-FILE.                                         ZBNKBVR1
035800***************************************************************** ZBNKBVR1
035900* Display the file status bytes. This routine will display as   * ZBNKBVR1
036000* two digits if the full two byte file status is numeric. If    * ZBNKBVR1
036100* second byte is non-numeric then it will be treated as a       * ZBNKBVR1
036200* binary number.                                                * ZBNKBVR1
036300***************************************************************** ZBNKBVR1
036400 DISPLAY-IO-STATUS.                                               ZBNKBVR1
036500     IF WS-IO-STATUS NUMERIC                                      ZBNKBVR1
036600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKBVR1
036700        STRING 'File status -' DELIMITED BY SIZE                  ZBNKBVR1
036800               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKBVR1
036900          INTO WS-CONSOLE-MESSAGE                                 ZBNKBVR1
037000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBVR1
037100     ELSE                                                         ZBNKBVR1
037200        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKBVR1
037300        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKBVR1
037400        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKBVR1
037500        STRING 'File status -' DELIMITED BY SIZE                  ZBNKBVR1
037600               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKBVR1
037700               '/' DELIMITED BY SIZE                              ZBNKBVR1
037800               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKBVR1
037900          INTO WS-CONSOLE-MESSAGE                                 ZBNKBVR1
038000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBVR1
038100     END-IF.                                                      ZBNKBVR1
038200                                                                  ZBNKBVR1
038300***************************************************************** ZBNKBVR1
038400* 'ABORT' the program.                                          * ZBNKBVR1
038500* Post a message to the console and issue a STOP RUN            * ZBNKBVR1
038600***************************************************************** ZBNKBVR1
038700 ABORT-PROGRAM.                                                   ZBNKBVR1
038800     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKBVR1
038900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBVR1
039000     END-IF.                                                      ZBNKBVR1
039100     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKBVR1
039200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKBVR1
039300     MOVE 16 TO RETURN-CODE.                                      ZBNKBVR1
039400     STOP RUN.                                                    ZBNKBVR1
039500                                                                  ZBNKBVR1
039600***************************************************************** ZBNKBVR1
039700* Display CONSOLE messages...                                   * ZBNKBVR1
039800***************************************************************** ZBNKBVR1
039900 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKBVR1
040000     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKBVR1
040100       UPON CONSOLE.                                              ZBNKBVR1
040200     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKBVR1
040300                                                                  ZBNKBVR1
040400 COPY CTIMERP.                                                    ZBNKBVR1
040500                                                                  ZBNKBVR1
040600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKBVR1
