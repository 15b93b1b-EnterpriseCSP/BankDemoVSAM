000100***************************************************************** ZBNKCPL2
000200*                                                               * ZBNKCPL2
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKCPL2
000400*   This demonstration program is provided for use by users     * ZBNKCPL2
000500*   of Micro Focus products and may be used, modified and       * ZBNKCPL2
000600*   distributed as part of your application provided that       * ZBNKCPL2
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKCPL2
000800*   in this material.                                           * ZBNKCPL2
000900*                                                               * ZBNKCPL2
001000***************************************************************** ZBNKCPL2
001100                                                                  ZBNKCPL2
001200***************************************************************** ZBNKCPL2
001300* Program:     ZBNKCPL2.CBL                                     * ZBNKCPL2
001400* Function:    Monthly complaints return.  For the month in     * ZBNKCPL2
001500*              LK-EXEC-PARM-DATA (YYYY-MM, default the previous * ZBNKCPL2
001600*              month) counts the complaints on BNKCMPL by       * ZBNKCPL2
001700*              category - open at the start of the month,       * ZBNKCPL2
001800*              received, closed by outcome, closed within the   * ZBNKCPL2
001900*              final response deadline, redress paid on those   * ZBNKCPL2
002000*              closed and open at the month end - and counts    * ZBNKCPL2
002066*              the complaints closed in the month by root       * ZBNKCPL2
002132*              cause.                                           * ZBNKCPL2
002200***************************************************************** ZBNKCPL2
002300                                                                  ZBNKCPL2
002400 IDENTIFICATION DIVISION.                                         ZBNKCPL2
002500 PROGRAM-ID.                                                      ZBNKCPL2
002600     ZBNKCPL2.                                                    ZBNKCPL2
002700 DATE-WRITTEN.                                                    ZBNKCPL2
002800     October 2026.                                                ZBNKCPL2
002900 DATE-COMPILED.                                                   ZBNKCPL2
003000     Today.                                                       ZBNKCPL2
003100                                                                  ZBNKCPL2
003200 ENVIRONMENT DIVISION.                                            ZBNKCPL2
003300 INPUT-OUTPUT   SECTION.                                          ZBNKCPL2
003400   FILE-CONTROL.                                                  ZBNKCPL2
003500     SELECT BNKCMPL-FILE                                          ZBNKCPL2
003600            ASSIGN       TO BNKCMPL                               ZBNKCPL2
003700            ORGANIZATION IS INDEXED                               ZBNKCPL2
003800            ACCESS MODE  IS DYNAMIC                               ZBNKCPL2
003900            RECORD KEY   IS CPL-KEY                               ZBNKCPL2
004000            FILE STATUS  IS WS-BNKCMPL-STATUS.                    ZBNKCPL2
004100     SELECT PRINTOUT-FILE                                         ZBNKCPL2
004200            ASSIGN       TO PRINTOUT                              ZBNKCPL2
004300            ORGANIZATION IS SEQUENTIAL                            ZBNKCPL2
004400            ACCESS MODE  IS SEQUENTIAL                            ZBNKCPL2
004500            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKCPL2
004600                                                                  ZBNKCPL2
004700 DATA DIVISION.                                                   ZBNKCPL2
004800 FILE SECTION.                                                    ZBNKCPL2
004900                                                                  ZBNKCPL2
005000 FD  BNKCMPL-FILE.                                                ZBNKCPL2
005100 01  BNKCMPL-REC.                                                 ZBNKCPL2
005200 COPY CBANKVCP.                                                   ZBNKCPL2
005300                                                                  ZBNKCPL2
005400 FD  PRINTOUT-FILE.                                               ZBNKCPL2
005500 01  PRINTOUT-REC                        PIC X(121).              ZBNKCPL2
005600                                                                  ZBNKCPL2
005700 WORKING-STORAGE SECTION.                                         ZBNKCPL2
005800 COPY CTIMERD.                                                    ZBNKCPL2
005900                                                                  ZBNKCPL2
006000 COPY CTSTAMPD.                                                   ZBNKCPL2
006100                                                                  ZBNKCPL2
006200 01  WS-MISC-STORAGE.                                             ZBNKCPL2
006300   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKCPL2
006400       VALUE 'ZBNKCPL2'.                                          ZBNKCPL2
006500   05  WS-BNKCMPL-STATUS.                                         ZBNKCPL2
006600     10  WS-BNKCMPL-STAT1                    PIC X(1).            ZBNKCPL2
006700     10  WS-BNKCMPL-STAT2                    PIC X(1).            ZBNKCPL2
006800   05  WS-PRINTOUT-STATUS.                                        ZBNKCPL2
006900     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKCPL2
007000     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKCPL2
007100   05  WS-IO-STATUS.                                              ZBNKCPL2
007200     10  WS-IO-STAT1                         PIC X(1).            ZBNKCPL2
007300     10  WS-IO-STAT2                         PIC X(1).            ZBNKCPL2
007400   05  WS-TWO-BYTES.                                              ZBNKCPL2
007500     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKCPL2
007600     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKCPL2
007700   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKCPL2
007800                                             PIC 9(1) COMP.       ZBNKCPL2
007900   05  WS-END-OF-FILE                        PIC X(3)             ZBNKCPL2
008000       VALUE 'NO '.                                               ZBNKCPL2
008100   05  WS-TODAY                              PIC X(10).           ZBNKCPL2
008200   05  WS-TODAY-YYYYMMDD                     PIC 9(8).            ZBNKCPL2
008300   05  WS-TODAY-YYYYMMDD-X REDEFINES WS-TODAY-YYYYMMDD.           ZBNKCPL2
008400     10  WS-TODAY-YYYY                       PIC 9(4).            ZBNKCPL2
008500     10  WS-TODAY-MM                         PIC 9(2).            ZBNKCPL2
008600     10  WS-TODAY-DD                         PIC 9(2).            ZBNKCPL2
008700   05  WS-MONTH                              PIC X(7).            ZBNKCPL2
008800   05  WS-MONTH-R REDEFINES WS-MONTH.                             ZBNKCPL2
008900     10  WS-MONTH-YYYY                       PIC 9(4).            ZBNKCPL2
009000     10  WS-MONTH-DASH                       PIC X(1).            ZBNKCPL2
009100     10  WS-MONTH-MM                         PIC 9(2).            ZBNKCPL2
009200   05  WS-MONTH-START                        PIC X(10).           ZBNKCPL2
009300   05  WS-OPEN-AT-START                      PIC X(1).            ZBNKCPL2
009400   05  WS-OPEN-AT-END                        PIC X(1).            ZBNKCPL2
009500   05  WS-SUB                                PIC S9(4) COMP.      ZBNKCPL2
009600   05  WS-CONSOLE-MESSAGE                    PIC X(60).           ZBNKCPL2
009700                                                                  ZBNKCPL2
009800 01  WS-COUNTERS.                                                 ZBNKCPL2
009900   05  WS-CPL-READ                           PIC 9(7)             ZBNKCPL2
010000       VALUE ZERO.                                                ZBNKCPL2
010100   05  WS-CPL-CLOSED-MONTH                   PIC 9(7)             ZBNKCPL2
010200       VALUE ZERO.                                                ZBNKCPL2
010300                                                                  ZBNKCPL2
010400***************************************************************** ZBNKCPL2
010500* Complaint categories - the last row also takes any category   * ZBNKCPL2
010600* code not in the list                                          * ZBNKCPL2
010700***************************************************************** ZBNKCPL2
010800 01  WS-CATEGORY-NAMES.                                           ZBNKCPL2
010900   05  FILLER                                PIC X(22)            ZBNKCPL2
011000       VALUE 'ACAccount operation   '.                            ZBNKCPL2
011100   05  FILLER                                PIC X(22)            ZBNKCPL2
011200       VALUE 'CHCharges and interest'.                            ZBNKCPL2
011300   05  FILLER                                PIC X(22)            ZBNKCPL2
011400       VALUE 'LNLending             '.                            ZBNKCPL2
011500   05  FILLER                                PIC X(22)            ZBNKCPL2
011600       VALUE 'CDCards               '.                            ZBNKCPL2
011700   05  FILLER                                PIC X(22)            ZBNKCPL2
011800       VALUE 'PYPayments            '.                            ZBNKCPL2
011900   05  FILLER                                PIC X(22)            ZBNKCPL2
012000       VALUE 'SVCustomer service    '.                            ZBNKCPL2
012100   05  FILLER                                PIC X(22)            ZBNKCPL2
012200       VALUE 'FRFraud and scams     '.                            ZBNKCPL2
012300   05  FILLER                                PIC X(22)            ZBNKCPL2
012400       VALUE 'OTOther               '.                            ZBNKCPL2
012500 01  WS-CATEGORY-NAMES-R REDEFINES WS-CATEGORY-NAMES.             ZBNKCPL2
012600   05  WS-CAT-NAME-ENTRY OCCURS 8 TIMES.                          ZBNKCPL2
012700     10  WS-CAT-NAME-CODE                    PIC X(2).            ZBNKCPL2
012800     10  WS-CAT-NAME-DESC                    PIC X(20).           ZBNKCPL2
012900                                                                  ZBNKCPL2
013000***************************************************************** ZBNKCPL2
013100* Counts per category - the ninth row is the total              * ZBNKCPL2
013200***************************************************************** ZBNKCPL2
013300 01  WS-CATEGORY-TABLE.                                           ZBNKCPL2
013400   05  WS-CAT-ENTRY OCCURS 9 TIMES.                               ZBNKCPL2
013500     10  WS-CAT-OPEN-START                   PIC 9(7).            ZBNKCPL2
013600     10  WS-CAT-RECEIVED                     PIC 9(7).            ZBNKCPL2
013700     10  WS-CAT-CLOSED                       PIC 9(7).            ZBNKCPL2
013800     10  WS-CAT-UPHELD                       PIC 9(7).            ZBNKCPL2
013900     10  WS-CAT-PART-UPHELD                  PIC 9(7).            ZBNKCPL2
014000     10  WS-CAT-NOT-UPHELD                   PIC 9(7).            ZBNKCPL2
014100     10  WS-CAT-WITHDRAWN                    PIC 9(7).            ZBNKCPL2
014200     10  WS-CAT-IN-TIME                      PIC 9(7).            ZBNKCPL2
014300     10  WS-CAT-OPEN-END                     PIC 9(7).            ZBNKCPL2
014400     10  WS-CAT-REDRESS                      PIC S9(11)V99 COMP-3.ZBNKCPL2
014500                                                                  ZBNKCPL2
014600***************************************************************** ZBNKCPL2
014700* Root causes of complaints closed in the month - the last row  * ZBNKCPL2
014800* holds those closed without a root cause (withdrawn)           * ZBNKCPL2
014900***************************************************************** ZBNKCPL2
015000 01  WS-CAUSE-NAMES.                                              ZBNKCPL2
015100   05  FILLER                                PIC X(22)            ZBNKCPL2
015200       VALUE 'PRProcess failure     '.                            ZBNKCPL2
015300   05  FILLER                                PIC X(22)            ZBNKCPL2
015400       VALUE 'SYSystem error        '.                            ZBNKCPL2
015500   05  FILLER                                PIC X(22)            ZBNKCPL2
015600       VALUE 'STStaff error         '.                            ZBNKCPL2
015700   05  FILLER                                PIC X(22)            ZBNKCPL2
015800       VALUE 'PDProduct design      '.                            ZBNKCPL2
015900   05  FILLER                                PIC X(22)            ZBNKCPL2
016000       VALUE 'TPThird party         '.                            ZBNKCPL2
016100   05  FILLER                                PIC X(22)            ZBNKCPL2
016200       VALUE 'NFNo fault found      '.                            ZBNKCPL2
016300   05  FILLER                                PIC X(22)            ZBNKCPL2
016400       VALUE '  Not recorded        '.                            ZBNKCPL2
016500 01  WS-CAUSE-NAMES-R REDEFINES WS-CAUSE-NAMES.                   ZBNKCPL2
016600   05  WS-CAUSE-ENTRY OCCURS 7 TIMES.                             ZBNKCPL2
016700     10  WS-CAUSE-CODE                       PIC X(2).            ZBNKCPL2
016800     10  WS-CAUSE-DESC                       PIC X(20).           ZBNKCPL2
016900 01  WS-CAUSE-TABLE.                                              ZBNKCPL2
017000   05  WS-CAUSE-COUNT OCCURS 7 TIMES         PIC 9(7).            ZBNKCPL2
017100                                                                  ZBNKCPL2
017200***************************************************************** ZBNKCPL2
017300* Monthly return                                                * ZBNKCPL2
017400***************************************************************** ZBNKCPL2
017500 01  WS-REPORT-LINES.                                             ZBNKCPL2
017600   05  WS-RPT1.                                                   ZBNKCPL2
017700     10  WS-RPT1-CC                          PIC X(1)             ZBNKCPL2
017800         VALUE '1'.                                               ZBNKCPL2
017900     10  FILLER                              PIC X(20)            ZBNKCPL2
018000         VALUE SPACES.                                            ZBNKCPL2
018100     10  WS-RPT1-HEAD                        PIC X(34)            ZBNKCPL2
018200         VALUE 'Monthly Complaints Return - Month'.               ZBNKCPL2
018300     10  WS-RPT1-MONTH                       PIC X(7).            ZBNKCPL2
018400     10  FILLER                              PIC X(12)            ZBNKCPL2
018500         VALUE '    Run date'.                                    ZBNKCPL2
018600     10  FILLER                              PIC X(1)             ZBNKCPL2
018700         VALUE SPACE.                                             ZBNKCPL2
018800     10  WS-RPT1-DATE                        PIC X(10).           ZBNKCPL2
018900   05  WS-RPT4.                                                   ZBNKCPL2
019000     10  WS-RPT4-CC                          PIC X(1)             ZBNKCPL2
019100         VALUE '0'.                                               ZBNKCPL2
019200     10  FILLER                              PIC X(22)            ZBNKCPL2
019300         VALUE 'Category'.                                        ZBNKCPL2
019400     10  FILLER                              PIC X(9)             ZBNKCPL2
019500         VALUE ' Open b/f'.                                       ZBNKCPL2
019600     10  FILLER                              PIC X(9)             ZBNKCPL2
019700         VALUE ' Received'.                                       ZBNKCPL2
019800     10  FILLER                              PIC X(9)             ZBNKCPL2
019900         VALUE '   Closed'.                                       ZBNKCPL2
020000     10  FILLER                              PIC X(9)             ZBNKCPL2
020100         VALUE '   Upheld'.                                       ZBNKCPL2
020200     10  FILLER                              PIC X(9)             ZBNKCPL2
020300         VALUE '     Part'.                                       ZBNKCPL2
020400     10  FILLER                              PIC X(9)             ZBNKCPL2
020500         VALUE '  Not uph'.                                       ZBNKCPL2
020600     10  FILLER                              PIC X(9)             ZBNKCPL2
020700         VALUE ' Withdrwn'.                                       ZBNKCPL2
020800     10  FILLER                              PIC X(9)             ZBNKCPL2
020900         VALUE '  In time'.                                       ZBNKCPL2
021000     10  FILLER                              PIC X(9)             ZBNKCPL2
021100         VALUE ' Open c/f'.                                       ZBNKCPL2
021200     10  FILLER                              PIC X(17)            ZBNKCPL2
021300         VALUE '    Redress paid'.                                ZBNKCPL2
021400   05  WS-RPT2.                                                   ZBNKCPL2
021500     10  WS-RPT2-CC                          PIC X(1)             ZBNKCPL2
021600         VALUE ' '.                                               ZBNKCPL2
021700     10  WS-RPT2-CATEGORY                    PIC X(22).           ZBNKCPL2
021800     10  WS-RPT2-OPEN-START                  PIC Z(8)9.           ZBNKCPL2
021900     10  WS-RPT2-RECEIVED                    PIC Z(8)9.           ZBNKCPL2
022000     10  WS-RPT2-CLOSED                      PIC Z(8)9.           ZBNKCPL2
022100     10  WS-RPT2-UPHELD                      PIC Z(8)9.           ZBNKCPL2
022200     10  WS-RPT2-PART-UPHELD                 PIC Z(8)9.           ZBNKCPL2
022300     10  WS-RPT2-NOT-UPHELD                  PIC Z(8)9.           ZBNKCPL2
022400     10  WS-RPT2-WITHDRAWN                   PIC Z(8)9.           ZBNKCPL2
022500     10  WS-RPT2-IN-TIME                     PIC Z(8)9.           ZBNKCPL2
022600     10  WS-RPT2-OPEN-END                    PIC Z(8)9.           ZBNKCPL2
022700     10  WS-RPT2-REDRESS                     PIC Z,ZZZ,ZZZ,ZZ9.99.ZBNKCPL2
022800   05  WS-RPT5.                                                   ZBNKCPL2
022900     10  WS-RPT5-CC                          PIC X(1)             ZBNKCPL2
023000         VALUE '0'.                                               ZBNKCPL2
023100     10  FILLER                              PIC X(40)            ZBNKCPL2
023200         VALUE 'Root cause of complaints closed'.                 ZBNKCPL2
023300   05  WS-RPT3.                                                   ZBNKCPL2
023400     10  WS-RPT3-CC                          PIC X(1)             ZBNKCPL2
023500         VALUE ' '.                                               ZBNKCPL2
023600     10  WS-RPT3-DESC                        PIC X(40).           ZBNKCPL2
023700     10  WS-RPT3-COUNT                       PIC ZZZZZZ9.         ZBNKCPL2
023800                                                                  ZBNKCPL2
023900 LINKAGE SECTION.                                                 ZBNKCPL2
024000 01  LK-EXEC-PARM.                                                ZBNKCPL2
024100   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKCPL2
024200   05  LK-EXEC-PARM-DATA                     PIC X(12).           ZBNKCPL2
024300                                                                  ZBNKCPL2
024400 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKCPL2
024500                                                                  ZBNKCPL2
024600     PERFORM RUN-TIME.                                            ZBNKCPL2
024700                                                                  ZBNKCPL2
024800     MOVE 'Monthly complaints return starting'                    ZBNKCPL2
024900       TO WS-CONSOLE-MESSAGE.                                     ZBNKCPL2
025000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCPL2
025100                                                                  ZBNKCPL2
025200 COPY CTSTAMPP.                                                   ZBNKCPL2
025300                                                                  ZBNKCPL2
025400     MOVE WS-TS-DATE TO WS-TODAY.                                 ZBNKCPL2
025500     MOVE WS-ACCEPT-DATE TO WS-TODAY-YYYYMMDD.                    ZBNKCPL2
025600                                                                  ZBNKCPL2
025700     IF LK-EXEC-PARM-LL IS EQUAL TO ZERO                          ZBNKCPL2
025800        MOVE 'No exec parm - defaulting to previous month'        ZBNKCPL2
025900          TO WS-CONSOLE-MESSAGE                                   ZBNKCPL2
026000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCPL2
026100        MOVE '-' TO WS-MONTH-DASH                                 ZBNKCPL2
026200        IF WS-TODAY-MM IS EQUAL TO 1                              ZBNKCPL2
026300           COMPUTE WS-MONTH-YYYY = WS-TODAY-YYYY - 1              ZBNKCPL2
026400           MOVE 12 TO WS-MONTH-MM                                 ZBNKCPL2
026500        ELSE                                                      ZBNKCPL2
026600           MOVE WS-TODAY-YYYY TO WS-MONTH-YYYY                    ZBNKCPL2
026700           COMPUTE WS-MONTH-MM = WS-TODAY-MM - 1                  ZBNKCPL2
026800        END-IF                                                    ZBNKCPL2
026900     ELSE                                                         ZBNKCPL2
027000        MOVE LK-EXEC-PARM-DATA (1:7) TO WS-MONTH                  ZBNKCPL2
027100     END-IF.                                                      ZBNKCPL2
027200     IF WS-MONTH-YYYY IS NOT NUMERIC OR                           ZBNKCPL2
027300        WS-MONTH-MM IS NOT NUMERIC OR                             ZBNKCPL2
027400        WS-MONTH-DASH IS NOT EQUAL TO '-' OR                      ZBNKCPL2
027500        WS-MONTH-MM IS LESS THAN 1 OR                             ZBNKCPL2
027600        WS-MONTH-MM IS GREATER THAN 12                            ZBNKCPL2
027700        MOVE 'Exec parm is not a valid month YYYY-MM'             ZBNKCPL2
027800          TO WS-CONSOLE-MESSAGE                                   ZBNKCPL2
027900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCPL2
028000        PERFORM ABORT-PROGRAM                                     ZBNKCPL2
028100     END-IF.                                                      ZBNKCPL2
028200     MOVE SPACES TO WS-MONTH-START.                               ZBNKCPL2
028300     STRING WS-MONTH DELIMITED BY SIZE                            ZBNKCPL2
028400            '-01' DELIMITED BY SIZE                               ZBNKCPL2
028500       INTO WS-MONTH-START.                                       ZBNKCPL2
028600                                                                  ZBNKCPL2
028700     INITIALIZE WS-CATEGORY-TABLE.                                ZBNKCPL2
028800     INITIALIZE WS-CAUSE-TABLE.                                   ZBNKCPL2
028900                                                                  ZBNKCPL2
029000     PERFORM OPEN-FILES.                                          ZBNKCPL2
029100                                                                  ZBNKCPL2
029200     MOVE LOW-VALUES TO CPL-KEY.                                  ZBNKCPL2
029300     START BNKCMPL-FILE KEY GREATER THAN CPL-KEY.                 ZBNKCPL2
029400     IF WS-BNKCMPL-STATUS IS NOT EQUAL TO '00'                    ZBNKCPL2
029500        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKCPL2
029600     END-IF.                                                      ZBNKCPL2
029700                                                                  ZBNKCPL2
029800     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKCPL2
029900        READ BNKCMPL-FILE NEXT RECORD                             ZBNKCPL2
030000        IF WS-BNKCMPL-STATUS IS EQUAL TO '10'                     ZBNKCPL2
030100           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKCPL2
030200        ELSE                                                      ZBNKCPL2
030300           IF WS-BNKCMPL-STATUS IS NOT EQUAL TO '00'              ZBNKCPL2
030400              MOVE 'BNKCMPL read error during scan'               ZBNKCPL2
030500                TO WS-CONSOLE-MESSAGE                             ZBNKCPL2
030600              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKCPL2
030700              MOVE WS-BNKCMPL-STATUS TO WS-IO-STATUS              ZBNKCPL2
030800              PERFORM DISPLAY-IO-STATUS                           ZBNKCPL2
030900              PERFORM ABORT-PROGRAM                               ZBNKCPL2
031000           ELSE                                                   ZBNKCPL2
031100              ADD 1 TO WS-CPL-READ                                ZBNKCPL2
031200              PERFORM COUNT-ONE-COMPLAINT THRU                    ZBNKCPL2
031300                      COUNT-ONE-COMPLAINT-EXIT                    ZBNKCPL2
031400           END-IF                                                 ZBNKCPL2
031500        END-IF                                                    ZBNKCPL2
031600     END-PERFORM.                                                 ZBNKCPL2
031700                                                                  ZBNKCPL2
031800     PERFORM PRINT-RETURN.                                        ZBNKCPL2
031900     PERFORM CLOSE-FILES.                                         ZBNKCPL2
032000                                                                  ZBNKCPL2
032100     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKCPL2
032200     STRING WS-CAT-RECEIVED (9) DELIMITED BY SIZE                 ZBNKCPL2
032300            ' received, ' DELIMITED BY SIZE                       ZBNKCPL2
032400            WS-CAT-CLOSED (9) DELIMITED BY SIZE                   ZBNKCPL2
032500            ' closed in ' DELIMITED BY SIZE                       ZBNKCPL2
032600            WS-MONTH DELIMITED BY SIZE                            ZBNKCPL2
032700       INTO WS-CONSOLE-MESSAGE.                                   ZBNKCPL2
032800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCPL2
032900     MOVE 'End Of Job'                                            ZBNKCPL2
033000       TO WS-CONSOLE-MESSAGE.                                     ZBNKCPL2
033100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCPL2
033200                                                                  ZBNKCPL2
033300     PERFORM RUN-TIME.                                            ZBNKCPL2
033400                                                                  ZBNKCPL2
033500     MOVE 0 TO RETURN-CODE.                                       ZBNKCPL2
033600                                                                  ZBNKCPL2
033700     GOBACK.                                                      ZBNKCPL2
033800                                                                  ZBNKCPL2
033900***************************************************************** ZBNKCPL2
034000* Place one complaint in its category row and the total row.    * ZBNKCPL2
034100* Dates on the register are YYYY-MM-DD so compare as text.      * ZBNKCPL2
034200***************************************************************** ZBNKCPL2
034300 COUNT-ONE-COMPLAINT.                                             ZBNKCPL2
034400     IF CPL-REC-RECEIVED-DATE (1:7) IS GREATER THAN WS-MONTH      ZBNKCPL2
034500        GO TO COUNT-ONE-COMPLAINT-EXIT                            ZBNKCPL2
034600     END-IF.                                                      ZBNKCPL2
034700     MOVE 1 TO WS-SUB.                                            ZBNKCPL2
034800     PERFORM FIND-CATEGORY                                        ZBNKCPL2
034900       UNTIL WS-SUB IS EQUAL TO 8 OR                              ZBNKCPL2
035000             WS-CAT-NAME-CODE (WS-SUB) IS EQUAL TO                ZBNKCPL2
035100               CPL-REC-CATEGORY.                                  ZBNKCPL2
035200     MOVE 'N' TO WS-OPEN-AT-START.                                ZBNKCPL2
035300     MOVE 'N' TO WS-OPEN-AT-END.                                  ZBNKCPL2
035400     IF CPL-REC-RECEIVED-DATE IS LESS THAN WS-MONTH-START         ZBNKCPL2
035500        IF CPL-STATUS-OPEN OR                                     ZBNKCPL2
035600           CPL-REC-FINAL-DATE IS NOT LESS THAN WS-MONTH-START     ZBNKCPL2
035700           MOVE 'Y' TO WS-OPEN-AT-START                           ZBNKCPL2
035800        END-IF                                                    ZBNKCPL2
035900     END-IF.                                                      ZBNKCPL2
036000     IF CPL-STATUS-OPEN OR                                        ZBNKCPL2
036100        CPL-REC-FINAL-DATE (1:7) IS GREATER THAN WS-MONTH         ZBNKCPL2
036200        MOVE 'Y' TO WS-OPEN-AT-END                                ZBNKCPL2
036300     END-IF.                                                      ZBNKCPL2
036400     IF WS-OPEN-AT-START IS EQUAL TO 'Y'                          ZBNKCPL2
036500        ADD 1 TO WS-CAT-OPEN-START (WS-SUB)                       ZBNKCPL2
036600                 WS-CAT-OPEN-START (9)                            ZBNKCPL2
036700     END-IF.                                                      ZBNKCPL2
036800     IF CPL-REC-RECEIVED-DATE (1:7) IS EQUAL TO WS-MONTH          ZBNKCPL2
036900        ADD 1 TO WS-CAT-RECEIVED (WS-SUB)                         ZBNKCPL2
037000                 WS-CAT-RECEIVED (9)                              ZBNKCPL2
037100     END-IF.                                                      ZBNKCPL2
037200     IF WS-OPEN-AT-END IS EQUAL TO 'Y'                            ZBNKCPL2
037300        ADD 1 TO WS-CAT-OPEN-END (WS-SUB)                         ZBNKCPL2
037400                 WS-CAT-OPEN-END (9)                              ZBNKCPL2
037500     END-IF.                                                      ZBNKCPL2
037600     IF NOT CPL-STATUS-CLOSED OR                                  ZBNKCPL2
037700        CPL-REC-FINAL-DATE (1:7) IS NOT EQUAL TO WS-MONTH         ZBNKCPL2
037800        GO TO COUNT-ONE-COMPLAINT-EXIT                            ZBNKCPL2
037900     END-IF.                                                      ZBNKCPL2
038000     ADD 1 TO WS-CPL-CLOSED-MONTH.                                ZBNKCPL2
038100     ADD 1 TO WS-CAT-CLOSED (WS-SUB)                              ZBNKCPL2
038200              WS-CAT-CLOSED (9).                                  ZBNKCPL2
038300     EVALUATE TRUE                                                ZBNKCPL2
038400       WHEN CPL-OUTCOME-UPHELD                                    ZBNKCPL2
038500          ADD 1 TO WS-CAT-UPHELD (WS-SUB)                         ZBNKCPL2
038600                   WS-CAT-UPHELD (9)                              ZBNKCPL2
038700       WHEN CPL-OUTCOME-PART-UPHELD                               ZBNKCPL2
038800          ADD 1 TO WS-CAT-PART-UPHELD (WS-SUB)                    ZBNKCPL2
038900                   WS-CAT-PART-UPHELD (9)                         ZBNKCPL2
039000       WHEN CPL-OUTCOME-NOT-UPHELD                                ZBNKCPL2
039100          ADD 1 TO WS-CAT-NOT-UPHELD (WS-SUB)                     ZBNKCPL2
039200                   WS-CAT-NOT-UPHELD (9)                          ZBNKCPL2
039300       WHEN OTHER                                                 ZBNKCPL2
039400          ADD 1 TO WS-CAT-WITHDRAWN (WS-SUB)                      ZBNKCPL2
039500                   WS-CAT-WITHDRAWN (9)                           ZBNKCPL2
039600     END-EVALUATE.                                                ZBNKCPL2
039700     IF CPL-REC-FINAL-DATE IS NOT GREATER THAN                    ZBNKCPL2
039800          CPL-REC-FINAL-DUE-DATE                                  ZBNKCPL2
039900        ADD 1 TO WS-CAT-IN-TIME (WS-SUB)                          ZBNKCPL2
040000                 WS-CAT-IN-TIME (9)                               ZBNKCPL2
040100     END-IF.                                                      ZBNKCPL2
040200     ADD CPL-REC-REDRESS-AMOUNT TO WS-CAT-REDRESS (WS-SUB)        ZBNKCPL2
040300                                   WS-CAT-REDRESS (9).            ZBNKCPL2
040400     MOVE 1 TO WS-SUB.                                            ZBNKCPL2
040500     PERFORM FIND-CAUSE                                           ZBNKCPL2
040600       UNTIL WS-SUB IS EQUAL TO 7 OR                              ZBNKCPL2
040700             WS-CAUSE-CODE (WS-SUB) IS EQUAL TO                   ZBNKCPL2
040800               CPL-REC-ROOT-CAUSE.                                ZBNKCPL2
040900     ADD 1 TO WS-CAUSE-COUNT (WS-SUB).                            ZBNKCPL2
041000 COUNT-ONE-COMPLAINT-EXIT.                                        ZBNKCPL2
041100     EXIT.                                                        ZBNKCPL2
041200                                                                  ZBNKCPL2
041300 FIND-CATEGORY.                                                   ZBNKCPL2
041400     ADD 1 TO WS-SUB.                                             ZBNKCPL2
041500                                                                  ZBNKCPL2
041600 FIND-CAUSE.                                                      ZBNKCPL2
041700     ADD 1 TO WS-SUB.                                             ZBNKCPL2
041800                                                                  ZBNKCPL2
041900***************************************************************** ZBNKCPL2
042000* Print the return - one row per category, the total row, then  * ZBNKCPL2
042100* the root cause counts                                         * ZBNKCPL2
042200***************************************************************** ZBNKCPL2
042300 PRINT-RETURN.                                                    ZBNKCPL2
042400     MOVE WS-MONTH TO WS-RPT1-MONTH.                              ZBNKCPL2
042500     MOVE WS-TODAY TO WS-RPT1-DATE.                               ZBNKCPL2
042600     MOVE WS-RPT1 TO PRINTOUT-REC.                                ZBNKCPL2
042700     PERFORM PRINTOUT-PUT.                                        ZBNKCPL2
042800     MOVE WS-RPT4 TO PRINTOUT-REC.                                ZBNKCPL2
042900     PERFORM PRINTOUT-PUT.                                        ZBNKCPL2
043000     MOVE 1 TO WS-SUB.                                            ZBNKCPL2
043100     PERFORM PRINT-CATEGORY-ROW                                   ZBNKCPL2
043200       UNTIL WS-SUB IS GREATER THAN 9.                            ZBNKCPL2
043300     MOVE WS-RPT5 TO PRINTOUT-REC.                                ZBNKCPL2
043400     PERFORM PRINTOUT-PUT.                                        ZBNKCPL2
043500     MOVE 1 TO WS-SUB.                                            ZBNKCPL2
043600     PERFORM PRINT-CAUSE-ROW                                      ZBNKCPL2
043700       UNTIL WS-SUB IS GREATER THAN 7.                            ZBNKCPL2
043800     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKCPL2
043900     PERFORM PRINTOUT-PUT.                                        ZBNKCPL2
044000     MOVE 'Complaints on the register' TO WS-RPT3-DESC.           ZBNKCPL2
044100     MOVE WS-CPL-READ TO WS-RPT3-COUNT.                           ZBNKCPL2
044200     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCPL2
044300     PERFORM PRINTOUT-PUT.                                        ZBNKCPL2
044400                                                                  ZBNKCPL2
044500 PRINT-CATEGORY-ROW.                                              ZBNKCPL2
044600     IF WS-SUB IS EQUAL TO 9                                      ZBNKCPL2
044700        MOVE SPACES TO PRINTOUT-REC                               ZBNKCPL2
044800        PERFORM PRINTOUT-PUT                                      ZBNKCPL2
044900        MOVE 'Total' TO WS-RPT2-CATEGORY                          ZBNKCPL2
045000     ELSE                                                         ZBNKCPL2
045100        MOVE WS-CAT-NAME-DESC (WS-SUB) TO WS-RPT2-CATEGORY        ZBNKCPL2
045200     END-IF.                                                      ZBNKCPL2
045300     MOVE WS-CAT-OPEN-START (WS-SUB) TO WS-RPT2-OPEN-START.       ZBNKCPL2
045400     MOVE WS-CAT-RECEIVED (WS-SUB) TO WS-RPT2-RECEIVED.           ZBNKCPL2
045500     MOVE WS-CAT-CLOSED (WS-SUB) TO WS-RPT2-CLOSED.               ZBNKCPL2
045600     MOVE WS-CAT-UPHELD (WS-SUB) TO WS-RPT2-UPHELD.               ZBNKCPL2
045700     MOVE WS-CAT-PART-UPHELD (WS-SUB) TO WS-RPT2-PART-UPHELD.     ZBNKCPL2
045800     MOVE WS-CAT-NOT-UPHELD (WS-SUB) TO WS-RPT2-NOT-UPHELD.       ZBNKCPL2
045900     MOVE WS-CAT-WITHDRAWN (WS-SUB) TO WS-RPT2-WITHDRAWN.         ZBNKCPL2
046000     MOVE WS-CAT-IN-TIME (WS-SUB) TO WS-RPT2-IN-TIME.             ZBNKCPL2
046100     MOVE WS-CAT-OPEN-END (WS-SUB) TO WS-RPT2-OPEN-END.           ZBNKCPL2
046200     MOVE WS-CAT-REDRESS (WS-SUB) TO WS-RPT2-REDRESS.             ZBNKCPL2
046300     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKCPL2
046400     PERFORM PRINTOUT-PUT.                                        ZBNKCPL2
046500     ADD 1 TO WS-SUB.                                             ZBNKCPL2
046600                                                                  ZBNKCPL2
046700 PRINT-CAUSE-ROW.                                                 ZBNKCPL2
046800     MOVE WS-CAUSE-DESC (WS-SUB) TO WS-RPT3-DESC.                 ZBNKCPL2
046900     MOVE WS-CAUSE-COUNT (WS-SUB) TO WS-RPT3-COUNT.               ZBNKCPL2
047000     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCPL2
047100     PERFORM PRINTOUT-PUT.                                        ZBNKCPL2
047200     ADD 1 TO WS-SUB.                                             ZBNKCPL2
047300                                                                  ZBNKCPL2
047400***************************************************************** ZBNKCPL2
047500* Open the files                                                * ZBNKCPL2
047600***************************************************************** ZBNKCPL2
047700 OPEN-FILES.                                                      ZBNKCPL2
047800     OPEN INPUT BNKCMPL-FILE.                                     ZBNKCPL2
047900     IF WS-BNKCMPL-STATUS IS NOT EQUAL TO '00'                    ZBNKCPL2
048000        MOVE 'BNKCMPL file open failure...'                       ZBNKCPL2
048100          TO WS-CONSOLE-MESSAGE                                   ZBNKCPL2
048200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCPL2
048300        MOVE WS-BNKCMPL-STATUS TO WS-IO-STATUS                    ZBNKCPL2
048400        PERFORM DISPLAY-IO-STATUS                                 ZBNKCPL2
048500        PERFORM ABORT-PROGRAM                                     ZBNKCPL2
048600     END-IF.                                                      ZBNKCPL2
048700     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKCPL2
048800     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCPL2
048900        MOVE 'PRINTOUT file open failure...'                      ZBNKCPL2
049000          TO WS-CONSOLE-MESSAGE                                   ZBNKCPL2
049100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCPL2
049200        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKCPL2
049300        PERFORM DISPLAY-IO-STATUS                                 ZBNKCPL2
049400        PERFORM ABORT-PROGRAM                                     ZBNKCPL2
049500     END-IF.                                                      ZBNKCPL2
049600                                                                  ZBNKCPL2
049700***************************************************************** ZBNKCPL2
049800* Close the files                                               * ZBNKCPL2
049900***************************************************************** ZBNKCPL2
050000 CLOSE-FILES.                                                     ZBNKCPL2
050100     CLOSE BNKCMPL-FILE.                                          ZBNKCPL2
050200     CLOSE PRINTOUT-FILE.                                         ZBNKCPL2
050300                                                                  ZBNKCPL2
050400***************************************************************** ZBNKCPL2
050500* Write a report line                                           * ZBNKCPL2
050600***************************************************************** ZBNKCPL2
050700 PRINTOUT-PUT.                                                    ZBNKCPL2
050800     WRITE PRINTOUT-REC.                                          ZBNKCPL2
050900     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCPL2
051000       MOVE 'PRINTOUT error writing file...'                      ZBNKCPL2
051100         TO WS-CONSOLE-MESSAGE                                    ZBNKCPL2
051200       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKCPL2
051300       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKCPL2
051400       PERFORM DISPLAY-IO-STATUS                                  ZBNKCPL2
051500       PERFORM ABORT-PROGRAM                                      ZBNKCPL2
051600     END-IF.                                                      ZBNKCPL2
051700                                                                  ZBNKCPL2
051800***************************************************************** ZBNKCPL2
051900* Display the file status bytes. This routine will display as   * ZBNKCPL2
052000* two digits if the full two byte file status is numeric. If    * ZBNKCPL2
052100* second byte is non-numeric then it will be treated as a       * ZBNKCPL2
052200* binary number.                                                * ZBNKCPL2
052300***************************************************************** ZBNKCPL2
052400 DISPLAY-IO-STATUS.                                               ZBNKCPL2
052500     IF WS-IO-STATUS NUMERIC                                      ZBNKCPL2
052600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKCPL2
052700        STRING 'File status -' DELIMITED BY SIZE                  ZBNKCPL2
052800               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKCPL2
052900          INTO WS-CONSOLE-MESSAGE                                 ZBNKCPL2
053000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCPL2
053100     ELSE                                                         ZBNKCPL2
053200        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKCPL2
053300        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKCPL2
053400        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKCPL2
053500        STRING 'File status -' DELIMITED BY SIZE                  ZBNKCPL2
053600               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKCPL2
053700               '/' DELIMITED BY SIZE                              ZBNKCPL2
053800               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKCPL2
053900          INTO WS-CONSOLE-MESSAGE                                 ZBNKCPL2
054000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCPL2
054100     END-IF.                                                      ZBNKCPL2
054200                                                                  ZBNKCPL2
054300***************************************************************** ZBNKCPL2
054400* 'ABORT' the program.                                          * ZBNKCPL2
054500* Post a message to the console and issue a STOP RUN            * ZBNKCPL2
054600***************************************************************** ZBNKCPL2
054700 ABORT-PROGRAM.                                                   ZBNKCPL2
054800     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKCPL2
054900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCPL2
055000     END-IF.                                                      ZBNKCPL2
055100     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKCPL2
055200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCPL2
055300     MOVE 16 TO RETURN-CODE.                                      ZBNKCPL2
055400     STOP RUN.                                                    ZBNKCPL2
055500                                                                  ZBNKCPL2
055600***************************************************************** ZBNKCPL2
055700* Display CONSOLE messages...                                   * ZBNKCPL2
055800***************************************************************** ZBNKCPL2
055900 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKCPL2
056000     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKCPL2
056100       UPON CONSOLE.                                              ZBNKCPL2
056200     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKCPL2
056300                                                                  ZBNKCPL2
056400 COPY CTIMERP.                                                    ZBNKCPL2
056500                                                                  ZBNKCPL2
056600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKCPL2
