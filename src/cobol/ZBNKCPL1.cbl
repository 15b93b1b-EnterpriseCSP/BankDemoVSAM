000100***************************************************************** ZBNKCPL1
000200*                                                               * ZBNKCPL1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKCPL1
000400*   This demonstration program is provided for use by users     * ZBNKCPL1
000500*   of Micro Focus products and may be used, modified and       * ZBNKCPL1
000600*   distributed as part of your application provided that       * ZBNKCPL1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKCPL1
000800*   in this material.                                           * ZBNKCPL1
000900*                                                               * ZBNKCPL1
001000***************************************************************** ZBNKCPL1
001100                                                                  ZBNKCPL1
001200***************************************************************** ZBNKCPL1
001300* Program:     ZBNKCPL1.CBL                                     * ZBNKCPL1
001400* Function:    Weekly open complaints report.  Lists every      * ZBNKCPL1
001500*              complaint on BNKCMPL that has not had its final  * ZBNKCPL1
001600*              response, with its owner, its acknowledgment and * ZBNKCPL1
001700*              final response deadlines and the days left to    * ZBNKCPL1
001800*              the final response, and flags those past either  * ZBNKCPL1
001900*              deadline or with the final response due inside   * ZBNKCPL1
002000*              the warning window (LK-EXEC-PARM-DATA, in days,  * ZBNKCPL1
002100*              default 14).  Return code 4 if any complaint is  * ZBNKCPL1
002200*              past a deadline.                                 * ZBNKCPL1
002300***************************************************************** ZBNKCPL1
002400                                                                  ZBNKCPL1
002500 IDENTIFICATION DIVISION.                                         ZBNKCPL1
002600 PROGRAM-ID.                                                      ZBNKCPL1
002700     ZBNKCPL1.                                                    ZBNKCPL1
002800 DATE-WRITTEN.                                                    ZBNKCPL1
002900     October 2026.                                                ZBNKCPL1
003000 DATE-COMPILED.                                                   ZBNKCPL1
003100     Today.                                                       ZBNKCPL1
003200                                                                  ZBNKCPL1
003300 ENVIRONMENT DIVISION.                                            ZBNKCPL1
003400 INPUT-OUTPUT   SECTION.                                          ZBNKCPL1
003500   FILE-CONTROL.                                                  ZBNKCPL1
003600     SELECT BNKCMPL-FILE                                          ZBNKCPL1
003700            ASSIGN       TO BNKCMPL                               ZBNKCPL1
003800            ORGANIZATION IS INDEXED                               ZBNKCPL1
003900            ACCESS MODE  IS DYNAMIC                               ZBNKCPL1
004000            RECORD KEY   IS CPL-KEY                               ZBNKCPL1
004100            FILE STATUS  IS WS-BNKCMPL-STATUS.                    ZBNKCPL1
004200     SELECT PRINTOUT-FILE                                         ZBNKCPL1
004300            ASSIGN       TO PRINTOUT                              ZBNKCPL1
004400            ORGANIZATION IS SEQUENTIAL                            ZBNKCPL1
004500            ACCESS MODE  IS SEQUENTIAL                            ZBNKCPL1
004600            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKCPL1
004700                                                                  ZBNKCPL1
004800 DATA DIVISION.                                                   ZBNKCPL1
004900 FILE SECTION.                                                    ZBNKCPL1
005000                                                                  ZBNKCPL1
005100 FD  BNKCMPL-FILE.                                                ZBNKCPL1
005200 01  BNKCMPL-REC.                                                 ZBNKCPL1
005300 COPY CBANKVCP.                                                   ZBNKCPL1
005400                                                                  ZBNKCPL1
005500 FD  PRINTOUT-FILE.                                               ZBNKCPL1
005600 01  PRINTOUT-REC                        PIC X(121).              ZBNKCPL1
005700                                                                  ZBNKCPL1
005800 WORKING-STORAGE SECTION.                                         ZBNKCPL1
005900 COPY CTIMERD.                                                    ZBNKCPL1
006000                                                                  ZBNKCPL1
006100 COPY CTSTAMPD.                                                   ZBNKCPL1
006200                                                                  ZBNKCPL1
006300 01  WS-MISC-STORAGE.                                             ZBNKCPL1
006400   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKCPL1
006500       VALUE 'ZBNKCPL1'.                                          ZBNKCPL1
006600   05  WS-BNKCMPL-STATUS.                                         ZBNKCPL1
006700     10  WS-BNKCMPL-STAT1                    PIC X(1).            ZBNKCPL1
006800     10  WS-BNKCMPL-STAT2                    PIC X(1).            ZBNKCPL1
006900   05  WS-PRINTOUT-STATUS.                                        ZBNKCPL1
007000     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKCPL1
007100     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKCPL1
007200   05  WS-IO-STATUS.                                              ZBNKCPL1
007300     10  WS-IO-STAT1                         PIC X(1).            ZBNKCPL1
007400     10  WS-IO-STAT2                         PIC X(1).            ZBNKCPL1
007500   05  WS-TWO-BYTES.                                              ZBNKCPL1
007600     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKCPL1
007700     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKCPL1
007800   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKCPL1
007900                                             PIC 9(1) COMP.       ZBNKCPL1
008000   05  WS-END-OF-FILE                        PIC X(3)             ZBNKCPL1
008100       VALUE 'NO '.                                               ZBNKCPL1
008200   05  WS-TODAY                              PIC X(10).           ZBNKCPL1
008300   05  WS-TODAY-INT                          PIC 9(7).            ZBNKCPL1
008400   05  WS-DUE-YYYYMMDD                       PIC 9(8).            ZBNKCPL1
008500   05  WS-DUE-YYYYMMDD-X REDEFINES WS-DUE-YYYYMMDD.               ZBNKCPL1
008600     10  WS-DUE-YYYY                         PIC X(4).            ZBNKCPL1
008700     10  WS-DUE-MM                           PIC X(2).            ZBNKCPL1
008800     10  WS-DUE-DD                           PIC X(2).            ZBNKCPL1
008900   05  WS-DAYS-LEFT                          PIC S9(5) COMP-3.    ZBNKCPL1
009000   05  WS-ACK-DAYS-LEFT                      PIC S9(5) COMP-3.    ZBNKCPL1
009100   05  WS-ANY-OVERDUE                        PIC X(1)             ZBNKCPL1
009200       VALUE 'N'.                                                 ZBNKCPL1
009300   05  WS-CONSOLE-MESSAGE                    PIC X(60).           ZBNKCPL1
009400                                                                  ZBNKCPL1
009500 01  WS-COUNTERS.                                                 ZBNKCPL1
009600   05  WS-CPL-READ                           PIC 9(7)             ZBNKCPL1
009700       VALUE ZERO.                                                ZBNKCPL1
009800   05  WS-CPL-OPEN                           PIC 9(7)             ZBNKCPL1
009900       VALUE ZERO.                                                ZBNKCPL1
010000   05  WS-CPL-NOT-ACKED                      PIC 9(7)             ZBNKCPL1
010100       VALUE ZERO.                                                ZBNKCPL1
010200   05  WS-CPL-ACK-OVERDUE                    PIC 9(7)             ZBNKCPL1
010300       VALUE ZERO.                                                ZBNKCPL1
010400   05  WS-CPL-FINAL-OVERDUE                  PIC 9(7)             ZBNKCPL1
010500       VALUE ZERO.                                                ZBNKCPL1
010600   05  WS-CPL-DUE-SOON                       PIC 9(7)             ZBNKCPL1
010700       VALUE ZERO.                                                ZBNKCPL1
010800   05  WS-CPL-ON-TRACK                       PIC 9(7)             ZBNKCPL1
010900       VALUE ZERO.                                                ZBNKCPL1
011000                                                                  ZBNKCPL1
011100 01  WS-PARM-WORK.                                                ZBNKCPL1
011200   05  WS-WARN-DAYS                          PIC 9(3)             ZBNKCPL1
011300       VALUE 14.                                                  ZBNKCPL1
011400                                                                  ZBNKCPL1
011500***************************************************************** ZBNKCPL1
011600* Open complaints report                                        * ZBNKCPL1
011700***************************************************************** ZBNKCPL1
011800 01  WS-REPORT-LINES.                                             ZBNKCPL1
011900   05  WS-RPT1.                                                   ZBNKCPL1
012000     10  WS-RPT1-CC                          PIC X(1)             ZBNKCPL1
012100         VALUE '1'.                                               ZBNKCPL1
012200     10  FILLER                              PIC X(20)            ZBNKCPL1
012300         VALUE SPACES.                                            ZBNKCPL1
012400     10  WS-RPT1-HEAD                        PIC X(40)            ZBNKCPL1
012500         VALUE 'Open Complaints Against Their Deadlines'.         ZBNKCPL1
012600     10  WS-RPT1-DATE                        PIC X(10).           ZBNKCPL1
012700   05  WS-RPT4.                                                   ZBNKCPL1
012800     10  WS-RPT4-CC                          PIC X(1)             ZBNKCPL1
012900         VALUE '0'.                                               ZBNKCPL1
013000     10  FILLER                              PIC X(16)            ZBNKCPL1
013100         VALUE 'Complaint'.                                       ZBNKCPL1
013200     10  FILLER                              PIC X(7)             ZBNKCPL1
013300         VALUE 'PID'.                                             ZBNKCPL1
013400     10  FILLER                              PIC X(4)             ZBNKCPL1
013500         VALUE 'Cat'.                                             ZBNKCPL1
013600     10  FILLER                              PIC X(10)            ZBNKCPL1
013700         VALUE 'Owner'.                                           ZBNKCPL1
013800     10  FILLER                              PIC X(12)            ZBNKCPL1
013900         VALUE 'Received'.                                        ZBNKCPL1
014000     10  FILLER                              PIC X(12)            ZBNKCPL1
014100         VALUE 'Ack due'.                                         ZBNKCPL1
014200     10  FILLER                              PIC X(12)            ZBNKCPL1
014300         VALUE 'Acked'.                                           ZBNKCPL1
014400     10  FILLER                              PIC X(12)            ZBNKCPL1
014500         VALUE 'Final due'.                                       ZBNKCPL1
014600     10  FILLER                              PIC X(10)            ZBNKCPL1
014700         VALUE 'Days left'.                                       ZBNKCPL1
014800     10  FILLER                              PIC X(24)            ZBNKCPL1
014900         VALUE 'Action'.                                          ZBNKCPL1
015000   05  WS-RPT2.                                                   ZBNKCPL1
015100     10  WS-RPT2-CC                          PIC X(1)             ZBNKCPL1
015200         VALUE ' '.                                               ZBNKCPL1
015300     10  WS-RPT2-ID                          PIC X(16).           ZBNKCPL1
015400     10  WS-RPT2-PID                         PIC X(7).            ZBNKCPL1
015500     10  WS-RPT2-CATEGORY                    PIC X(4).            ZBNKCPL1
015600     10  WS-RPT2-OWNER                       PIC X(10).           ZBNKCPL1
015700     10  WS-RPT2-RECEIVED                    PIC X(12).           ZBNKCPL1
015800     10  WS-RPT2-ACK-DUE                     PIC X(12).           ZBNKCPL1
015900     10  WS-RPT2-ACKED                       PIC X(12).           ZBNKCPL1
016000     10  WS-RPT2-FINAL-DUE                   PIC X(12).           ZBNKCPL1
016100     10  WS-RPT2-DAYS-LEFT                   PIC ZZZZ9-.          ZBNKCPL1
016200     10  FILLER                              PIC X(4).            ZBNKCPL1
016300     10  WS-RPT2-WHAT                        PIC X(24).           ZBNKCPL1
016400   05  WS-RPT3.                                                   ZBNKCPL1
016500     10  WS-RPT3-CC                          PIC X(1)             ZBNKCPL1
016600         VALUE ' '.                                               ZBNKCPL1
016700     10  WS-RPT3-DESC                        PIC X(40).           ZBNKCPL1
016800     10  WS-RPT3-COUNT                       PIC ZZZZZZ9.         ZBNKCPL1
016900                                                                  ZBNKCPL1
017000 LINKAGE SECTION.                                                 ZBNKCPL1
017100 01  LK-EXEC-PARM.                                                ZBNKCPL1
017200   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKCPL1
017300   05  LK-EXEC-PARM-DATA                     PIC X(12).           ZBNKCPL1
017400                                                                  ZBNKCPL1
017500 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKCPL1
017600                                                                  ZBNKCPL1
017700     PERFORM RUN-TIME.                                            ZBNKCPL1
017800                                                                  ZBNKCPL1
017900     MOVE 'Open complaints report starting'                       ZBNKCPL1
018000       TO WS-CONSOLE-MESSAGE.                                     ZBNKCPL1
018100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCPL1
018200                                                                  ZBNKCPL1
018300     IF LK-EXEC-PARM-LL IS EQUAL TO ZERO                          ZBNKCPL1
018400        MOVE 'No exec parm - defaulting warning window'           ZBNKCPL1
018500          TO WS-CONSOLE-MESSAGE                                   ZBNKCPL1
018600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCPL1
018700     ELSE                                                         ZBNKCPL1
018800        MOVE LK-EXEC-PARM-DATA (1:LK-EXEC-PARM-LL)                ZBNKCPL1
018900          TO WS-WARN-DAYS                                         ZBNKCPL1
019000     END-IF.                                                      ZBNKCPL1
019100                                                                  ZBNKCPL1
019200 COPY CTSTAMPP.                                                   ZBNKCPL1
019300                                                                  ZBNKCPL1
019400     MOVE WS-TS-DATE TO WS-TODAY.                                 ZBNKCPL1
019500     COMPUTE WS-TODAY-INT =                                       ZBNKCPL1
019600       FUNCTION INTEGER-OF-DATE (WS-ACCEPT-DATE).                 ZBNKCPL1
019700                                                                  ZBNKCPL1
019800     PERFORM OPEN-FILES.                                          ZBNKCPL1
019900     PERFORM PRINT-REPORT-HEADER.                                 ZBNKCPL1
020000                                                                  ZBNKCPL1
020100     MOVE LOW-VALUES TO CPL-KEY.                                  ZBNKCPL1
020200     START BNKCMPL-FILE KEY GREATER THAN CPL-KEY.                 ZBNKCPL1
020300     IF WS-BNKCMPL-STATUS IS NOT EQUAL TO '00'                    ZBNKCPL1
020400        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKCPL1
020500     END-IF.                                                      ZBNKCPL1
020600                                                                  ZBNKCPL1
020700     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKCPL1
020800        READ BNKCMPL-FILE NEXT RECORD                             ZBNKCPL1
020900        IF WS-BNKCMPL-STATUS IS EQUAL TO '10'                     ZBNKCPL1
021000           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKCPL1
021100        ELSE                                                      ZBNKCPL1
021200           IF WS-BNKCMPL-STATUS IS NOT EQUAL TO '00'              ZBNKCPL1
021300              MOVE 'BNKCMPL read error during scan'               ZBNKCPL1
021400                TO WS-CONSOLE-MESSAGE                             ZBNKCPL1
021500              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKCPL1
021600              MOVE WS-BNKCMPL-STATUS TO WS-IO-STATUS              ZBNKCPL1
021700              PERFORM DISPLAY-IO-STATUS                           ZBNKCPL1
021800              PERFORM ABORT-PROGRAM                               ZBNKCPL1
021900           ELSE                                                   ZBNKCPL1
022000              ADD 1 TO WS-CPL-READ                                ZBNKCPL1
022100              PERFORM PROCESS-ONE-COMPLAINT THRU                  ZBNKCPL1
022200                      PROCESS-ONE-COMPLAINT-EXIT                  ZBNKCPL1
022300           END-IF                                                 ZBNKCPL1
022400        END-IF                                                    ZBNKCPL1
022500     END-PERFORM.                                                 ZBNKCPL1
022600                                                                  ZBNKCPL1
022700     PERFORM PRINT-REPORT-TOTALS.                                 ZBNKCPL1
022800     PERFORM CLOSE-FILES.                                         ZBNKCPL1
022900                                                                  ZBNKCPL1
023000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKCPL1
023100     STRING WS-CPL-OPEN DELIMITED BY SIZE                         ZBNKCPL1
023200            ' open, ' DELIMITED BY SIZE                           ZBNKCPL1
023300            WS-CPL-FINAL-OVERDUE DELIMITED BY SIZE                ZBNKCPL1
023400            ' past final response date' DELIMITED BY SIZE         ZBNKCPL1
023500       INTO WS-CONSOLE-MESSAGE.                                   ZBNKCPL1
023600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCPL1
023700     MOVE 'End Of Job'                                            ZBNKCPL1
023800       TO WS-CONSOLE-MESSAGE.                                     ZBNKCPL1
023900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCPL1
024000                                                                  ZBNKCPL1
024100     PERFORM RUN-TIME.                                            ZBNKCPL1
024200                                                                  ZBNKCPL1
024300     IF WS-ANY-OVERDUE IS EQUAL TO 'Y'                            ZBNKCPL1
024400        MOVE 4 TO RETURN-CODE                                     ZBNKCPL1
024500     ELSE                                                         ZBNKCPL1
024600        MOVE 0 TO RETURN-CODE                                     ZBNKCPL1
024700     END-IF.                                                      ZBNKCPL1
024800                                                                  ZBNKCPL1
024900     GOBACK.                                                      ZBNKCPL1
025000                                                                  ZBNKCPL1
025100***************************************************************** ZBNKCPL1
025200* One complaint - an open one is listed with the days left to   * ZBNKCPL1
025300* its final response and what needs doing                       * ZBNKCPL1
025400***************************************************************** ZBNKCPL1
025500 PROCESS-ONE-COMPLAINT.                                           ZBNKCPL1
025600     IF NOT CPL-STATUS-OPEN                                       ZBNKCPL1
025700        GO TO PROCESS-ONE-COMPLAINT-EXIT                          ZBNKCPL1
025800     END-IF.                                                      ZBNKCPL1
025900     ADD 1 TO WS-CPL-OPEN.                                        ZBNKCPL1
026000     MOVE CPL-REC-FINAL-DUE-DATE (1:4) TO WS-DUE-YYYY.            ZBNKCPL1
026100     MOVE CPL-REC-FINAL-DUE-DATE (6:2) TO WS-DUE-MM.              ZBNKCPL1
026200     MOVE CPL-REC-FINAL-DUE-DATE (9:2) TO WS-DUE-DD.              ZBNKCPL1
026300     IF WS-DUE-YYYYMMDD-X IS NOT NUMERIC                          ZBNKCPL1
026400        MOVE ZERO TO WS-DAYS-LEFT                                 ZBNKCPL1
026500     ELSE                                                         ZBNKCPL1
026600        COMPUTE WS-DAYS-LEFT =                                    ZBNKCPL1
026700          FUNCTION INTEGER-OF-DATE (WS-DUE-YYYYMMDD)              ZBNKCPL1
026800            - WS-TODAY-INT                                        ZBNKCPL1
026900     END-IF.                                                      ZBNKCPL1
027000     MOVE ZERO TO WS-ACK-DAYS-LEFT.                               ZBNKCPL1
027100     IF CPL-REC-ACK-DATE IS EQUAL TO SPACES                       ZBNKCPL1
027200        ADD 1 TO WS-CPL-NOT-ACKED                                 ZBNKCPL1
027300        MOVE CPL-REC-ACK-DUE-DATE (1:4) TO WS-DUE-YYYY            ZBNKCPL1
027400        MOVE CPL-REC-ACK-DUE-DATE (6:2) TO WS-DUE-MM              ZBNKCPL1
027500        MOVE CPL-REC-ACK-DUE-DATE (9:2) TO WS-DUE-DD              ZBNKCPL1
027600        IF WS-DUE-YYYYMMDD-X IS NUMERIC                           ZBNKCPL1
027700           COMPUTE WS-ACK-DAYS-LEFT =                             ZBNKCPL1
027800             FUNCTION INTEGER-OF-DATE (WS-DUE-YYYYMMDD)           ZBNKCPL1
027900               - WS-TODAY-INT                                     ZBNKCPL1
028000        END-IF                                                    ZBNKCPL1
028100     END-IF.                                                      ZBNKCPL1
028200     MOVE SPACES TO WS-RPT2.                                      ZBNKCPL1
028300     MOVE CPL-REC-ID TO WS-RPT2-ID.                               ZBNKCPL1
028400     MOVE CPL-REC-PID TO WS-RPT2-PID.                             ZBNKCPL1
028500     MOVE CPL-REC-CATEGORY TO WS-RPT2-CATEGORY.                   ZBNKCPL1
028600     MOVE CPL-REC-OWNER TO WS-RPT2-OWNER.                         ZBNKCPL1
028700     MOVE CPL-REC-RECEIVED-DATE TO WS-RPT2-RECEIVED.              ZBNKCPL1
028800     MOVE CPL-REC-ACK-DUE-DATE TO WS-RPT2-ACK-DUE.                ZBNKCPL1
028900     MOVE CPL-REC-ACK-DATE TO WS-RPT2-ACKED.                      ZBNKCPL1
029000     MOVE CPL-REC-FINAL-DUE-DATE TO WS-RPT2-FINAL-DUE.            ZBNKCPL1
029100     MOVE WS-DAYS-LEFT TO WS-RPT2-DAYS-LEFT.                      ZBNKCPL1
029200     EVALUATE TRUE                                                ZBNKCPL1
029300       WHEN WS-DAYS-LEFT IS LESS THAN ZERO                        ZBNKCPL1
029400          ADD 1 TO WS-CPL-FINAL-OVERDUE                           ZBNKCPL1
029500          MOVE 'Y' TO WS-ANY-OVERDUE                              ZBNKCPL1
029600          MOVE 'OVERDUE - final response' TO WS-RPT2-WHAT         ZBNKCPL1
029700       WHEN CPL-REC-ACK-DATE IS EQUAL TO SPACES AND               ZBNKCPL1
029800            WS-ACK-DAYS-LEFT IS LESS THAN ZERO                    ZBNKCPL1
029900          ADD 1 TO WS-CPL-ACK-OVERDUE                             ZBNKCPL1
030000          MOVE 'Y' TO WS-ANY-OVERDUE                              ZBNKCPL1
030100          MOVE 'OVERDUE - acknowledgment' TO WS-RPT2-WHAT         ZBNKCPL1
030200       WHEN WS-DAYS-LEFT IS NOT GREATER THAN WS-WARN-DAYS         ZBNKCPL1
030300          ADD 1 TO WS-CPL-DUE-SOON                                ZBNKCPL1
030400          MOVE 'Final response due soon' TO WS-RPT2-WHAT          ZBNKCPL1
030500       WHEN CPL-REC-ACK-DATE IS EQUAL TO SPACES                   ZBNKCPL1
030600          ADD 1 TO WS-CPL-ON-TRACK                                ZBNKCPL1
030700          MOVE 'Acknowledge' TO WS-RPT2-WHAT                      ZBNKCPL1
030800       WHEN OTHER                                                 ZBNKCPL1
030900          ADD 1 TO WS-CPL-ON-TRACK                                ZBNKCPL1
031000          MOVE 'On track' TO WS-RPT2-WHAT                         ZBNKCPL1
031100     END-EVALUATE.                                                ZBNKCPL1
031200     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKCPL1
031300     PERFORM PRINTOUT-PUT.                                        ZBNKCPL1
031400 PROCESS-ONE-COMPLAINT-EXIT.                                      ZBNKCPL1
031500     EXIT.                                                        ZBNKCPL1
031600                                                                  ZBNKCPL1
031700***************************************************************** ZBNKCPL1
031800* Report heading                                                * ZBNKCPL1
031900***************************************************************** ZBNKCPL1
032000 PRINT-REPORT-HEADER.                                             ZBNKCPL1
032100     MOVE WS-TODAY TO WS-RPT1-DATE.                               ZBNKCPL1
032200     MOVE WS-RPT1 TO PRINTOUT-REC.                                ZBNKCPL1
032300     PERFORM PRINTOUT-PUT.                                        ZBNKCPL1
032400     MOVE WS-RPT4 TO PRINTOUT-REC.                                ZBNKCPL1
032500     PERFORM PRINTOUT-PUT.                                        ZBNKCPL1
032600                                                                  ZBNKCPL1
032700***************************************************************** ZBNKCPL1
032800* Report totals                                                 * ZBNKCPL1
032900***************************************************************** ZBNKCPL1
033000 PRINT-REPORT-TOTALS.                                             ZBNKCPL1
033100     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKCPL1
033200     PERFORM PRINTOUT-PUT.                                        ZBNKCPL1
033300     MOVE 'Complaints on the register' TO WS-RPT3-DESC.           ZBNKCPL1
033400     MOVE WS-CPL-READ TO WS-RPT3-COUNT.                           ZBNKCPL1
033500     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCPL1
033600     PERFORM PRINTOUT-PUT.                                        ZBNKCPL1
033700     MOVE 'Open complaints' TO WS-RPT3-DESC.                      ZBNKCPL1
033800     MOVE WS-CPL-OPEN TO WS-RPT3-COUNT.                           ZBNKCPL1
033900     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCPL1
034000     PERFORM PRINTOUT-PUT.                                        ZBNKCPL1
034100     MOVE '  not yet acknowledged' TO WS-RPT3-DESC.               ZBNKCPL1
034200     MOVE WS-CPL-NOT-ACKED TO WS-RPT3-COUNT.                      ZBNKCPL1
034300     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCPL1
034400     PERFORM PRINTOUT-PUT.                                        ZBNKCPL1
034500     MOVE '  past the final response date' TO WS-RPT3-DESC.       ZBNKCPL1
034600     MOVE WS-CPL-FINAL-OVERDUE TO WS-RPT3-COUNT.                  ZBNKCPL1
034700     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCPL1
034800     PERFORM PRINTOUT-PUT.                                        ZBNKCPL1
034900     MOVE '  past the acknowledgment date' TO WS-RPT3-DESC.       ZBNKCPL1
035000     MOVE WS-CPL-ACK-OVERDUE TO WS-RPT3-COUNT.                    ZBNKCPL1
035100     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCPL1
035200     PERFORM PRINTOUT-PUT.                                        ZBNKCPL1
035300     MOVE '  final response due within window'                    ZBNKCPL1
035400       TO WS-RPT3-DESC.                                           ZBNKCPL1
035500     MOVE WS-CPL-DUE-SOON TO WS-RPT3-COUNT.                       ZBNKCPL1
035600     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCPL1
035700     PERFORM PRINTOUT-PUT.                                        ZBNKCPL1
035800     MOVE '  on track' TO WS-RPT3-DESC.                           ZBNKCPL1
035900     MOVE WS-CPL-ON-TRACK TO WS-RPT3-COUNT.                       ZBNKCPL1
036000     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCPL1
036100     PERFORM PRINTOUT-PUT.                                        ZBNKCPL1
036200                                                                  ZBNKCPL1
036300***************************************************************** ZBNKCPL1
036400* Open the files                                                * ZBNKCPL1
036500***************************************************************** ZBNKCPL1
036600 OPEN-FILES.                                                      ZBNKCPL1
036700     OPEN INPUT BNKCMPL-FILE.                                     ZBNKCPL1
036800     IF WS-BNKCMPL-STATUS IS NOT EQUAL TO '00'                    ZBNKCPL1
036900        MOVE 'BNKCMPL file open failure...'                       ZBNKCPL1
037000          TO WS-CONSOLE-MESSAGE                                   ZBNKCPL1
037100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCPL1
037200        MOVE WS-BNKCMPL-STATUS TO WS-IO-STATUS                    ZBNKCPL1
037300        PERFORM DISPLAY-IO-STATUS                                 ZBNKCPL1
037400        PERFORM ABORT-PROGRAM                                     ZBNKCPL1
037500     END-IF.                                                      ZBNKCPL1
037600     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKCPL1
037700     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCPL1
037800        MOVE 'PRINTOUT file open failure...'                      ZBNKCPL1
037900          TO WS-CONSOLE-MESSAGE                                   ZBNKCPL1
038000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCPL1
038100        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKCPL1
038200        PERFORM DISPLAY-IO-STATUS                                 ZBNKCPL1
038300        PERFORM ABORT-PROGRAM                                     ZBNKCPL1
038400     END-IF.                                                      ZBNKCPL1
038500                                                                  ZBNKCPL1
038600***************************************************************** ZBNKCPL1
038700* Close the files                                               * ZBNKCPL1
038800***************************************************************** ZBNKCPL1
038900 CLOSE-FILES.                                                     ZBNKCPL1
039000     CLOSE BNKCMPL-FILE.                                          ZBNKCPL1
039100     CLOSE PRINTOUT-FILE.                                         ZBNKCPL1
039200                                                                  ZBNKCPL1
039300***************************************************************** ZBNKCPL1
039400* Write a report line                                           * ZBNKCPL1
039500***************************************************************** ZBNKCPL1
039600 PRINTOUT-PUT.                                                    ZBNKCPL1
039700     WRITE PRINTOUT-REC.                                          ZBNKCPL1
039800     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCPL1
039900       MOVE 'PRINTOUT error writing file...'                      ZBNKCPL1
040000         TO WS-CONSOLE-MESSAGE                                    ZBNKCPL1
040100       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKCPL1
040200       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKCPL1
040300       PERFORM DISPLAY-IO-STATUS                                  ZBNKCPL1
040400       PERFORM ABORT-PROGRAM                                      ZBNKCPL1
040500     END-IF.                                                      ZBNKCPL1
040600                                                                  ZBNKCPL1
040700***************************************************************** ZBNKCPL1
040800* Display the file status bytes. This routine will display as   * ZBNKCPL1
040900* two digits if the full two byte file status is numeric. If    * ZBNKCPL1
041000* second byte is non-numeric then it will be treated as a       * ZBNKCPL1
041100* binary number.                                                * ZBNKCPL1
041200***************************************************************** ZBNKCPL1
041300 DISPLAY-IO-STATUS.                                               ZBNKCPL1
041400     IF WS-IO-STATUS NUMERIC                                      ZBNKCPL1
041500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKCPL1
041600        STRING 'File status -' DELIMITED BY SIZE                  ZBNKCPL1
041700               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKCPL1
041800          INTO WS-CONSOLE-MESSAGE                                 ZBNKCPL1
041900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCPL1
042000     ELSE                                                         ZBNKCPL1
042100        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKCPL1
042200        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKCPL1
042300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKCPL1
042400        STRING 'File status -' DELIMITED BY SIZE                  ZBNKCPL1
042500               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKCPL1
042600               '/' DELIMITED BY SIZE                              ZBNKCPL1
042700               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKCPL1
042800          INTO WS-CONSOLE-MESSAGE                                 ZBNKCPL1
042900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCPL1
043000     END-IF.                                                      ZBNKCPL1
043100                                                                  ZBNKCPL1
043200***************************************************************** ZBNKCPL1
043300* 'ABORT' the program.                                          * ZBNKCPL1
043400* Post a message to the console and issue a STOP RUN            * ZBNKCPL1
043500***************************************************************** ZBNKCPL1
043600 ABORT-PROGRAM.                                                   ZBNKCPL1
043700     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKCPL1
043800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCPL1
043900     END-IF.                                                      ZBNKCPL1
044000     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKCPL1
044100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCPL1
044200     MOVE 16 TO RETURN-CODE.                                      ZBNKCPL1
044300     STOP RUN.                                                    ZBNKCPL1
044400                                                                  ZBNKCPL1
044500***************************************************************** ZBNKCPL1
044600* Display CONSOLE messages...                                   * ZBNKCPL1
044700***************************************************************** ZBNKCPL1
044800 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKCPL1
044900     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKCPL1
045000       UPON CONSOLE.                                              ZBNKCPL1
045100     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKCPL1
045200                                                                  ZBNKCPL1
045300 COPY CTIMERP.                                                    ZBNKCPL1
045400                                                                  ZBNKCPL1
045500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKCPL1
