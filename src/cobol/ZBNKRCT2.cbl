000100***************************************************************** ZBNKRCT2
000200*                                                               * ZBNKRCT2
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKRCT2
000400*   This demonstration program is provided for use by users     * ZBNKRCT2
000500*   of Micro Focus products and may be used, modified and       * ZBNKRCT2
000600*   distributed as part of your application provided that       * ZBNKRCT2
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKRCT2
000800*   in this material.                                           * ZBNKRCT2
000900*                                                               * ZBNKRCT2
001000***************************************************************** ZBNKRCT2
001100                                                                  ZBNKRCT2
001200                                                                  ZBNKRCT2
001300***************************************************************** ZBNKRCT2
001400* Program:     ZBNKRCT2.CBL                                     * ZBNKRCT2
001500* Function:    Quarterly staff access recertification - closes  * ZBNKRCT2
001600*              a cycle and prints the audit evidence.  Once the * ZBNKRCT2
001700*              deadline has passed, every BNKRCRT row of the    * ZBNKRCT2
001800*              cycle still pending is marked expired and the    * ZBNKRCT2
001900*              user's BNKSTAF row is deactivated, with the      * ZBNKRCT2
002000*              before and after images written to the BNKRAUD   * ZBNKRCT2
002100*              change audit as for any other staff change.      * ZBNKRCT2
002200*              The evidence report lists every user of the      * ZBNKRCT2
002300*              cycle with the reviewer, the decision, who made  * ZBNKRCT2
002400*              it and when, and whether the user was            * ZBNKRCT2
002500*              deactivated, with totals.  Run before the        * ZBNKRCT2
002600*              deadline it reports progress and changes         * ZBNKRCT2
002700*              nothing.  The optional exec parm                 * ZBNKRCT2
002800*              (LK-EXEC-PARM-DATA) is the cycle in YYYY-MM-DD   * ZBNKRCT2
002900*              form; the default is the current cycle on the    * ZBNKRCT2
003000*              SYSTEM/RECERT row of BNKCTL.  Return code 4 if   * ZBNKRCT2
003100*              any user was deactivated for want of a decision. * ZBNKRCT2
003200***************************************************************** ZBNKRCT2
003300                                                                  ZBNKRCT2
003400 IDENTIFICATION DIVISION.                                         ZBNKRCT2
003500 PROGRAM-ID.                                                      ZBNKRCT2
003600     ZBNKRCT2.                                                    ZBNKRCT2
003700 DATE-WRITTEN.                                                    ZBNKRCT2
003800     October 2026.                                                ZBNKRCT2
003900 DATE-COMPILED.                                                   ZBNKRCT2
004000     Today.                                                       ZBNKRCT2
004100                                                                  ZBNKRCT2
004200 ENVIRONMENT DIVISION.                                            ZBNKRCT2
004300 INPUT-OUTPUT   SECTION.                                          ZBNKRCT2
004400   FILE-CONTROL.                                                  ZBNKRCT2
004500     SELECT BNKRCRT-FILE                                          ZBNKRCT2
004600            ASSIGN       TO BNKRCRT                               ZBNKRCT2
004700            ORGANIZATION IS INDEXED                               ZBNKRCT2
004800            ACCESS MODE  IS DYNAMIC                               ZBNKRCT2
004900            RECORD KEY   IS RCT-KEY                               ZBNKRCT2
005000            FILE STATUS  IS WS-BNKRCRT-STATUS.                    ZBNKRCT2
005100     SELECT BNKSTAF-FILE                                          ZBNKRCT2
005200            ASSIGN       TO BNKSTAF                               ZBNKRCT2
005300            ORGANIZATION IS INDEXED                               ZBNKRCT2
005400            ACCESS MODE  IS RANDOM                                ZBNKRCT2
005500            RECORD KEY   IS STF-KEY                               ZBNKRCT2
005600            FILE STATUS  IS WS-BNKSTAF-STATUS.                    ZBNKRCT2
005700     SELECT BNKRAUD-FILE                                          ZBNKRCT2
005800            ASSIGN       TO BNKRAUD                               ZBNKRCT2
005900            ORGANIZATION IS INDEXED                               ZBNKRCT2
006000            ACCESS MODE  IS RANDOM                                ZBNKRCT2
006100            RECORD KEY   IS RAU-KEY                               ZBNKRCT2
006200            FILE STATUS  IS WS-BNKRAUD-STATUS.                    ZBNKRCT2
006300     SELECT BNKCTL-FILE                                           ZBNKRCT2
006400            ASSIGN       TO BNKCTL                                ZBNKRCT2
006500            ORGANIZATION IS INDEXED                               ZBNKRCT2
006600            ACCESS MODE  IS RANDOM                                ZBNKRCT2
006700            RECORD KEY   IS CTL-KEY                               ZBNKRCT2
006800            FILE STATUS  IS WS-BNKCTL-STATUS.                     ZBNKRCT2
006900     SELECT PRINTOUT-FILE                                         ZBNKRCT2
007000            ASSIGN       TO PRINTOUT                              ZBNKRCT2
007100            ORGANIZATION IS SEQUENTIAL                            ZBNKRCT2
007200            ACCESS MODE  IS SEQUENTIAL                            ZBNKRCT2
007300            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKRCT2
007400                                                                  ZBNKRCT2
007500 DATA DIVISION.                                                   ZBNKRCT2
007600 FILE SECTION.                                                    ZBNKRCT2
007700                                                                  ZBNKRCT2
007800 FD  BNKRCRT-FILE.                                                ZBNKRCT2
007900 01  BNKRCRT-REC.                                                 ZBNKRCT2
008000 COPY CBANKVCR.                                                   ZBNKRCT2
008100                                                                  ZBNKRCT2
008200 FD  BNKSTAF-FILE.                                                ZBNKRCT2
008300 01  BNKSTAF-REC.                                                 ZBNKRCT2
008400 COPY CBANKVSF.                                                   ZBNKRCT2
008500                                                                  ZBNKRCT2
008600 FD  BNKRAUD-FILE.                                                ZBNKRCT2
008700 01  BNKRAUD-REC.                                                 ZBNKRCT2
008800 COPY CBANKVRA.                                                   ZBNKRCT2
008900                                                                  ZBNKRCT2
009000 FD  BNKCTL-FILE.                                                 ZBNKRCT2
009100 01  BNKCTL-REC.                                                  ZBNKRCT2
009200 COPY CBANKVCT.                                                   ZBNKRCT2
009300                                                                  ZBNKRCT2
009400 FD  PRINTOUT-FILE.                                               ZBNKRCT2
009500 01  PRINTOUT-REC                        PIC X(121).              ZBNKRCT2
009600                                                                  ZBNKRCT2
009700 WORKING-STORAGE SECTION.                                         ZBNKRCT2
009800 COPY CTIMERD.                                                    ZBNKRCT2
009900                                                                  ZBNKRCT2
010000 COPY CTSTAMPD.                                                   ZBNKRCT2
010100                                                                  ZBNKRCT2
010200 01  WS-MISC-STORAGE.                                             ZBNKRCT2
010300   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKRCT2
010400       VALUE 'ZBNKRCT2'.                                          ZBNKRCT2
010500   05  WS-BNKRCRT-STATUS.                                         ZBNKRCT2
010600     10  WS-BNKRCRT-STAT1                    PIC X(1).            ZBNKRCT2
010700     10  WS-BNKRCRT-STAT2                    PIC X(1).            ZBNKRCT2
010800   05  WS-BNKSTAF-STATUS.                                         ZBNKRCT2
010900     10  WS-BNKSTAF-STAT1                    PIC X(1).            ZBNKRCT2
011000     10  WS-BNKSTAF-STAT2                    PIC X(1).            ZBNKRCT2
011100   05  WS-BNKRAUD-STATUS.                                         ZBNKRCT2
011200     10  WS-BNKRAUD-STAT1                    PIC X(1).            ZBNKRCT2
011300     10  WS-BNKRAUD-STAT2                    PIC X(1).            ZBNKRCT2
011400   05  WS-BNKCTL-STATUS.                                          ZBNKRCT2
011500     10  WS-BNKCTL-STAT1                     PIC X(1).            ZBNKRCT2
011600     10  WS-BNKCTL-STAT2                     PIC X(1).            ZBNKRCT2
011700   05  WS-PRINTOUT-STATUS.                                        ZBNKRCT2
011800     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKRCT2
011900     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKRCT2
012000   05  WS-IO-STATUS.                                              ZBNKRCT2
012100     10  WS-IO-STAT1                         PIC X(1).            ZBNKRCT2
012200     10  WS-IO-STAT2                         PIC X(1).            ZBNKRCT2
012300   05  WS-TWO-BYTES.                                              ZBNKRCT2
012400     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKRCT2
012500     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKRCT2
012600   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKRCT2
012700                                             PIC 9(1) COMP.       ZBNKRCT2
012800   05  WS-END-OF-FILE                        PIC X(3)             ZBNKRCT2
012900       VALUE 'NO '.                                               ZBNKRCT2
013000   05  WS-CYCLE                              PIC X(10)            ZBNKRCT2
013100       VALUE SPACES.                                              ZBNKRCT2
013200   05  WS-TODAY                              PIC X(10).           ZBNKRCT2
013300   05  WS-DEADLINE                           PIC X(10)            ZBNKRCT2
013400       VALUE SPACES.                                              ZBNKRCT2
013500   05  WS-STAFF-BEFORE                       PIC X(60).           ZBNKRCT2
013600   05  WS-CONSOLE-MESSAGE                    PIC X(60).           ZBNKRCT2
013700                                                                  ZBNKRCT2
013800 01  WS-COUNTERS.                                                 ZBNKRCT2
013900   05  WS-USERS-LISTED                       PIC 9(7)             ZBNKRCT2
014000       VALUE ZERO.                                                ZBNKRCT2
014100   05  WS-CONFIRMED                          PIC 9(7)             ZBNKRCT2
014200       VALUE ZERO.                                                ZBNKRCT2
014300   05  WS-REVOKED                            PIC 9(7)             ZBNKRCT2
014400       VALUE ZERO.                                                ZBNKRCT2
014500   05  WS-EXPIRED                            PIC 9(7)             ZBNKRCT2
014600       VALUE ZERO.                                                ZBNKRCT2
014700   05  WS-EXPIRED-NOW                        PIC 9(7)             ZBNKRCT2
014800       VALUE ZERO.                                                ZBNKRCT2
014900   05  WS-PENDING                            PIC 9(7)             ZBNKRCT2
015000       VALUE ZERO.                                                ZBNKRCT2
015100   05  WS-DEACTIVATED                        PIC 9(7)             ZBNKRCT2
015200       VALUE ZERO.                                                ZBNKRCT2
015300                                                                  ZBNKRCT2
015400***************************************************************** ZBNKRCT2
015500* Recertification evidence report                               * ZBNKRCT2
015600***************************************************************** ZBNKRCT2
015700 01  WS-REPORT-LINES.                                             ZBNKRCT2
015800   05  WS-RPT1.                                                   ZBNKRCT2
015900     10  WS-RPT1-CC                          PIC X(1)             ZBNKRCT2
016000         VALUE '1'.                                               ZBNKRCT2
016100     10  FILLER                              PIC X(20)            ZBNKRCT2
016200         VALUE SPACES.                                            ZBNKRCT2
016300     10  WS-RPT1-HEAD                        PIC X(48)            ZBNKRCT2
016400         VALUE 'Staff Access Recertification Evidence - Cycle'.   ZBNKRCT2
016500     10  WS-RPT1-DATE                        PIC X(10).           ZBNKRCT2
016600   05  WS-RPT2.                                                   ZBNKRCT2
016700     10  WS-RPT2-CC                          PIC X(1)             ZBNKRCT2
016800         VALUE ' '.                                               ZBNKRCT2
016900     10  FILLER                              PIC X(20)            ZBNKRCT2
017000         VALUE SPACES.                                            ZBNKRCT2
017100     10  FILLER                              PIC X(9)             ZBNKRCT2
017200         VALUE 'Run date '.                                       ZBNKRCT2
017300     10  WS-RPT2-TODAY                       PIC X(10).           ZBNKRCT2
017400     10  FILLER                              PIC X(11)            ZBNKRCT2
017500         VALUE '  deadline '.                                     ZBNKRCT2
017600     10  WS-RPT2-DEADLINE                    PIC X(10).           ZBNKRCT2
017700     10  FILLER                              PIC X(2)             ZBNKRCT2
017800         VALUE SPACES.                                            ZBNKRCT2
017900     10  WS-RPT2-STATE                       PIC X(20).           ZBNKRCT2
018000   05  WS-RPT3.                                                   ZBNKRCT2
018100     10  WS-RPT3-CC                          PIC X(1)             ZBNKRCT2
018200         VALUE ' '.                                               ZBNKRCT2
018300     10  FILLER                              PIC X(3)             ZBNKRCT2
018400         VALUE SPACES.                                            ZBNKRCT2
018500     10  WS-RPT3-DESC                        PIC X(40).           ZBNKRCT2
018600     10  WS-RPT3-COUNT                       PIC Z(6)9.           ZBNKRCT2
018700   05  WS-LINE4H.                                                 ZBNKRCT2
018800     10  WS-LINE4H-CC                        PIC X(1)             ZBNKRCT2
018900         VALUE '0'.                                               ZBNKRCT2
019000     10  FILLER                              PIC X(10)            ZBNKRCT2
019100         VALUE 'User'.                                            ZBNKRCT2
019200     10  FILLER                              PIC X(27)            ZBNKRCT2
019300         VALUE 'Name'.                                            ZBNKRCT2
019400     10  FILLER                              PIC X(5)             ZBNKRCT2
019500         VALUE 'Role'.                                            ZBNKRCT2
019600     10  FILLER                              PIC X(7)             ZBNKRCT2
019700         VALUE 'Branch'.                                          ZBNKRCT2
019800     10  FILLER                              PIC X(10)            ZBNKRCT2
019900         VALUE 'Reviewer'.                                        ZBNKRCT2
020000     10  FILLER                              PIC X(11)            ZBNKRCT2
020100         VALUE 'Decision'.                                        ZBNKRCT2
020200     10  FILLER                              PIC X(10)            ZBNKRCT2
020300         VALUE 'By'.                                              ZBNKRCT2
020400     10  FILLER                              PIC X(21)            ZBNKRCT2
020500         VALUE 'At'.                                              ZBNKRCT2
020600     10  FILLER                              PIC X(11)            ZBNKRCT2
020700         VALUE 'Deactivated'.                                     ZBNKRCT2
020800   05  WS-LINE4.                                                  ZBNKRCT2
020900     10  WS-LINE4-CC                         PIC X(1)             ZBNKRCT2
021000         VALUE ' '.                                               ZBNKRCT2
021100     10  WS-LINE4-USERID                     PIC X(10).           ZBNKRCT2
021200     10  WS-LINE4-NAME                       PIC X(27).           ZBNKRCT2
021300     10  WS-LINE4-ROLE                       PIC X(5).            ZBNKRCT2
021400     10  WS-LINE4-BRANCH                     PIC X(7).            ZBNKRCT2
021500     10  WS-LINE4-REVIEWER                   PIC X(10).           ZBNKRCT2
021600     10  WS-LINE4-DECISION                   PIC X(11).           ZBNKRCT2
021700     10  WS-LINE4-BY                         PIC X(10).           ZBNKRCT2
021800     10  WS-LINE4-AT                         PIC X(21).           ZBNKRCT2
021900     10  WS-LINE4-DEACT                      PIC X(11).           ZBNKRCT2
022000   05  WS-LINE3.                                                  ZBNKRCT2
022100     10  WS-LINE3-CC                         PIC X(1)             ZBNKRCT2
022200         VALUE ' '.                                               ZBNKRCT2
022300     10  FILLER                              PIC X(3)             ZBNKRCT2
022400         VALUE SPACES.                                            ZBNKRCT2
022500     10  WS-LINE3-TEXT                       PIC X(60).           ZBNKRCT2
022600                                                                  ZBNKRCT2
022700 LINKAGE SECTION.                                                 ZBNKRCT2
022800 01  LK-EXEC-PARM.                                                ZBNKRCT2
022900   05  LK-EXEC-PARM-LL                   PIC S9(4) COMP.          ZBNKRCT2
023000   05  LK-EXEC-PARM-DATA.                                         ZBNKRCT2
023100     10  LK-PARM-CYCLE                   PIC X(10).               ZBNKRCT2
023200                                                                  ZBNKRCT2
023300 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKRCT2
023400                                                                  ZBNKRCT2
023500     PERFORM RUN-TIME.                                            ZBNKRCT2
023600                                                                  ZBNKRCT2
023700     MOVE 'Access recertification close starting'                 ZBNKRCT2
023800       TO WS-CONSOLE-MESSAGE.                                     ZBNKRCT2
023900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRCT2
024000                                                                  ZBNKRCT2
024100     PERFORM STAMP-TIME.                                          ZBNKRCT2
024200     MOVE WS-TIMESTAMP (1:10) TO WS-TODAY.                        ZBNKRCT2
024300     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO                      ZBNKRCT2
024400        MOVE LK-PARM-CYCLE TO WS-CYCLE                            ZBNKRCT2
024500     END-IF.                                                      ZBNKRCT2
024600                                                                  ZBNKRCT2
024700     PERFORM OPEN-FILES.                                          ZBNKRCT2
024800     IF WS-CYCLE IS EQUAL TO SPACES                               ZBNKRCT2
024900        PERFORM FIND-CURRENT-CYCLE THRU                           ZBNKRCT2
025000                FIND-CURRENT-CYCLE-EXIT                           ZBNKRCT2
025100     END-IF.                                                      ZBNKRCT2
025200     PERFORM PRINT-REPORT-HEADER.                                 ZBNKRCT2
025300                                                                  ZBNKRCT2
025400     MOVE WS-CYCLE TO RCT-REC-CYCLE.                              ZBNKRCT2
025500     MOVE LOW-VALUES TO RCT-REC-USERID.                           ZBNKRCT2
025600     START BNKRCRT-FILE KEY IS NOT LESS THAN RCT-KEY.             ZBNKRCT2
025700     IF WS-BNKRCRT-STATUS IS EQUAL TO '23'                        ZBNKRCT2
025800        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKRCT2
025900     ELSE                                                         ZBNKRCT2
026000        IF WS-BNKRCRT-STATUS IS NOT EQUAL TO '00'                 ZBNKRCT2
026100           MOVE 'BNKRCRT start error...' TO WS-CONSOLE-MESSAGE    ZBNKRCT2
026200           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKRCT2
026300           MOVE WS-BNKRCRT-STATUS TO WS-IO-STATUS                 ZBNKRCT2
026400           PERFORM DISPLAY-IO-STATUS                              ZBNKRCT2
026500           PERFORM ABORT-PROGRAM                                  ZBNKRCT2
026600        END-IF                                                    ZBNKRCT2
026700     END-IF.                                                      ZBNKRCT2
026800     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKRCT2
026900        READ BNKRCRT-FILE NEXT RECORD                             ZBNKRCT2
027000        IF WS-BNKRCRT-STATUS IS EQUAL TO '10'                     ZBNKRCT2
027100           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKRCT2
027200        ELSE                                                      ZBNKRCT2
027300           IF WS-BNKRCRT-STATUS IS NOT EQUAL TO '00'              ZBNKRCT2
027400              MOVE 'BNKRCRT read error...' TO WS-CONSOLE-MESSAGE  ZBNKRCT2
027500              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKRCT2
027600              MOVE WS-BNKRCRT-STATUS TO WS-IO-STATUS              ZBNKRCT2
027700              PERFORM DISPLAY-IO-STATUS                           ZBNKRCT2
027800              PERFORM ABORT-PROGRAM                               ZBNKRCT2
027900           END-IF                                                 ZBNKRCT2
028000           IF RCT-REC-CYCLE IS NOT EQUAL TO WS-CYCLE              ZBNKRCT2
028100              MOVE 'YES' TO WS-END-OF-FILE                        ZBNKRCT2
028200           ELSE                                                   ZBNKRCT2
028300              PERFORM PROCESS-CYCLE-ROW THRU                      ZBNKRCT2
028400                      PROCESS-CYCLE-ROW-EXIT                      ZBNKRCT2
028500           END-IF                                                 ZBNKRCT2
028600        END-IF                                                    ZBNKRCT2
028700     END-PERFORM.                                                 ZBNKRCT2
028800                                                                  ZBNKRCT2
028900     IF WS-USERS-LISTED IS EQUAL TO ZERO                          ZBNKRCT2
029000        MOVE 'No users in this cycle' TO WS-LINE3-TEXT            ZBNKRCT2
029100        MOVE WS-LINE3 TO PRINTOUT-REC                             ZBNKRCT2
029200        PERFORM PRINTOUT-PUT                                      ZBNKRCT2
029300     END-IF.                                                      ZBNKRCT2
029400     PERFORM PRINT-SUMMARY.                                       ZBNKRCT2
029500     PERFORM CLOSE-FILES.                                         ZBNKRCT2
029600                                                                  ZBNKRCT2
029700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKRCT2
029800     STRING 'Cycle ' DELIMITED BY SIZE                            ZBNKRCT2
029900            WS-CYCLE DELIMITED BY SIZE                            ZBNKRCT2
030000            ': ' DELIMITED BY SIZE                                ZBNKRCT2
030100            WS-EXPIRED-NOW DELIMITED BY SIZE                      ZBNKRCT2
030200            ' expired, ' DELIMITED BY SIZE                        ZBNKRCT2
030300            WS-PENDING DELIMITED BY SIZE                          ZBNKRCT2
030400            ' still pending' DELIMITED BY SIZE                    ZBNKRCT2
030500       INTO WS-CONSOLE-MESSAGE.                                   ZBNKRCT2
030600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRCT2
030700     MOVE 'End Of Job'                                            ZBNKRCT2
030800       TO WS-CONSOLE-MESSAGE.                                     ZBNKRCT2
030900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRCT2
031000                                                                  ZBNKRCT2
031100     PERFORM RUN-TIME.                                            ZBNKRCT2
031200                                                                  ZBNKRCT2
031300     IF WS-EXPIRED-NOW IS GREATER THAN ZERO                       ZBNKRCT2
031400        MOVE 4 TO RETURN-CODE                                     ZBNKRCT2
031500     ELSE                                                         ZBNKRCT2
031600        MOVE 0 TO RETURN-CODE                                     ZBNKRCT2
031700     END-IF.                                                      ZBNKRCT2
031800                                                                  ZBNKRCT2
031900     GOBACK.                                                      ZBNKRCT2
032000                                                                  ZBNKRCT2
032100***************************************************************** ZBNKRCT2
032200* Set WS-TIMESTAMP to the current time                          * ZBNKRCT2
032300***************************************************************** ZBNKRCT2
032400 STAMP-TIME.                                                      ZBNKRCT2
032500 COPY CTSTAMPP.                                                   ZBNKRCT2
032600                                                                  ZBNKRCT2
032700***************************************************************** ZBNKRCT2
032800* With no cycle on the parm use the one last opened             * ZBNKRCT2
032900***************************************************************** ZBNKRCT2
033000 FIND-CURRENT-CYCLE.                                              ZBNKRCT2
033100     MOVE 'SYSTEM' TO CTL-REC-JOB.                                ZBNKRCT2
033200     MOVE 'RECERT' TO CTL-REC-FILE-NAME.                          ZBNKRCT2
033300     READ BNKCTL-FILE.                                            ZBNKRCT2
033400     IF WS-BNKCTL-STATUS IS NOT EQUAL TO '00' OR                  ZBNKRCT2
033500        CTL-REC-RUN-DATE IS EQUAL TO SPACES                       ZBNKRCT2
033600        MOVE 'No recertification cycle has been opened'           ZBNKRCT2
033700          TO WS-CONSOLE-MESSAGE                                   ZBNKRCT2
033800        PERFORM ABORT-PROGRAM                                     ZBNKRCT2
033900     END-IF.                                                      ZBNKRCT2
034000     MOVE CTL-REC-RUN-DATE TO WS-CYCLE.                           ZBNKRCT2
034100 FIND-CURRENT-CYCLE-EXIT.                                         ZBNKRCT2
034200     EXIT.                                                        ZBNKRCT2
034300                                                                  ZBNKRCT2
034400 OPEN-FILES.                                                      ZBNKRCT2
034500     OPEN I-O BNKRCRT-FILE.                                       ZBNKRCT2
034600     IF WS-BNKRCRT-STATUS IS NOT EQUAL TO '00'                    ZBNKRCT2
034700        MOVE 'BNKRCRT file open failure...'                       ZBNKRCT2
034800          TO WS-CONSOLE-MESSAGE                                   ZBNKRCT2
034900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT2
035000        MOVE WS-BNKRCRT-STATUS TO WS-IO-STATUS                    ZBNKRCT2
035100        PERFORM DISPLAY-IO-STATUS                                 ZBNKRCT2
035200        PERFORM ABORT-PROGRAM                                     ZBNKRCT2
035300     END-IF.                                                      ZBNKRCT2
035400     OPEN I-O BNKSTAF-FILE.                                       ZBNKRCT2
035500     IF WS-BNKSTAF-STATUS IS NOT EQUAL TO '00'                    ZBNKRCT2
035600        MOVE 'BNKSTAF file open failure...'                       ZBNKRCT2
035700          TO WS-CONSOLE-MESSAGE                                   ZBNKRCT2
035800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT2
035900        MOVE WS-BNKSTAF-STATUS TO WS-IO-STATUS                    ZBNKRCT2
036000        PERFORM DISPLAY-IO-STATUS                                 ZBNKRCT2
036100        PERFORM ABORT-PROGRAM                                     ZBNKRCT2
036200     END-IF.                                                      ZBNKRCT2
036300     OPEN I-O BNKRAUD-FILE.                                       ZBNKRCT2
036400     IF WS-BNKRAUD-STATUS IS EQUAL TO '35'                        ZBNKRCT2
036500        OPEN OUTPUT BNKRAUD-FILE                                  ZBNKRCT2
036600     END-IF.                                                      ZBNKRCT2
036700     IF WS-BNKRAUD-STATUS IS NOT EQUAL TO '00'                    ZBNKRCT2
036800        MOVE 'BNKRAUD file open failure...'                       ZBNKRCT2
036900          TO WS-CONSOLE-MESSAGE                                   ZBNKRCT2
037000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT2
037100        MOVE WS-BNKRAUD-STATUS TO WS-IO-STATUS                    ZBNKRCT2
037200        PERFORM DISPLAY-IO-STATUS                                 ZBNKRCT2
037300        PERFORM ABORT-PROGRAM                                     ZBNKRCT2
037400     END-IF.                                                      ZBNKRCT2
037500     OPEN INPUT BNKCTL-FILE.                                      ZBNKRCT2
037600     IF WS-BNKCTL-STATUS IS NOT EQUAL TO '00'                     ZBNKRCT2
037700        MOVE 'BNKCTL file open failure...'                        ZBNKRCT2
037800          TO WS-CONSOLE-MESSAGE                                   ZBNKRCT2
037900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT2
038000        MOVE WS-BNKCTL-STATUS TO WS-IO-STATUS                     ZBNKRCT2
038100        PERFORM DISPLAY-IO-STATUS                                 ZBNKRCT2
038200        PERFORM ABORT-PROGRAM                                     ZBNKRCT2
038300     END-IF.                                                      ZBNKRCT2
038400     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKRCT2
038500     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKRCT2
038600        MOVE 'PRINTOUT file open failure...'                      ZBNKRCT2
038700          TO WS-CONSOLE-MESSAGE                                   ZBNKRCT2
038800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT2
038900        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKRCT2
039000        PERFORM DISPLAY-IO-STATUS                                 ZBNKRCT2
039100        PERFORM ABORT-PROGRAM                                     ZBNKRCT2
039200     END-IF.                                                      ZBNKRCT2
039300                                                                  ZBNKRCT2
039400 PRINT-REPORT-HEADER.                                             ZBNKRCT2
039500     MOVE WS-CYCLE TO WS-RPT1-DATE.                               ZBNKRCT2
039600     MOVE WS-RPT1 TO PRINTOUT-REC.                                ZBNKRCT2
039700     PERFORM PRINTOUT-PUT.                                        ZBNKRCT2
039800     MOVE WS-LINE4H TO PRINTOUT-REC.                              ZBNKRCT2
039900     PERFORM PRINTOUT-PUT.                                        ZBNKRCT2
040000                                                                  ZBNKRCT2
040100***************************************************************** ZBNKRCT2
040200* One user of the cycle - expire it if still pending after the  * ZBNKRCT2
040300* deadline, then list the decision                              * ZBNKRCT2
040400***************************************************************** ZBNKRCT2
040500 PROCESS-CYCLE-ROW.                                               ZBNKRCT2
040600     MOVE RCT-REC-DEADLINE TO WS-DEADLINE.                        ZBNKRCT2
040700     IF RCT-STATUS-PENDING AND                                    ZBNKRCT2
040800        WS-TODAY IS GREATER THAN RCT-REC-DEADLINE                 ZBNKRCT2
040900        PERFORM EXPIRE-CYCLE-ROW THRU                             ZBNKRCT2
041000                EXPIRE-CYCLE-ROW-EXIT                             ZBNKRCT2
041100     END-IF.                                                      ZBNKRCT2
041200     ADD 1 TO WS-USERS-LISTED.                                    ZBNKRCT2
041300     MOVE SPACES TO WS-LINE4-BY.                                  ZBNKRCT2
041400     MOVE SPACES TO WS-LINE4-AT.                                  ZBNKRCT2
041500     EVALUATE TRUE                                                ZBNKRCT2
041600       WHEN RCT-STATUS-CONFIRMED                                  ZBNKRCT2
041700         ADD 1 TO WS-CONFIRMED                                    ZBNKRCT2
041800         MOVE 'Confirmed' TO WS-LINE4-DECISION                    ZBNKRCT2
041900       WHEN RCT-STATUS-REVOKED                                    ZBNKRCT2
042000         ADD 1 TO WS-REVOKED                                      ZBNKRCT2
042100         MOVE 'Revoked' TO WS-LINE4-DECISION                      ZBNKRCT2
042200       WHEN RCT-STATUS-EXPIRED                                    ZBNKRCT2
042300         ADD 1 TO WS-EXPIRED                                      ZBNKRCT2
042400         MOVE 'Expired' TO WS-LINE4-DECISION                      ZBNKRCT2
042500       WHEN OTHER                                                 ZBNKRCT2
042600         ADD 1 TO WS-PENDING                                      ZBNKRCT2
042700         MOVE 'Pending' TO WS-LINE4-DECISION                      ZBNKRCT2
042800     END-EVALUATE.                                                ZBNKRCT2
042900     IF NOT RCT-STATUS-PENDING                                    ZBNKRCT2
043000        MOVE RCT-REC-DECIDED-BY TO WS-LINE4-BY                    ZBNKRCT2
043100        MOVE RCT-REC-DECIDED-TS (1:19) TO WS-LINE4-AT             ZBNKRCT2
043200     END-IF.                                                      ZBNKRCT2
043300     MOVE RCT-REC-USERID TO WS-LINE4-USERID.                      ZBNKRCT2
043400     MOVE RCT-REC-NAME TO WS-LINE4-NAME.                          ZBNKRCT2
043500     MOVE RCT-REC-ROLE TO WS-LINE4-ROLE.                          ZBNKRCT2
043600     MOVE RCT-REC-BRANCH TO WS-LINE4-BRANCH.                      ZBNKRCT2
043700     IF RCT-REC-MANAGER IS EQUAL TO SPACES                        ZBNKRCT2
043800        MOVE 'ADMIN' TO WS-LINE4-REVIEWER                         ZBNKRCT2
043900     ELSE                                                         ZBNKRCT2
044000        MOVE RCT-REC-MANAGER TO WS-LINE4-REVIEWER                 ZBNKRCT2
044100     END-IF.                                                      ZBNKRCT2
044200     IF RCT-DEACTIVATED-YES                                       ZBNKRCT2
044300        ADD 1 TO WS-DEACTIVATED                                   ZBNKRCT2
044400        MOVE 'Yes' TO WS-LINE4-DEACT                              ZBNKRCT2
044500     ELSE                                                         ZBNKRCT2
044600        MOVE 'No' TO WS-LINE4-DEACT                               ZBNKRCT2
044700     END-IF.                                                      ZBNKRCT2
044800     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKRCT2
044900     PERFORM PRINTOUT-PUT.                                        ZBNKRCT2
045000 PROCESS-CYCLE-ROW-EXIT.                                          ZBNKRCT2
045100     EXIT.                                                        ZBNKRCT2
045200                                                                  ZBNKRCT2
045300***************************************************************** ZBNKRCT2
045400* No decision by the deadline - take the user's access away     * ZBNKRCT2
045500***************************************************************** ZBNKRCT2
045600 EXPIRE-CYCLE-ROW.                                                ZBNKRCT2
045700     PERFORM STAMP-TIME.                                          ZBNKRCT2
045800     MOVE RCT-REC-USERID TO STF-REC-USERID.                       ZBNKRCT2
045900     READ BNKSTAF-FILE.                                           ZBNKRCT2
046000     IF WS-BNKSTAF-STATUS IS NOT EQUAL TO '00' AND                ZBNKRCT2
046100        WS-BNKSTAF-STATUS IS NOT EQUAL TO '23'                    ZBNKRCT2
046200        MOVE 'BNKSTAF read error...' TO WS-CONSOLE-MESSAGE        ZBNKRCT2
046300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT2
046400        MOVE WS-BNKSTAF-STATUS TO WS-IO-STATUS                    ZBNKRCT2
046500        PERFORM DISPLAY-IO-STATUS                                 ZBNKRCT2
046600        PERFORM ABORT-PROGRAM                                     ZBNKRCT2
046700     END-IF.                                                      ZBNKRCT2
046800     IF WS-BNKSTAF-STATUS IS EQUAL TO '00' AND                    ZBNKRCT2
046900        STF-IS-ACTIVE                                             ZBNKRCT2
047000        MOVE STF-RECORD TO WS-STAFF-BEFORE                        ZBNKRCT2
047100        MOVE 'N' TO STF-REC-ACTIVE                                ZBNKRCT2
047200        REWRITE STF-RECORD                                        ZBNKRCT2
047300        IF WS-BNKSTAF-STATUS IS NOT EQUAL TO '00'                 ZBNKRCT2
047400           MOVE 'BNKSTAF rewrite error...' TO WS-CONSOLE-MESSAGE  ZBNKRCT2
047500           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKRCT2
047600           MOVE WS-BNKSTAF-STATUS TO WS-IO-STATUS                 ZBNKRCT2
047700           PERFORM DISPLAY-IO-STATUS                              ZBNKRCT2
047800           PERFORM ABORT-PROGRAM                                  ZBNKRCT2
047900        END-IF                                                    ZBNKRCT2
048000        PERFORM WRITE-STAFF-AUDIT THRU                            ZBNKRCT2
048100                WRITE-STAFF-AUDIT-EXIT                            ZBNKRCT2
048200        MOVE 'Y' TO RCT-REC-DEACTIVATED                           ZBNKRCT2
048300     END-IF.                                                      ZBNKRCT2
048400     SET RCT-STATUS-EXPIRED TO TRUE.                              ZBNKRCT2
048500     MOVE WS-PROGRAM-ID TO RCT-REC-DECIDED-BY.                    ZBNKRCT2
048600     MOVE WS-TIMESTAMP TO RCT-REC-DECIDED-TS.                     ZBNKRCT2
048700     REWRITE RCT-RECORD.                                          ZBNKRCT2
048800     IF WS-BNKRCRT-STATUS IS NOT EQUAL TO '00'                    ZBNKRCT2
048900        MOVE 'BNKRCRT rewrite error...' TO WS-CONSOLE-MESSAGE     ZBNKRCT2
049000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT2
049100        MOVE WS-BNKRCRT-STATUS TO WS-IO-STATUS                    ZBNKRCT2
049200        PERFORM DISPLAY-IO-STATUS                                 ZBNKRCT2
049300        PERFORM ABORT-PROGRAM                                     ZBNKRCT2
049400     END-IF.                                                      ZBNKRCT2
049500     ADD 1 TO WS-EXPIRED-NOW.                                     ZBNKRCT2
049600 EXPIRE-CYCLE-ROW-EXIT.                                           ZBNKRCT2
049700     EXIT.                                                        ZBNKRCT2
049800                                                                  ZBNKRCT2
049900***************************************************************** ZBNKRCT2
050000* Record the deactivation on the change audit; two in the same  * ZBNKRCT2
050100* hundredth of a second take the next sequence number           * ZBNKRCT2
050200***************************************************************** ZBNKRCT2
050300 WRITE-STAFF-AUDIT.                                               ZBNKRCT2
050400     MOVE SPACES TO RAU-RECORD.                                   ZBNKRCT2
050500     MOVE WS-TIMESTAMP TO RAU-REC-TIMESTAMP.                      ZBNKRCT2
050600     MOVE 'BTCH' TO RAU-REC-TERMID.                               ZBNKRCT2
050700     MOVE ZERO TO RAU-REC-SEQ.                                    ZBNKRCT2
050800     MOVE WS-PROGRAM-ID TO RAU-REC-USERID.                        ZBNKRCT2
050900     MOVE 'BNKSTAF' TO RAU-REC-TABLE.                             ZBNKRCT2
051000     SET RAU-ACTION-CHANGE TO TRUE.                               ZBNKRCT2
051100     MOVE WS-PROGRAM-ID TO RAU-REC-PROGRAM.                       ZBNKRCT2
051200     MOVE STF-REC-USERID TO RAU-REC-ROW-KEY.                      ZBNKRCT2
051300     MOVE LENGTH OF STF-RECORD TO RAU-REC-IMAGE-LEN.              ZBNKRCT2
051400     MOVE WS-STAFF-BEFORE TO RAU-REC-BEFORE.                      ZBNKRCT2
051500     MOVE STF-RECORD TO RAU-REC-AFTER.                            ZBNKRCT2
051600 WRITE-STAFF-AUDIT-LOOP.                                          ZBNKRCT2
051700     WRITE RAU-RECORD.                                            ZBNKRCT2
051800     IF WS-BNKRAUD-STATUS IS EQUAL TO '22' AND                    ZBNKRCT2
051900        RAU-REC-SEQ IS LESS THAN 99                               ZBNKRCT2
052000        ADD 1 TO RAU-REC-SEQ                                      ZBNKRCT2
052100        GO TO WRITE-STAFF-AUDIT-LOOP                              ZBNKRCT2
052200     END-IF.                                                      ZBNKRCT2
052300     IF WS-BNKRAUD-STATUS IS NOT EQUAL TO '00'                    ZBNKRCT2
052400        MOVE 'BNKRAUD write error...' TO WS-CONSOLE-MESSAGE       ZBNKRCT2
052500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT2
052600        MOVE WS-BNKRAUD-STATUS TO WS-IO-STATUS                    ZBNKRCT2
052700        PERFORM DISPLAY-IO-STATUS                                 ZBNKRCT2
052800        PERFORM ABORT-PROGRAM                                     ZBNKRCT2
052900     END-IF.                                                      ZBNKRCT2
053000 WRITE-STAFF-AUDIT-EXIT.                                          ZBNKRCT2
053100     EXIT.                                                        ZBNKRCT2
053200                                                                  ZBNKRCT2
053300 PRINT-SUMMARY.                                                   ZBNKRCT2
053400     MOVE WS-TODAY TO WS-RPT2-TODAY.                              ZBNKRCT2
053500     MOVE WS-DEADLINE TO WS-RPT2-DEADLINE.                        ZBNKRCT2
053600     IF WS-DEADLINE IS NOT EQUAL TO SPACES AND                    ZBNKRCT2
053700        WS-TODAY IS GREATER THAN WS-DEADLINE                      ZBNKRCT2
053800        MOVE 'Cycle closed' TO WS-RPT2-STATE                      ZBNKRCT2
053900     ELSE                                                         ZBNKRCT2
054000        MOVE 'Cycle still open' TO WS-RPT2-STATE                  ZBNKRCT2
054100     END-IF.                                                      ZBNKRCT2
054200     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKRCT2
054300     PERFORM PRINTOUT-PUT.                                        ZBNKRCT2
054400     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKRCT2
054500     PERFORM PRINTOUT-PUT.                                        ZBNKRCT2
054600     MOVE 'Users in the cycle' TO WS-RPT3-DESC.                   ZBNKRCT2
054700     MOVE WS-USERS-LISTED TO WS-RPT3-COUNT.                       ZBNKRCT2
054800     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKRCT2
054900     PERFORM PRINTOUT-PUT.                                        ZBNKRCT2
055000     MOVE 'Confirmed by the reviewer' TO WS-RPT3-DESC.            ZBNKRCT2
055100     MOVE WS-CONFIRMED TO WS-RPT3-COUNT.                          ZBNKRCT2
055200     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKRCT2
055300     PERFORM PRINTOUT-PUT.                                        ZBNKRCT2
055400     MOVE 'Revoked by the reviewer' TO WS-RPT3-DESC.              ZBNKRCT2
055500     MOVE WS-REVOKED TO WS-RPT3-COUNT.                            ZBNKRCT2
055600     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKRCT2
055700     PERFORM PRINTOUT-PUT.                                        ZBNKRCT2
055800     MOVE 'Expired without a decision' TO WS-RPT3-DESC.           ZBNKRCT2
055900     MOVE WS-EXPIRED TO WS-RPT3-COUNT.                            ZBNKRCT2
056000     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKRCT2
056100     PERFORM PRINTOUT-PUT.                                        ZBNKRCT2
056200     MOVE '  of which expired by this run' TO WS-RPT3-DESC.       ZBNKRCT2
056300     MOVE WS-EXPIRED-NOW TO WS-RPT3-COUNT.                        ZBNKRCT2
056400     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKRCT2
056500     PERFORM PRINTOUT-PUT.                                        ZBNKRCT2
056600     MOVE 'Still pending' TO WS-RPT3-DESC.                        ZBNKRCT2
056700     MOVE WS-PENDING TO WS-RPT3-COUNT.                            ZBNKRCT2
056800     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKRCT2
056900     PERFORM PRINTOUT-PUT.                                        ZBNKRCT2
057000     MOVE 'Users deactivated' TO WS-RPT3-DESC.                    ZBNKRCT2
057100     MOVE WS-DEACTIVATED TO WS-RPT3-COUNT.                        ZBNKRCT2
057200     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKRCT2
057300     PERFORM PRINTOUT-PUT.                                        ZBNKRCT2
057400                                                                  ZBNKRCT2
057500 CLOSE-FILES.                                                     ZBNKRCT2
057600     CLOSE BNKRCRT-FILE.                                          ZBNKRCT2
057700     CLOSE BNKSTAF-FILE.                                          ZBNKRCT2
057800     CLOSE BNKRAUD-FILE.                                          ZBNKRCT2
057900     CLOSE BNKCTL-FILE.                                           ZBNKRCT2
058000     CLOSE PRINTOUT-FILE.                                         ZBNKRCT2
058100                                                                  ZBNKRCT2
058200***************************************************************** ZBNKRCT2
058300* Write a report line                                           * ZBNKRCT2
058400***************************************************************** ZBNKRCT2
058500 PRINTOUT-PUT.                                                    ZBNKRCT2
058600     WRITE PRINTOUT-REC.                                          ZBNKRCT2
058700     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKRCT2
058800       MOVE 'PRINTOUT error writing file...'                      ZBNKRCT2
058900         TO WS-CONSOLE-MESSAGE                                    ZBNKRCT2
059000       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKRCT2
059100       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKRCT2
059200       PERFORM DISPLAY-IO-STATUS                                  ZBNKRCT2
059300       PERFORM ABORT-PROGRAM                                      ZBNKRCT2
059400     END-IF.                                                      ZBNKRCT2
059500                                                                  ZBNKRCT2
059600***************************************************************** ZBNKRCT2
059700* Display the file status bytes. This routine will display as   * ZBNKRCT2
059800* two digits if the full two byte file status is numeric. If    * ZBNKRCT2
059900* second byte is non-numeric then it will be treated as a       * ZBNKRCT2
060000* binary number.                                                * ZBNKRCT2
060100***************************************************************** ZBNKRCT2
060200 DISPLAY-IO-STATUS.                                               ZBNKRCT2
060300     IF WS-IO-STATUS NUMERIC                                      ZBNKRCT2
060400        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKRCT2
060500        STRING 'File status -' DELIMITED BY SIZE                  ZBNKRCT2
060600               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKRCT2
060700          INTO WS-CONSOLE-MESSAGE                                 ZBNKRCT2
060800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT2
060900     ELSE                                                         ZBNKRCT2
061000        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKRCT2
061100        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKRCT2
061200        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKRCT2
061300        STRING 'File status -' DELIMITED BY SIZE                  ZBNKRCT2
061400               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKRCT2
061500               '/' DELIMITED BY SIZE                              ZBNKRCT2
061600               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKRCT2
061700          INTO WS-CONSOLE-MESSAGE                                 ZBNKRCT2
061800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT2
061900     END-IF.                                                      ZBNKRCT2
062000                                                                  ZBNKRCT2
062100***************************************************************** ZBNKRCT2
062200* 'ABORT' the program.                                          * ZBNKRCT2
062300* Post a message to the console and issue a STOP RUN            * ZBNKRCT2
062400***************************************************************** ZBNKRCT2
062500 ABORT-PROGRAM.                                                   ZBNKRCT2
062600     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKRCT2
062700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT2
062800     END-IF.                                                      ZBNKRCT2
062900     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKRCT2
063000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRCT2
063100     MOVE 16 TO RETURN-CODE.                                      ZBNKRCT2
063200     STOP RUN.                                                    ZBNKRCT2
063300                                                                  ZBNKRCT2
063400***************************************************************** ZBNKRCT2
063500* Display CONSOLE messages...                                   * ZBNKRCT2
063600***************************************************************** ZBNKRCT2
063700 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKRCT2
063800     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKRCT2
063900       UPON CONSOLE.                                              ZBNKRCT2
064000     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKRCT2
064100                                                                  ZBNKRCT2
064200 COPY CTIMERP.                                                    ZBNKRCT2
064300                                                                  ZBNKRCT2
064400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKRCT2
