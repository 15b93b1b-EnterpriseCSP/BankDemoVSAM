000100***************************************************************** ZBNKSAR1
000200*                                                               * ZBNKSAR1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKSAR1
000400*   This demonstration program is provided for use by users     * ZBNKSAR1
000500*   of Micro Focus products and may be used, modified and       * ZBNKSAR1
000600*   distributed as part of your application provided that       * ZBNKSAR1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKSAR1
000800*   in this material.                                           * ZBNKSAR1
000900*                                                               * ZBNKSAR1
001000***************************************************************** ZBNKSAR1
001100                                                                  ZBNKSAR1
001200***************************************************************** ZBNKSAR1
001300* Program:     ZBNKSAR1.CBL                                     * ZBNKSAR1
001400* Function:    Daily suspicious activity report run.  Every     * ZBNKSAR1
001500*              case on BNKSARC decided reportable is written    * ZBNKSAR1
001600*              to the SAR filing extract (CBANKXT6) - subject,  * ZBNKSAR1
001700*              alert and narrative records, with a control      * ZBNKSAR1
001800*              record to close the file - and is marked filed   * ZBNKSAR1
001900*              with today's date, so a rerun does not file it   * ZBNKSAR1
002000*              twice.  The report lists the SARs filed and the  * ZBNKSAR1
002100*              open cases whose filing due date falls within    * ZBNKSAR1
002200*              the warning window (LK-EXEC-PARM-DATA, in days,  * ZBNKSAR1
002300*              default 7) or has already passed.  Return code 4 * ZBNKSAR1
002400*              if any open case is past its due date.           * ZBNKSAR1
002500***************************************************************** ZBNKSAR1
002600                                                                  ZBNKSAR1
002700 IDENTIFICATION DIVISION.                                         ZBNKSAR1
002800 PROGRAM-ID.                                                      ZBNKSAR1
002900     ZBNKSAR1.                                                    ZBNKSAR1
003000 DATE-WRITTEN.                                                    ZBNKSAR1
003100     October 2026.                                                ZBNKSAR1
003200 DATE-COMPILED.                                                   ZBNKSAR1
003300     Today.                                                       ZBNKSAR1
003400                                                                  ZBNKSAR1
003500 ENVIRONMENT DIVISION.                                            ZBNKSAR1
003600 INPUT-OUTPUT   SECTION.                                          ZBNKSAR1
003700   FILE-CONTROL.                                                  ZBNKSAR1
003800     SELECT BNKSARC-FILE                                          ZBNKSAR1
003900            ASSIGN       TO BNKSARC                               ZBNKSAR1
004000            ORGANIZATION IS INDEXED                               ZBNKSAR1
004100            ACCESS MODE  IS DYNAMIC                               ZBNKSAR1
004200            RECORD KEY   IS SAR-KEY                               ZBNKSAR1
004300            FILE STATUS  IS WS-BNKSARC-STATUS.                    ZBNKSAR1
004400     SELECT BNKCUST-FILE                                          ZBNKSAR1
004500            ASSIGN       TO BNKCUST                               ZBNKSAR1
004600            ORGANIZATION IS INDEXED                               ZBNKSAR1
004700            ACCESS MODE  IS RANDOM                                ZBNKSAR1
004800            RECORD KEY   IS BCS-REC-PID                           ZBNKSAR1
004900            ALTERNATE KEY IS BCS-REC-NAME-FF                      ZBNKSAR1
005000              WITH DUPLICATES                                     ZBNKSAR1
005100            FILE STATUS  IS WS-BNKCUST-STATUS.                    ZBNKSAR1
005200     SELECT EXTRACT-FILE                                          ZBNKSAR1
005300            ASSIGN       TO EXTRACT                               ZBNKSAR1
005400            ORGANIZATION IS SEQUENTIAL                            ZBNKSAR1
005500            ACCESS MODE  IS SEQUENTIAL                            ZBNKSAR1
005600            FILE STATUS  IS WS-EXTRACT-STATUS.                    ZBNKSAR1
005700     SELECT PRINTOUT-FILE                                         ZBNKSAR1
005800            ASSIGN       TO PRINTOUT                              ZBNKSAR1
005900            ORGANIZATION IS SEQUENTIAL                            ZBNKSAR1
006000            ACCESS MODE  IS SEQUENTIAL                            ZBNKSAR1
006100            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKSAR1
006200                                                                  ZBNKSAR1
006300 DATA DIVISION.                                                   ZBNKSAR1
006400 FILE SECTION.                                                    ZBNKSAR1
006500                                                                  ZBNKSAR1
006600 FD  BNKSARC-FILE.                                                ZBNKSAR1
006700 01  BNKSARC-REC.                                                 ZBNKSAR1
006800 COPY CBANKVSC.                                                   ZBNKSAR1
006900                                                                  ZBNKSAR1
007000 FD  BNKCUST-FILE.                                                ZBNKSAR1
007100 01  BNKCUST-REC.                                                 ZBNKSAR1
007200 COPY CBANKVCS.                                                   ZBNKSAR1
007300                                                                  ZBNKSAR1
007400 FD  EXTRACT-FILE.                                                ZBNKSAR1
007500 01  EXTRACT-REC.                                                 ZBNKSAR1
007600 COPY CBANKXT6.                                                   ZBNKSAR1
007700                                                                  ZBNKSAR1
007800 FD  PRINTOUT-FILE.                                               ZBNKSAR1
007900 01  PRINTOUT-REC                        PIC X(121).              ZBNKSAR1
008000                                                                  ZBNKSAR1
008100 WORKING-STORAGE SECTION.                                         ZBNKSAR1
008200 COPY CTIMERD.                                                    ZBNKSAR1
008300                                                                  ZBNKSAR1
008400 COPY CTSTAMPD.                                                   ZBNKSAR1
008500                                                                  ZBNKSAR1
008600 01  WS-MISC-STORAGE.                                             ZBNKSAR1
008700   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKSAR1
008800       VALUE 'ZBNKSAR1'.                                          ZBNKSAR1
008900   05  WS-BNKSARC-STATUS.                                         ZBNKSAR1
009000     10  WS-BNKSARC-STAT1                    PIC X(1).            ZBNKSAR1
009100     10  WS-BNKSARC-STAT2                    PIC X(1).            ZBNKSAR1
009200   05  WS-BNKCUST-STATUS.                                         ZBNKSAR1
009300     10  WS-BNKCUST-STAT1                    PIC X(1).            ZBNKSAR1
009400     10  WS-BNKCUST-STAT2                    PIC X(1).            ZBNKSAR1
009500   05  WS-EXTRACT-STATUS.                                         ZBNKSAR1
009600     10  WS-EXTRACT-STAT1                    PIC X(1).            ZBNKSAR1
009700     10  WS-EXTRACT-STAT2                    PIC X(1).            ZBNKSAR1
009800   05  WS-PRINTOUT-STATUS.                                        ZBNKSAR1
009900     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKSAR1
010000     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKSAR1
010100   05  WS-IO-STATUS.                                              ZBNKSAR1
010200     10  WS-IO-STAT1                         PIC X(1).            ZBNKSAR1
010300     10  WS-IO-STAT2                         PIC X(1).            ZBNKSAR1
010400   05  WS-TWO-BYTES.                                              ZBNKSAR1
010500     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKSAR1
010600     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKSAR1
010700   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKSAR1
010800                                             PIC 9(1) COMP.       ZBNKSAR1
010900   05  WS-END-OF-FILE                        PIC X(3)             ZBNKSAR1
011000       VALUE 'NO '.                                               ZBNKSAR1
011100   05  WS-SUB1                               PIC S9(4) COMP.      ZBNKSAR1
011200   05  WS-TODAY                              PIC X(10).           ZBNKSAR1
011300   05  WS-TODAY-INT                          PIC 9(7).            ZBNKSAR1
011400   05  WS-DUE-YYYYMMDD                       PIC 9(8).            ZBNKSAR1
011500   05  WS-DUE-YYYYMMDD-X REDEFINES WS-DUE-YYYYMMDD.               ZBNKSAR1
011600     10  WS-DUE-YYYY                         PIC X(4).            ZBNKSAR1
011700     10  WS-DUE-MM                           PIC X(2).            ZBNKSAR1
011800     10  WS-DUE-DD                           PIC X(2).            ZBNKSAR1
011900   05  WS-DAYS-LEFT                          PIC S9(5) COMP-3.    ZBNKSAR1
012000   05  WS-CASES-READ                         PIC 9(7)             ZBNKSAR1
012100       VALUE ZERO.                                                ZBNKSAR1
012200   05  WS-CASES-FILED                        PIC 9(7)             ZBNKSAR1
012300       VALUE ZERO.                                                ZBNKSAR1
012400   05  WS-CASES-OPEN                         PIC 9(7)             ZBNKSAR1
012500       VALUE ZERO.                                                ZBNKSAR1
012600   05  WS-CASES-DUE-SOON                     PIC 9(7)             ZBNKSAR1
012700       VALUE ZERO.                                                ZBNKSAR1
012800   05  WS-CASES-OVERDUE                      PIC 9(7)             ZBNKSAR1
012900       VALUE ZERO.                                                ZBNKSAR1
013000   05  WS-RECORDS-WRITTEN                    PIC 9(7)             ZBNKSAR1
013100       VALUE ZERO.                                                ZBNKSAR1
013200   05  WS-FILED-TOTAL                        PIC S9(11)V99        ZBNKSAR1
013300       COMP-3 VALUE ZERO.                                         ZBNKSAR1
013400   05  WS-CONSOLE-MESSAGE                    PIC X(60).           ZBNKSAR1
013500                                                                  ZBNKSAR1
013600 01  WS-PARM-WORK.                                                ZBNKSAR1
013700   05  WS-WARN-DAYS                          PIC 9(3)             ZBNKSAR1
013800       VALUE 7.                                                   ZBNKSAR1
013900                                                                  ZBNKSAR1
014000 01  WS-PRINTED.                                                  ZBNKSAR1
014100   05  WS-PRINTED-DATE.                                           ZBNKSAR1
014200     10  FILLER                              PIC X(9)             ZBNKSAR1
014300         VALUE 'Printed: '.                                       ZBNKSAR1
014400     10  WS-PRINT-DATE                       PIC X(10).           ZBNKSAR1
014500                                                                  ZBNKSAR1
014600***************************************************************** ZBNKSAR1
014700* Filing and deadline report                                    * ZBNKSAR1
014800***************************************************************** ZBNKSAR1
014900 01  WS-REPORT-LINES.                                             ZBNKSAR1
015000   05  WS-RPT1.                                                   ZBNKSAR1
015100     10  WS-RPT1-CC                          PIC X(1)             ZBNKSAR1
015200         VALUE '1'.                                               ZBNKSAR1
015300     10  FILLER                              PIC X(20)            ZBNKSAR1
015400         VALUE SPACES.                                            ZBNKSAR1
015500     10  WS-RPT1-HEAD                        PIC X(40)            ZBNKSAR1
015600         VALUE 'Suspicious Activity Filing and Deadlines'.        ZBNKSAR1
015700     10  WS-RPT1-DATE                        PIC X(19).           ZBNKSAR1
015800   05  WS-RPT4.                                                   ZBNKSAR1
015900     10  WS-RPT4-CC                          PIC X(1)             ZBNKSAR1
016000         VALUE '0'.                                               ZBNKSAR1
016100     10  FILLER                              PIC X(16)            ZBNKSAR1
016200         VALUE 'Case'.                                            ZBNKSAR1
016300     10  FILLER                              PIC X(7)             ZBNKSAR1
016400         VALUE 'PID'.                                             ZBNKSAR1
016500     10  FILLER                              PIC X(10)            ZBNKSAR1
016600         VALUE 'Assigned'.                                        ZBNKSAR1
016700     10  FILLER                              PIC X(12)            ZBNKSAR1
016800         VALUE 'Due date'.                                        ZBNKSAR1
016900     10  FILLER                              PIC X(10)            ZBNKSAR1
017000         VALUE 'Days left'.                                       ZBNKSAR1
017100     10  FILLER                              PIC X(20)            ZBNKSAR1
017200         VALUE 'Action'.                                          ZBNKSAR1
017300     10  FILLER                              PIC X(17)            ZBNKSAR1
017400         VALUE '          Amount'.                                ZBNKSAR1
017500   05  WS-RPT2.                                                   ZBNKSAR1
017600     10  WS-RPT2-CC                          PIC X(1)             ZBNKSAR1
017700         VALUE ' '.                                               ZBNKSAR1
017800     10  WS-RPT2-CASE-ID                     PIC X(16).           ZBNKSAR1
017900     10  WS-RPT2-PID                         PIC X(7).            ZBNKSAR1
018000     10  WS-RPT2-INVESTIGATOR                PIC X(10).           ZBNKSAR1
018100     10  WS-RPT2-DUE-DATE                    PIC X(12).           ZBNKSAR1
018200     10  WS-RPT2-DAYS-LEFT                   PIC ZZZZ9-.          ZBNKSAR1
018300     10  FILLER                              PIC X(4).            ZBNKSAR1
018400     10  WS-RPT2-WHAT                        PIC X(20).           ZBNKSAR1
018500     10  WS-RPT2-AMOUNT                  PIC Z,ZZZ,ZZZ,ZZ9.99-.   ZBNKSAR1
018600   05  WS-RPT3.                                                   ZBNKSAR1
018700     10  WS-RPT3-CC                          PIC X(1)             ZBNKSAR1
018800         VALUE ' '.                                               ZBNKSAR1
018900     10  WS-RPT3-DESC                        PIC X(30).           ZBNKSAR1
019000     10  WS-RPT3-COUNT                       PIC ZZZZZZ9.         ZBNKSAR1
019100     10  FILLER                              PIC X(3)             ZBNKSAR1
019200         VALUE SPACES.                                            ZBNKSAR1
019300     10  WS-RPT3-AMOUNT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.  ZBNKSAR1
019400                                                                  ZBNKSAR1
019500 LINKAGE SECTION.                                                 ZBNKSAR1
019600 01  LK-EXEC-PARM.                                                ZBNKSAR1
019700   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKSAR1
019800   05  LK-EXEC-PARM-DATA                     PIC X(12).           ZBNKSAR1
019900                                                                  ZBNKSAR1
020000 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKSAR1
020100                                                                  ZBNKSAR1
020200     PERFORM RUN-TIME.                                            ZBNKSAR1
020300                                                                  ZBNKSAR1
020400     MOVE 'Suspicious activity filing run starting'               ZBNKSAR1
020500       TO WS-CONSOLE-MESSAGE.                                     ZBNKSAR1
020600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKSAR1
020700                                                                  ZBNKSAR1
020800     IF LK-EXEC-PARM-LL IS EQUAL TO ZERO                          ZBNKSAR1
020900        MOVE 'No exec parm - defaulting warning window'           ZBNKSAR1
021000          TO WS-CONSOLE-MESSAGE                                   ZBNKSAR1
021100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSAR1
021200     ELSE                                                         ZBNKSAR1
021300        MOVE LK-EXEC-PARM-DATA (1:LK-EXEC-PARM-LL)                ZBNKSAR1
021400          TO WS-WARN-DAYS                                         ZBNKSAR1
021500     END-IF.                                                      ZBNKSAR1
021600                                                                  ZBNKSAR1
021700 COPY CTSTAMPP.                                                   ZBNKSAR1
021800                                                                  ZBNKSAR1
021900     MOVE WS-TS-DATE TO WS-TODAY.                                 ZBNKSAR1
022000     COMPUTE WS-TODAY-INT =                                       ZBNKSAR1
022100       FUNCTION INTEGER-OF-DATE (WS-ACCEPT-DATE).                 ZBNKSAR1
022200                                                                  ZBNKSAR1
022300     PERFORM OPEN-FILES.                                          ZBNKSAR1
022400     PERFORM PRINT-REPORT-HEADER.                                 ZBNKSAR1
022500                                                                  ZBNKSAR1
022600     MOVE LOW-VALUES TO SAR-KEY.                                  ZBNKSAR1
022700     START BNKSARC-FILE KEY GREATER THAN SAR-KEY.                 ZBNKSAR1
022800     IF WS-BNKSARC-STATUS IS NOT EQUAL TO '00'                    ZBNKSAR1
022900        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKSAR1
023000     END-IF.                                                      ZBNKSAR1
023100                                                                  ZBNKSAR1
023200     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKSAR1
023300        READ BNKSARC-FILE NEXT RECORD                             ZBNKSAR1
023400        IF WS-BNKSARC-STATUS IS EQUAL TO '10'                     ZBNKSAR1
023500           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKSAR1
023600        ELSE                                                      ZBNKSAR1
023700           IF WS-BNKSARC-STATUS IS NOT EQUAL TO '00'              ZBNKSAR1
023800              MOVE 'BNKSARC read error during scan'               ZBNKSAR1
023900                TO WS-CONSOLE-MESSAGE                             ZBNKSAR1
024000              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKSAR1
024100              MOVE WS-BNKSARC-STATUS TO WS-IO-STATUS              ZBNKSAR1
024200              PERFORM DISPLAY-IO-STATUS                           ZBNKSAR1
024300              PERFORM ABORT-PROGRAM                               ZBNKSAR1
024400           ELSE                                                   ZBNKSAR1
024500              ADD 1 TO WS-CASES-READ                              ZBNKSAR1
024600              PERFORM PROCESS-ONE-CASE THRU                       ZBNKSAR1
024700                      PROCESS-ONE-CASE-EXIT                       ZBNKSAR1
024800           END-IF                                                 ZBNKSAR1
024900        END-IF                                                    ZBNKSAR1
025000     END-PERFORM.                                                 ZBNKSAR1
025100                                                                  ZBNKSAR1
025200     PERFORM WRITE-CONTROL-RECORD.                                ZBNKSAR1
025300     PERFORM PRINT-REPORT-TOTALS.                                 ZBNKSAR1
025400     PERFORM CLOSE-FILES.                                         ZBNKSAR1
025500                                                                  ZBNKSAR1
025600     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKSAR1
025700     STRING WS-CASES-FILED DELIMITED BY SIZE                      ZBNKSAR1
025800            ' SARs filed, ' DELIMITED BY SIZE                     ZBNKSAR1
025900            WS-CASES-OVERDUE DELIMITED BY SIZE                    ZBNKSAR1
026000            ' cases overdue' DELIMITED BY SIZE                    ZBNKSAR1
026100       INTO WS-CONSOLE-MESSAGE.                                   ZBNKSAR1
026200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKSAR1
026300     MOVE 'End Of Job'                                            ZBNKSAR1
026400       TO WS-CONSOLE-MESSAGE.                                     ZBNKSAR1
026500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKSAR1
026600                                                                  ZBNKSAR1
026700     PERFORM RUN-TIME.                                            ZBNKSAR1
026800                                                                  ZBNKSAR1
026900     IF WS-CASES-OVERDUE IS GREATER THAN ZERO                     ZBNKSAR1
027000        MOVE 4 TO RETURN-CODE                                     ZBNKSAR1
027100     ELSE                                                         ZBNKSAR1
027200        MOVE 0 TO RETURN-CODE                                     ZBNKSAR1
027300     END-IF.                                                      ZBNKSAR1
027400                                                                  ZBNKSAR1
027500     GOBACK.                                                      ZBNKSAR1
027600                                                                  ZBNKSAR1
027700***************************************************************** ZBNKSAR1
027800* One case - file it if it was decided reportable, or check     * ZBNKSAR1
027900* its deadline if it is still being worked                      * ZBNKSAR1
028000***************************************************************** ZBNKSAR1
028100 PROCESS-ONE-CASE.                                                ZBNKSAR1
028200     IF SAR-STATUS-TO-FILE                                        ZBNKSAR1
028300        PERFORM FILE-ONE-CASE THRU                                ZBNKSAR1
028400                FILE-ONE-CASE-EXIT                                ZBNKSAR1
028500        GO TO PROCESS-ONE-CASE-EXIT                               ZBNKSAR1
028600     END-IF.                                                      ZBNKSAR1
028700     IF NOT SAR-STATUS-OPEN                                       ZBNKSAR1
028800        GO TO PROCESS-ONE-CASE-EXIT                               ZBNKSAR1
028900     END-IF.                                                      ZBNKSAR1
029000     ADD 1 TO WS-CASES-OPEN.                                      ZBNKSAR1
029100     MOVE SAR-REC-DUE-DATE (1:4) TO WS-DUE-YYYY.                  ZBNKSAR1
029200     MOVE SAR-REC-DUE-DATE (6:2) TO WS-DUE-MM.                    ZBNKSAR1
029300     MOVE SAR-REC-DUE-DATE (9:2) TO WS-DUE-DD.                    ZBNKSAR1
029400     IF WS-DUE-YYYYMMDD-X IS NOT NUMERIC                          ZBNKSAR1
029500        MOVE ZERO TO WS-DAYS-LEFT                                 ZBNKSAR1
029600     ELSE                                                         ZBNKSAR1
029700        COMPUTE WS-DAYS-LEFT =                                    ZBNKSAR1
029800          FUNCTION INTEGER-OF-DATE (WS-DUE-YYYYMMDD)              ZBNKSAR1
029900            - WS-TODAY-INT                                        ZBNKSAR1
030000     END-IF.                                                      ZBNKSAR1
030100     IF WS-DAYS-LEFT IS GREATER THAN WS-WARN-DAYS                 ZBNKSAR1
030200        GO TO PROCESS-ONE-CASE-EXIT                               ZBNKSAR1
030300     END-IF.                                                      ZBNKSAR1
030400     MOVE SPACES TO WS-RPT2.                                      ZBNKSAR1
030500     MOVE SAR-REC-CASE-ID TO WS-RPT2-CASE-ID.                     ZBNKSAR1
030600     MOVE SAR-REC-PID TO WS-RPT2-PID.                             ZBNKSAR1
030700     MOVE SAR-REC-INVESTIGATOR TO WS-RPT2-INVESTIGATOR.           ZBNKSAR1
030800     MOVE SAR-REC-DUE-DATE TO WS-RPT2-DUE-DATE.                   ZBNKSAR1
030900     MOVE WS-DAYS-LEFT TO WS-RPT2-DAYS-LEFT.                      ZBNKSAR1
031000     MOVE SAR-REC-AMOUNT TO WS-RPT2-AMOUNT.                       ZBNKSAR1
031100     IF WS-DAYS-LEFT IS LESS THAN ZERO                            ZBNKSAR1
031200        ADD 1 TO WS-CASES-OVERDUE                                 ZBNKSAR1
031300        MOVE 'OVERDUE - not filed' TO WS-RPT2-WHAT                ZBNKSAR1
031400     ELSE                                                         ZBNKSAR1
031500        ADD 1 TO WS-CASES-DUE-SOON                                ZBNKSAR1
031600        MOVE 'Due soon' TO WS-RPT2-WHAT                           ZBNKSAR1
031700     END-IF.                                                      ZBNKSAR1
031800     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKSAR1
031900     PERFORM PRINTOUT-PUT.                                        ZBNKSAR1
032000 PROCESS-ONE-CASE-EXIT.                                           ZBNKSAR1
032100     EXIT.                                                        ZBNKSAR1
032200                                                                  ZBNKSAR1
032300***************************************************************** ZBNKSAR1
032400* Write the case to the filing extract and mark it filed        * ZBNKSAR1
032500***************************************************************** ZBNKSAR1
032600 FILE-ONE-CASE.                                                   ZBNKSAR1
032700     MOVE SAR-REC-PID TO BCS-REC-PID.                             ZBNKSAR1
032800     READ BNKCUST-FILE.                                           ZBNKSAR1
032900     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKSAR1
033000        MOVE SPACES TO BCS-REC-SIN                                ZBNKSAR1
033100        MOVE 'Customer not on file' TO BCS-REC-NAME               ZBNKSAR1
033200     END-IF.                                                      ZBNKSAR1
033300     MOVE SPACES TO EXTRACT-REC.                                  ZBNKSAR1
033400     SET BANKXT06-SUBJECT TO TRUE.                                ZBNKSAR1
033500     MOVE SAR-REC-CASE-ID TO BANKXT06-CASE-ID.                    ZBNKSAR1
033600     MOVE SAR-REC-PID TO BANKXT06-PID.                            ZBNKSAR1
033700     MOVE BCS-REC-SIN TO BANKXT06-SIN.                            ZBNKSAR1
033800     MOVE BCS-REC-NAME TO BANKXT06-NAME.                          ZBNKSAR1
033900     MOVE SAR-REC-OPENED-DATE TO BANKXT06-OPENED-DATE.            ZBNKSAR1
034000     MOVE SAR-REC-DISP-DATE TO BANKXT06-DISP-DATE.                ZBNKSAR1
034100     MOVE SAR-REC-DUE-DATE TO BANKXT06-DUE-DATE.                  ZBNKSAR1
034200     MOVE SAR-REC-INVESTIGATOR TO BANKXT06-INVESTIGATOR.          ZBNKSAR1
034300     MOVE SAR-REC-AMOUNT TO BANKXT06-AMOUNT.                      ZBNKSAR1
034400     MOVE SAR-REC-ALERT-COUNT TO BANKXT06-ALERT-COUNT.            ZBNKSAR1
034500     MOVE SAR-REC-NOTE-COUNT TO BANKXT06-NOTE-COUNT.              ZBNKSAR1
034600     PERFORM EXTRACT-PUT.                                         ZBNKSAR1
034700     MOVE 1 TO WS-SUB1.                                           ZBNKSAR1
034800     PERFORM WRITE-ALERT-RECORD                                   ZBNKSAR1
034900       UNTIL WS-SUB1 IS GREATER THAN SAR-REC-ALERT-COUNT.         ZBNKSAR1
035000     MOVE 1 TO WS-SUB1.                                           ZBNKSAR1
035100     PERFORM WRITE-NARRATIVE-RECORD                               ZBNKSAR1
035200       UNTIL WS-SUB1 IS GREATER THAN SAR-REC-NOTE-COUNT.          ZBNKSAR1
035300     SET SAR-STATUS-FILED TO TRUE.                                ZBNKSAR1
035400     MOVE WS-TODAY TO SAR-REC-FILED-DATE.                         ZBNKSAR1
035500     REWRITE BNKSARC-REC.                                         ZBNKSAR1
035600     IF WS-BNKSARC-STATUS IS NOT EQUAL TO '00'                    ZBNKSAR1
035700        MOVE 'BNKSARC error marking case filed'                   ZBNKSAR1
035800          TO WS-CONSOLE-MESSAGE                                   ZBNKSAR1
035900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSAR1
036000        MOVE WS-BNKSARC-STATUS TO WS-IO-STATUS                    ZBNKSAR1
036100        PERFORM DISPLAY-IO-STATUS                                 ZBNKSAR1
036200        PERFORM ABORT-PROGRAM                                     ZBNKSAR1
036300     END-IF.                                                      ZBNKSAR1
036400     ADD 1 TO WS-CASES-FILED.                                     ZBNKSAR1
036500     ADD SAR-REC-AMOUNT TO WS-FILED-TOTAL.                        ZBNKSAR1
036600     MOVE SPACES TO WS-RPT2.                                      ZBNKSAR1
036700     MOVE SAR-REC-CASE-ID TO WS-RPT2-CASE-ID.                     ZBNKSAR1
036800     MOVE SAR-REC-PID TO WS-RPT2-PID.                             ZBNKSAR1
036900     MOVE SAR-REC-INVESTIGATOR TO WS-RPT2-INVESTIGATOR.           ZBNKSAR1
037000     MOVE SAR-REC-DUE-DATE TO WS-RPT2-DUE-DATE.                   ZBNKSAR1
037100     MOVE 'SAR filed' TO WS-RPT2-WHAT.                            ZBNKSAR1
037200     MOVE SAR-REC-AMOUNT TO WS-RPT2-AMOUNT.                       ZBNKSAR1
037300     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKSAR1
037400     PERFORM PRINTOUT-PUT.                                        ZBNKSAR1
037500 FILE-ONE-CASE-EXIT.                                              ZBNKSAR1
037600     EXIT.                                                        ZBNKSAR1
037700                                                                  ZBNKSAR1
037800***************************************************************** ZBNKSAR1
037900* One alert record for the case                                 * ZBNKSAR1
038000***************************************************************** ZBNKSAR1
038100 WRITE-ALERT-RECORD.                                              ZBNKSAR1
038200     MOVE SPACES TO EXTRACT-REC.                                  ZBNKSAR1
038300     SET BANKXT06-ALERT TO TRUE.                                  ZBNKSAR1
038400     MOVE SAR-REC-CASE-ID TO BANKXT06-CASE-ID.                    ZBNKSAR1
038500     MOVE WS-SUB1 TO BANKXT06-ALERT-SEQ.                          ZBNKSAR1
038600     MOVE SAR-REC-ALERT-SOURCE (WS-SUB1) TO BANKXT06-ALERT-SOURCE.ZBNKSAR1
038700     MOVE SAR-REC-ALERT-REF (WS-SUB1) TO BANKXT06-ALERT-REF.      ZBNKSAR1
038800     MOVE SAR-REC-ALERT-DATE (WS-SUB1) TO BANKXT06-ALERT-DATE.    ZBNKSAR1
038900     MOVE SAR-REC-ALERT-AMOUNT (WS-SUB1) TO BANKXT06-ALERT-AMOUNT.ZBNKSAR1
039000     MOVE SAR-REC-ALERT-DESC (WS-SUB1) TO BANKXT06-ALERT-DESC.    ZBNKSAR1
039100     PERFORM EXTRACT-PUT.                                         ZBNKSAR1
039200     ADD 1 TO WS-SUB1.                                            ZBNKSAR1
039300                                                                  ZBNKSAR1
039400***************************************************************** ZBNKSAR1
039500* One narrative record for the case                             * ZBNKSAR1
039600***************************************************************** ZBNKSAR1
039700 WRITE-NARRATIVE-RECORD.                                          ZBNKSAR1
039800     MOVE SPACES TO EXTRACT-REC.                                  ZBNKSAR1
039900     SET BANKXT06-NARRATIVE TO TRUE.                              ZBNKSAR1
040000     MOVE SAR-REC-CASE-ID TO BANKXT06-CASE-ID.                    ZBNKSAR1
040100     MOVE WS-SUB1 TO BANKXT06-NOTE-SEQ.                           ZBNKSAR1
040200     MOVE SAR-REC-NOTE-DATE (WS-SUB1) TO BANKXT06-NOTE-DATE.      ZBNKSAR1
040300     MOVE SAR-REC-NOTE-USER (WS-SUB1) TO BANKXT06-NOTE-USER.      ZBNKSAR1
040400     MOVE SAR-REC-NOTE-TEXT (WS-SUB1) TO BANKXT06-NOTE-TEXT.      ZBNKSAR1
040500     PERFORM EXTRACT-PUT.                                         ZBNKSAR1
040600     ADD 1 TO WS-SUB1.                                            ZBNKSAR1
040700                                                                  ZBNKSAR1
040800***************************************************************** ZBNKSAR1
040900* Close the extract with the control record                     * ZBNKSAR1
041000***************************************************************** ZBNKSAR1
041100 WRITE-CONTROL-RECORD.                                            ZBNKSAR1
041200     MOVE SPACES TO EXTRACT-REC.                                  ZBNKSAR1
041300     SET BANKXT06-CONTROL TO TRUE.                                ZBNKSAR1
041400     MOVE WS-CASES-FILED TO BANKXT06-CTL-CASES.                   ZBNKSAR1
041500     MOVE WS-RECORDS-WRITTEN TO BANKXT06-CTL-RECORDS.             ZBNKSAR1
041600     MOVE WS-FILED-TOTAL TO BANKXT06-CTL-AMOUNT.                  ZBNKSAR1
041700     PERFORM EXTRACT-PUT.                                         ZBNKSAR1
041800                                                                  ZBNKSAR1
041900***************************************************************** ZBNKSAR1
042000* Write an extract record                                       * ZBNKSAR1
042100***************************************************************** ZBNKSAR1
042200 EXTRACT-PUT.                                                     ZBNKSAR1
042300     WRITE EXTRACT-REC.                                           ZBNKSAR1
042400     IF WS-EXTRACT-STATUS IS NOT EQUAL TO '00'                    ZBNKSAR1
042500       MOVE 'EXTRACT error writing file...'                       ZBNKSAR1
042600         TO WS-CONSOLE-MESSAGE                                    ZBNKSAR1
042700       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKSAR1
042800       MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS                     ZBNKSAR1
042900       PERFORM DISPLAY-IO-STATUS                                  ZBNKSAR1
043000       PERFORM ABORT-PROGRAM                                      ZBNKSAR1
043100     END-IF.                                                      ZBNKSAR1
043200     IF NOT BANKXT06-CONTROL                                      ZBNKSAR1
043300       ADD 1 TO WS-RECORDS-WRITTEN                                ZBNKSAR1
043400     END-IF.                                                      ZBNKSAR1
043500                                                                  ZBNKSAR1
043600***************************************************************** ZBNKSAR1
043700* Print the report heading                                      * ZBNKSAR1
043800***************************************************************** ZBNKSAR1
043900 PRINT-REPORT-HEADER.                                             ZBNKSAR1
044000     MOVE WS-TODAY TO WS-PRINT-DATE.                              ZBNKSAR1
044100     MOVE WS-PRINTED-DATE TO WS-RPT1-DATE.                        ZBNKSAR1
044200     MOVE WS-RPT1 TO PRINTOUT-REC.                                ZBNKSAR1
044300     PERFORM PRINTOUT-PUT.                                        ZBNKSAR1
044400     MOVE WS-RPT4 TO PRINTOUT-REC.                                ZBNKSAR1
044500     PERFORM PRINTOUT-PUT.                                        ZBNKSAR1
044600     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKSAR1
044700     PERFORM PRINTOUT-PUT.                                        ZBNKSAR1
044800                                                                  ZBNKSAR1
044900***************************************************************** ZBNKSAR1
045000* Print the run totals                                          * ZBNKSAR1
045100***************************************************************** ZBNKSAR1
045200 PRINT-REPORT-TOTALS.                                             ZBNKSAR1
045300     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKSAR1
045400     PERFORM PRINTOUT-PUT.                                        ZBNKSAR1
045500     MOVE ZERO TO WS-RPT3-AMOUNT.                                 ZBNKSAR1
045600     MOVE 'Cases read' TO WS-RPT3-DESC.                           ZBNKSAR1
045700     MOVE WS-CASES-READ TO WS-RPT3-COUNT.                         ZBNKSAR1
045800     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKSAR1
045900     PERFORM PRINTOUT-PUT.                                        ZBNKSAR1
046000     MOVE 'Open cases' TO WS-RPT3-DESC.                           ZBNKSAR1
046100     MOVE WS-CASES-OPEN TO WS-RPT3-COUNT.                         ZBNKSAR1
046200     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKSAR1
046300     PERFORM PRINTOUT-PUT.                                        ZBNKSAR1
046400     MOVE 'Open cases due soon' TO WS-RPT3-DESC.                  ZBNKSAR1
046500     MOVE WS-CASES-DUE-SOON TO WS-RPT3-COUNT.                     ZBNKSAR1
046600     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKSAR1
046700     PERFORM PRINTOUT-PUT.                                        ZBNKSAR1
046800     MOVE 'Open cases overdue' TO WS-RPT3-DESC.                   ZBNKSAR1
046900     MOVE WS-CASES-OVERDUE TO WS-RPT3-COUNT.                      ZBNKSAR1
047000     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKSAR1
047100     PERFORM PRINTOUT-PUT.                                        ZBNKSAR1
047200     MOVE 'Extract records written' TO WS-RPT3-DESC.              ZBNKSAR1
047300     MOVE WS-RECORDS-WRITTEN TO WS-RPT3-COUNT.                    ZBNKSAR1
047400     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKSAR1
047500     PERFORM PRINTOUT-PUT.                                        ZBNKSAR1
047600     MOVE 'SARs filed' TO WS-RPT3-DESC.                           ZBNKSAR1
047700     MOVE WS-CASES-FILED TO WS-RPT3-COUNT.                        ZBNKSAR1
047800     MOVE WS-FILED-TOTAL TO WS-RPT3-AMOUNT.                       ZBNKSAR1
047900     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKSAR1
048000     PERFORM PRINTOUT-PUT.                                        ZBNKSAR1
048100                                                                  ZBNKSAR1
048200***************************************************************** ZBNKSAR1
048300* Write a report line                                           * ZBNKSAR1
048400***************************************************************** ZBNKSAR1
048500 PRINTOUT-PUT.                                                    ZBNKSAR1
048600     WRITE PRINTOUT-REC.                                          ZBNKSAR1
048700     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKSAR1
048800       MOVE 'PRINTOUT error writing file...'                      ZBNKSAR1
048900         TO WS-CONSOLE-MESSAGE                                    ZBNKSAR1
049000       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKSAR1
049100       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKSAR1
049200       PERFORM DISPLAY-IO-STATUS                                  ZBNKSAR1
049300       PERFORM ABORT-PROGRAM                                      ZBNKSAR1
049400     END-IF.                                                      ZBNKSAR1
049500                                                                  ZBNKSAR1
049600***************************************************************** ZBNKSAR1
049700* Open all the files                                            * ZBNKSAR1
049800***************************************************************** ZBNKSAR1
049900 OPEN-FILES.                                                      ZBNKSAR1
050000     OPEN I-O BNKSARC-FILE.                                       ZBNKSAR1
050100     IF WS-BNKSARC-STATUS IS NOT EQUAL TO '00' AND                ZBNKSAR1
050200        WS-BNKSARC-STATUS IS NOT EQUAL TO '05'                    ZBNKSAR1
050300        MOVE 'BNKSARC file open failure...'                       ZBNKSAR1
050400          TO WS-CONSOLE-MESSAGE                                   ZBNKSAR1
050500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSAR1
050600        MOVE WS-BNKSARC-STATUS TO WS-IO-STATUS                    ZBNKSAR1
050700        PERFORM DISPLAY-IO-STATUS                                 ZBNKSAR1
050800        PERFORM ABORT-PROGRAM                                     ZBNKSAR1
050900     END-IF.                                                      ZBNKSAR1
051000     OPEN INPUT BNKCUST-FILE.                                     ZBNKSAR1
051100     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKSAR1
051200        MOVE 'BNKCUST file open failure...'                       ZBNKSAR1
051300          TO WS-CONSOLE-MESSAGE                                   ZBNKSAR1
051400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSAR1
051500        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    ZBNKSAR1
051600        PERFORM DISPLAY-IO-STATUS                                 ZBNKSAR1
051700        PERFORM ABORT-PROGRAM                                     ZBNKSAR1
051800     END-IF.                                                      ZBNKSAR1
051900     OPEN OUTPUT EXTRACT-FILE.                                    ZBNKSAR1
052000     IF WS-EXTRACT-STATUS IS NOT EQUAL TO '00'                    ZBNKSAR1
052100        MOVE 'EXTRACT file open failure...'                       ZBNKSAR1
052200          TO WS-CONSOLE-MESSAGE                                   ZBNKSAR1
052300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSAR1
052400        MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS                    ZBNKSAR1
052500        PERFORM DISPLAY-IO-STATUS                                 ZBNKSAR1
052600        PERFORM ABORT-PROGRAM                                     ZBNKSAR1
052700     END-IF.                                                      ZBNKSAR1
052800     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKSAR1
052900     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKSAR1
053000        MOVE 'PRINTOUT file open failure...'                      ZBNKSAR1
053100          TO WS-CONSOLE-MESSAGE                                   ZBNKSAR1
053200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSAR1
053300        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKSAR1
053400        PERFORM DISPLAY-IO-STATUS                                 ZBNKSAR1
053500        PERFORM ABORT-PROGRAM                                     ZBNKSAR1
053600     END-IF.                                                      ZBNKSAR1
053700                                                                  ZBNKSAR1
053800***************************************************************** ZBNKSAR1
053900* Close all the files                                           * ZBNKSAR1
054000***************************************************************** ZBNKSAR1
054100 CLOSE-FILES.                                                     ZBNKSAR1
054200     CLOSE BNKSARC-FILE.                                          ZBNKSAR1
054300     CLOSE BNKCUST-FILE.                                          ZBNKSAR1
054400     CLOSE EXTRACT-FILE.                                          ZBNKSAR1
054500     CLOSE PRINTOUT-FILE.                                         ZBNKSAR1
054600                                                                  ZBNKSAR1
054700***************************************************************** ZBNKSAR1
054800* Display the file status bytes. This routine will display as   * ZBNKSAR1
054900* two digits if the full two byte file status is numeric. If    * ZBNKSAR1
055000* second byte is non-numeric then it will be treated as a       * ZBNKSAR1
055100* binary number.                                                * ZBNKSAR1
055200***************************************************************** ZBNKSAR1
055300 DISPLAY-IO-STATUS.                                               ZBNKSAR1
055400     IF WS-IO-STATUS NUMERIC                                      ZBNKSAR1
055500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKSAR1
055600        STRING 'File status -' DELIMITED BY SIZE                  ZBNKSAR1
055700               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKSAR1
055800          INTO WS-CONSOLE-MESSAGE                                 ZBNKSAR1
055900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSAR1
056000     ELSE                                                         ZBNKSAR1
056100        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKSAR1
056200        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKSAR1
056300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKSAR1
056400        STRING 'File status -' DELIMITED BY SIZE                  ZBNKSAR1
056500               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKSAR1
056600               '/' DELIMITED BY SIZE                              ZBNKSAR1
056700               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKSAR1
056800          INTO WS-CONSOLE-MESSAGE                                 ZBNKSAR1
056900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSAR1
057000     END-IF.                                                      ZBNKSAR1
057100                                                                  ZBNKSAR1
057200***************************************************************** ZBNKSAR1
057300* 'ABORT' the program.                                          * ZBNKSAR1
057400* Post a message to the console and issue a STOP RUN            * ZBNKSAR1
057500***************************************************************** ZBNKSAR1
057600 ABORT-PROGRAM.                                                   ZBNKSAR1
057700     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKSAR1
057800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSAR1
057900     END-IF.                                                      ZBNKSAR1
058000     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKSAR1
058100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKSAR1
058200     MOVE 16 TO RETURN-CODE.                                      ZBNKSAR1
058300     STOP RUN.                                                    ZBNKSAR1
058400                                                                  ZBNKSAR1
058500***************************************************************** ZBNKSAR1
058600* Display CONSOLE messages...                                   * ZBNKSAR1
058700***************************************************************** ZBNKSAR1
058800 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKSAR1
058900     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKSAR1
059000       UPON CONSOLE.                                              ZBNKSAR1
059100     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKSAR1
059200                                                                  ZBNKSAR1
059300 COPY CTIMERP.                                                    ZBNKSAR1
059400                                                                  ZBNKSAR1
059500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKSAR1
