000100***************************************************************** ZBNKMAJ1
000200*                                                               * ZBNKMAJ1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKMAJ1
000400*   This demonstration program is provided for use by users     * ZBNKMAJ1
000500*   of Micro Focus products and may be used, modified and       * ZBNKMAJ1
000600*   distributed as part of your application provided that       * ZBNKMAJ1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKMAJ1
000800*   in this material.                                           * ZBNKMAJ1
000900*                                                               * ZBNKMAJ1
001000***************************************************************** ZBNKMAJ1
001100                                                                  ZBNKMAJ1
001200***************************************************************** ZBNKMAJ1
001300* Program:     ZBNKMAJ1.CBL                                     * ZBNKMAJ1
001400* Function:    Monthly age-of-majority run.  Browses BNKCUST    * ZBNKMAJ1
001500*              for customers held as minors whose date of       * ZBNKMAJ1
001600*              birth puts them at 18 or over on the run date.   * ZBNKMAJ1
001700*              For each one the minor flag is cleared and the   * ZBNKMAJ1
001800*              guardian's authority is marked removed, every    * ZBNKMAJ1
001900*              account the customer owns is converted to the    * ZBNKMAJ1
002000*              adult product named on its BNKATYP record (a     * ZBNKMAJ1
002100*              product with no adult equivalent is left as it   * ZBNKMAJ1
002200*              is), and a notice letter is written telling the  * ZBNKMAJ1
002300*              customer the accounts are now theirs alone.  A   * ZBNKMAJ1
002400*              customer whose address is flagged undeliverable  * ZBNKMAJ1
002450*              is converted and the letter goes by e-mail if    * ZBNKMAJ1
002525*              they take e-mail; otherwise the letter is held.  * ZBNKMAJ1
002600*              BNKCUST and BNKACC updates are journaled through * ZBNKMAJ1
002700*              UJOURNL for forward recovery, and each letter    * ZBNKMAJ1
002800*              is added to the correspondence history through   * ZBNKMAJ1
002900*              UCORREG.                                         * ZBNKMAJ1
003000***************************************************************** ZBNKMAJ1
003100                                                                  ZBNKMAJ1
003200 IDENTIFICATION DIVISION.                                         ZBNKMAJ1
003300 PROGRAM-ID.                                                      ZBNKMAJ1
003400     ZBNKMAJ1.                                                    ZBNKMAJ1
003500 DATE-WRITTEN.                                                    ZBNKMAJ1
003600     October 2026.                                                ZBNKMAJ1
003700 DATE-COMPILED.                                                   ZBNKMAJ1
003800     Today.                                                       ZBNKMAJ1
003900                                                                  ZBNKMAJ1
004000 ENVIRONMENT DIVISION.                                            ZBNKMAJ1
004100 INPUT-OUTPUT   SECTION.                                          ZBNKMAJ1
004200   FILE-CONTROL.                                                  ZBNKMAJ1
004300     SELECT BNKCUST-FILE                                          ZBNKMAJ1
004400            ASSIGN       TO BNKCUST                               ZBNKMAJ1
004500            ORGANIZATION IS INDEXED                               ZBNKMAJ1
004600            ACCESS MODE  IS DYNAMIC                               ZBNKMAJ1
004700            RECORD KEY   IS BCS-REC-PID                           ZBNKMAJ1
004800            ALTERNATE KEY IS BCS-REC-NAME WITH DUPLICATES         ZBNKMAJ1
004900            ALTERNATE KEY IS BCS-REC-NAME-FF WITH DUPLICATES      ZBNKMAJ1
005000            FILE STATUS  IS WS-BNKCUST-STATUS.                    ZBNKMAJ1
005100     SELECT BNKACC-FILE                                           ZBNKMAJ1
005200            ASSIGN       TO BNKACC                                ZBNKMAJ1
005300            ORGANIZATION IS INDEXED                               ZBNKMAJ1
005400            ACCESS MODE  IS DYNAMIC                               ZBNKMAJ1
005500            RECORD KEY   IS BAC-REC-ACCNO                         ZBNKMAJ1
005600            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          ZBNKMAJ1
005700            FILE STATUS  IS WS-BNKACC-STATUS.                     ZBNKMAJ1
005800     SELECT BNKATYP-FILE                                          ZBNKMAJ1
005900            ASSIGN       TO BNKATYP                               ZBNKMAJ1
006000            ORGANIZATION IS INDEXED                               ZBNKMAJ1
006100            ACCESS MODE  IS RANDOM                                ZBNKMAJ1
006200            RECORD KEY   IS BAT-REC-TYPE                          ZBNKMAJ1
006300            FILE STATUS  IS WS-BNKATYP-STATUS.                    ZBNKMAJ1
006400     SELECT MAJLTR-FILE                                           ZBNKMAJ1
006500            ASSIGN       TO MAJLTR                                ZBNKMAJ1
006600            ORGANIZATION IS SEQUENTIAL                            ZBNKMAJ1
006700            ACCESS MODE  IS SEQUENTIAL                            ZBNKMAJ1
006800            FILE STATUS  IS WS-MAJLTR-STATUS.                     ZBNKMAJ1
006900     SELECT PRINTOUT-FILE                                         ZBNKMAJ1
007000            ASSIGN       TO PRINTOUT                              ZBNKMAJ1
007100            ORGANIZATION IS SEQUENTIAL                            ZBNKMAJ1
007200            ACCESS MODE  IS SEQUENTIAL                            ZBNKMAJ1
007300            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKMAJ1
007400                                                                  ZBNKMAJ1
007500 DATA DIVISION.                                                   ZBNKMAJ1
007600 FILE SECTION.                                                    ZBNKMAJ1
007700                                                                  ZBNKMAJ1
007800 FD  BNKCUST-FILE.                                                ZBNKMAJ1
007900 01  BNKCUST-REC.                                                 ZBNKMAJ1
008000 COPY CBANKVCS.                                                   ZBNKMAJ1
008100                                                                  ZBNKMAJ1
008200 FD  BNKACC-FILE.                                                 ZBNKMAJ1
008300 01  BNKACC-REC.                                                  ZBNKMAJ1
008400 COPY CBANKVAC.                                                   ZBNKMAJ1
008500                                                                  ZBNKMAJ1
008600 FD  BNKATYP-FILE.                                                ZBNKMAJ1
008700 01  BNKATYP-REC.                                                 ZBNKMAJ1
008800 COPY CBANKVAT.                                                   ZBNKMAJ1
008900                                                                  ZBNKMAJ1
009000 FD  MAJLTR-FILE.                                                 ZBNKMAJ1
009100 01  MAJLTR-REC.                                                  ZBNKMAJ1
009200   05  MJL-PID                               PIC X(5).            ZBNKMAJ1
009300   05  MJL-NAME                              PIC X(25).           ZBNKMAJ1
009400   05  MJL-ADDR1                             PIC X(25).           ZBNKMAJ1
009500   05  MJL-ADDR2                             PIC X(25).           ZBNKMAJ1
009600   05  MJL-TEXT                              PIC X(60).           ZBNKMAJ1
009650   05  MJL-CHANNEL                           PIC X(1).            ZBNKMAJ1
009700                                                                  ZBNKMAJ1
009800 FD  PRINTOUT-FILE.                                               ZBNKMAJ1
009900 01  PRINTOUT-REC                            PIC X(121).          ZBNKMAJ1
010000                                                                  ZBNKMAJ1
010100 WORKING-STORAGE SECTION.                                         ZBNKMAJ1
010200 COPY CJOURNLD.                                                   ZBNKMAJ1
010300                                                                  ZBNKMAJ1
010400 COPY CCORREGD.                                                   ZBNKMAJ1
010500                                                                  ZBNKMAJ1
010600 COPY CRUNCTLD.                                                   ZBNKMAJ1
010700                                                                  ZBNKMAJ1
010800 COPY CTIMERD.                                                    ZBNKMAJ1
010900                                                                  ZBNKMAJ1
011000 COPY CTSTAMPD.                                                   ZBNKMAJ1
011100                                                                  ZBNKMAJ1
011200 01  WS-MISC-STORAGE.                                             ZBNKMAJ1
011300   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKMAJ1
011400       VALUE 'ZBNKMAJ1'.                                          ZBNKMAJ1
011500   05  WS-BNKCUST-STATUS.                                         ZBNKMAJ1
011600     10  WS-BNKCUST-STAT1                    PIC X(1).            ZBNKMAJ1
011700     10  WS-BNKCUST-STAT2                    PIC X(1).            ZBNKMAJ1
011800   05  WS-BNKACC-STATUS.                                          ZBNKMAJ1
011900     10  WS-BNKACC-STAT1                     PIC X(1).            ZBNKMAJ1
012000     10  WS-BNKACC-STAT2                     PIC X(1).            ZBNKMAJ1
012100   05  WS-BNKATYP-STATUS.                                         ZBNKMAJ1
012200     10  WS-BNKATYP-STAT1                    PIC X(1).            ZBNKMAJ1
012300     10  WS-BNKATYP-STAT2                    PIC X(1).            ZBNKMAJ1
012400   05  WS-MAJLTR-STATUS.                                          ZBNKMAJ1
012500     10  WS-MAJLTR-STAT1                     PIC X(1).            ZBNKMAJ1
012600     10  WS-MAJLTR-STAT2                     PIC X(1).            ZBNKMAJ1
012700   05  WS-PRINTOUT-STATUS.                                        ZBNKMAJ1
012800     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKMAJ1
012900     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKMAJ1
013000   05  WS-IO-STATUS.                                              ZBNKMAJ1
013100     10  WS-IO-STAT1                         PIC X(1).            ZBNKMAJ1
013200     10  WS-IO-STAT2                         PIC X(1).            ZBNKMAJ1
013300   05  WS-TWO-BYTES.                                              ZBNKMAJ1
013400     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKMAJ1
013500     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKMAJ1
013600   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKMAJ1
013700                                             PIC 9(1) COMP.       ZBNKMAJ1
013800   05  WS-END-OF-FILE                        PIC X(3)             ZBNKMAJ1
013900       VALUE 'NO '.                                               ZBNKMAJ1
014000   05  WS-AGE-OF-MAJORITY                    PIC 9(2)             ZBNKMAJ1
014100       VALUE 18.                                                  ZBNKMAJ1
014200   05  WS-MAJORITY-YEAR                      PIC 9(4).            ZBNKMAJ1
014300   05  WS-MAJORITY-DTE                       PIC X(10).           ZBNKMAJ1
014400   05  WS-MAJOR-PID                          PIC X(5).            ZBNKMAJ1
014500   05  WS-OLD-TYPE                           PIC X(1).            ZBNKMAJ1
014600   05  WS-CUSTOMERS                          PIC 9(5)             ZBNKMAJ1
014700       VALUE ZERO.                                                ZBNKMAJ1
014800   05  WS-ACCOUNTS                           PIC 9(5)             ZBNKMAJ1
014900       VALUE ZERO.                                                ZBNKMAJ1
015000   05  WS-LETTERS-HELD                       PIC 9(5)             ZBNKMAJ1
015100       VALUE ZERO.                                                ZBNKMAJ1
015133   05  WS-LETTERS-EMAILED                    PIC 9(5)             ZBNKMAJ1
015166       VALUE ZERO.                                                ZBNKMAJ1
015200                                                                  ZBNKMAJ1
015300 01  WS-REPORT-LINES.                                             ZBNKMAJ1
015400   05  WS-LINE1.                                                  ZBNKMAJ1
015500     10  WS-LINE1-CC                         PIC X(1)             ZBNKMAJ1
015600         VALUE '1'.                                               ZBNKMAJ1
015700     10  FILLER                              PIC X(40)            ZBNKMAJ1
015800         VALUE 'Age Of Majority - Conversions'.                   ZBNKMAJ1
015900     10  WS-LINE1-DATE                       PIC X(10).           ZBNKMAJ1
016000   05  WS-LINE3.                                                  ZBNKMAJ1
016100     10  WS-LINE3-CC                         PIC X(1)             ZBNKMAJ1
016200         VALUE ' '.                                               ZBNKMAJ1
016300     10  FILLER                              PIC X(7)             ZBNKMAJ1
016400         VALUE 'PID'.                                             ZBNKMAJ1
016500     10  FILLER                              PIC X(12)            ZBNKMAJ1
016600         VALUE 'Born'.                                            ZBNKMAJ1
016700     10  FILLER                              PIC X(11)            ZBNKMAJ1
016800         VALUE 'Account'.                                         ZBNKMAJ1
016900     10  FILLER                              PIC X(40)            ZBNKMAJ1
017000         VALUE 'Action'.                                          ZBNKMAJ1
017100   05  WS-LINE4.                                                  ZBNKMAJ1
017200     10  WS-LINE4-CC                         PIC X(1)             ZBNKMAJ1
017300         VALUE ' '.                                               ZBNKMAJ1
017400     10  WS-LINE4-PID                        PIC X(7).            ZBNKMAJ1
017500     10  WS-LINE4-DOB                        PIC X(12).           ZBNKMAJ1
017600     10  WS-LINE4-ACCNO                      PIC X(11).           ZBNKMAJ1
017700     10  WS-LINE4-ACTION                     PIC X(40).           ZBNKMAJ1
017800                                                                  ZBNKMAJ1
017900 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKMAJ1
018000                                                                  ZBNKMAJ1
018100 LINKAGE SECTION.                                                 ZBNKMAJ1
018200 01  LK-EXEC-PARM.                                                ZBNKMAJ1
018300   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKMAJ1
018400   05  LK-EXEC-PARM-DATA                     PIC X(12).           ZBNKMAJ1
018500                                                                  ZBNKMAJ1
018600 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKMAJ1
018700                                                                  ZBNKMAJ1
018800     PERFORM RUN-TIME.                                            ZBNKMAJ1
018900                                                                  ZBNKMAJ1
019000     MOVE 'Age-of-majority run starting'                          ZBNKMAJ1
019100       TO WS-CONSOLE-MESSAGE.                                     ZBNKMAJ1
019200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKMAJ1
019300                                                                  ZBNKMAJ1
019400     MOVE SPACES TO RUN-CTL-DATA.                                 ZBNKMAJ1
019500     SET RUN-CTL-CHECK-START TO TRUE.                             ZBNKMAJ1
019600     MOVE WS-PROGRAM-ID TO RUN-CTL-JOB.                           ZBNKMAJ1
019700     MOVE SPACES TO RUN-CTL-PREDECESSOR.                          ZBNKMAJ1
019800     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO AND                  ZBNKMAJ1
019900        LK-EXEC-PARM-DATA (1:7) IS EQUAL TO 'RESTART'             ZBNKMAJ1
020000        SET RUN-CTL-RESTART-YES TO TRUE                           ZBNKMAJ1
020100     END-IF.                                                      ZBNKMAJ1
020200     CALL 'URUNCTL' USING RUN-CTL-DATA.                           ZBNKMAJ1
020300     IF NOT RUN-CTL-OK                                            ZBNKMAJ1
020400        MOVE RUN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKMAJ1
020500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMAJ1
020600        MOVE 'Schedule order problem - job not run'               ZBNKMAJ1
020700          TO WS-CONSOLE-MESSAGE                                   ZBNKMAJ1
020800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMAJ1
020900        MOVE 8 TO RETURN-CODE                                     ZBNKMAJ1
021000        GOBACK                                                    ZBNKMAJ1
021100     END-IF.                                                      ZBNKMAJ1
021200                                                                  ZBNKMAJ1
021300 COPY CTSTAMPP.                                                   ZBNKMAJ1
021400                                                                  ZBNKMAJ1
021500     PERFORM OPEN-FILES.                                          ZBNKMAJ1
021600     MOVE WS-TS-DATE TO WS-LINE1-DATE.                            ZBNKMAJ1
021700     MOVE WS-LINE1 TO PRINTOUT-REC.                               ZBNKMAJ1
021800     PERFORM PRINTOUT-PUT.                                        ZBNKMAJ1
021900     MOVE WS-LINE3 TO PRINTOUT-REC.                               ZBNKMAJ1
022000     PERFORM PRINTOUT-PUT.                                        ZBNKMAJ1
022100                                                                  ZBNKMAJ1
022200     MOVE LOW-VALUES TO BCS-REC-PID.                              ZBNKMAJ1
022300     START BNKCUST-FILE KEY IS NOT LESS THAN BCS-REC-PID.         ZBNKMAJ1
022400     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKMAJ1
022500        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKMAJ1
022600     END-IF.                                                      ZBNKMAJ1
022700     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKMAJ1
022800        READ BNKCUST-FILE NEXT RECORD                             ZBNKMAJ1
022900        IF WS-BNKCUST-STATUS IS EQUAL TO '10'                     ZBNKMAJ1
023000           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKMAJ1
023100        ELSE                                                      ZBNKMAJ1
023200           IF WS-BNKCUST-STAT1 IS NOT EQUAL TO '0'                ZBNKMAJ1
023300              MOVE 'BNKCUST read error during scan'               ZBNKMAJ1
023400                TO WS-CONSOLE-MESSAGE                             ZBNKMAJ1
023500              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKMAJ1
023600              MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS              ZBNKMAJ1
023700              PERFORM DISPLAY-IO-STATUS                           ZBNKMAJ1
023800              PERFORM ABORT-PROGRAM                               ZBNKMAJ1
023900           ELSE                                                   ZBNKMAJ1
024000              PERFORM PROCESS-CUSTOMER THRU                       ZBNKMAJ1
024100                      PROCESS-CUSTOMER-EXIT                       ZBNKMAJ1
024200           END-IF                                                 ZBNKMAJ1
024300        END-IF                                                    ZBNKMAJ1
024400     END-PERFORM.                                                 ZBNKMAJ1
024500                                                                  ZBNKMAJ1
024600     PERFORM CLOSE-FILES.                                         ZBNKMAJ1
024700                                                                  ZBNKMAJ1
024800     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKMAJ1
024900     STRING WS-CUSTOMERS DELIMITED BY SIZE                        ZBNKMAJ1
025000            ' customers of age, ' DELIMITED BY SIZE               ZBNKMAJ1
025100            WS-ACCOUNTS DELIMITED BY SIZE                         ZBNKMAJ1
025200            ' accounts converted' DELIMITED BY SIZE               ZBNKMAJ1
025300       INTO WS-CONSOLE-MESSAGE.                                   ZBNKMAJ1
025400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKMAJ1
025500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKMAJ1
025600     STRING WS-LETTERS-HELD DELIMITED BY SIZE                     ZBNKMAJ1
025700            ' notices held - address undeliverable'               ZBNKMAJ1
025800              DELIMITED BY SIZE                                   ZBNKMAJ1
025900       INTO WS-CONSOLE-MESSAGE.                                   ZBNKMAJ1
026000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKMAJ1
026014     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKMAJ1
026028     STRING WS-LETTERS-EMAILED DELIMITED BY SIZE                  ZBNKMAJ1
026042            ' notices by e-mail - address undeliverable'          ZBNKMAJ1
026056              DELIMITED BY SIZE                                   ZBNKMAJ1
026070       INTO WS-CONSOLE-MESSAGE.                                   ZBNKMAJ1
026084     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKMAJ1
026100     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKMAJ1
026200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKMAJ1
026300                                                                  ZBNKMAJ1
026400     PERFORM RUN-TIME.                                            ZBNKMAJ1
026500                                                                  ZBNKMAJ1
026600     SET RUN-CTL-MARK-END TO TRUE.                                ZBNKMAJ1
026700     CALL 'URUNCTL' USING RUN-CTL-DATA.                           ZBNKMAJ1
026800                                                                  ZBNKMAJ1
026900     MOVE 0 TO RETURN-CODE.                                       ZBNKMAJ1
027000                                                                  ZBNKMAJ1
027100     GOBACK.                                                      ZBNKMAJ1
027200                                                                  ZBNKMAJ1
027300***************************************************************** ZBNKMAJ1
027400* One customer - only a minor who has now reached the age of    * ZBNKMAJ1
027500* majority is touched.  The date of majority is the date of     * ZBNKMAJ1
027600* birth with the age of majority added to the year, the same    * ZBNKMAJ1
027700* test DBANK25P applies at onboarding.                          * ZBNKMAJ1
027800***************************************************************** ZBNKMAJ1
027900 PROCESS-CUSTOMER.                                                ZBNKMAJ1
028000     IF NOT BCS-MINOR                                             ZBNKMAJ1
028100        GO TO PROCESS-CUSTOMER-EXIT                               ZBNKMAJ1
028200     END-IF.                                                      ZBNKMAJ1
028300     IF BCS-REC-DOB (1:4) IS NOT NUMERIC                          ZBNKMAJ1
028400        MOVE BCS-REC-PID TO WS-LINE4-PID                          ZBNKMAJ1
028500        MOVE BCS-REC-DOB TO WS-LINE4-DOB                          ZBNKMAJ1
028600        MOVE SPACES TO WS-LINE4-ACCNO                             ZBNKMAJ1
028700        MOVE 'Minor with no usable date of birth'                 ZBNKMAJ1
028800          TO WS-LINE4-ACTION                                      ZBNKMAJ1
028900        MOVE WS-LINE4 TO PRINTOUT-REC                             ZBNKMAJ1
029000        PERFORM PRINTOUT-PUT                                      ZBNKMAJ1
029100        GO TO PROCESS-CUSTOMER-EXIT                               ZBNKMAJ1
029200     END-IF.                                                      ZBNKMAJ1
029300     MOVE BCS-REC-DOB TO WS-MAJORITY-DTE.                         ZBNKMAJ1
029400     MOVE BCS-REC-DOB (1:4) TO WS-MAJORITY-YEAR.                  ZBNKMAJ1
029500     ADD WS-AGE-OF-MAJORITY TO WS-MAJORITY-YEAR.                  ZBNKMAJ1
029600     MOVE WS-MAJORITY-YEAR TO WS-MAJORITY-DTE (1:4).              ZBNKMAJ1
029700     IF WS-MAJORITY-DTE IS GREATER THAN WS-TS-DATE                ZBNKMAJ1
029800        GO TO PROCESS-CUSTOMER-EXIT                               ZBNKMAJ1
029900     END-IF.                                                      ZBNKMAJ1
030000     MOVE BCS-REC-PID TO WS-MAJOR-PID.                            ZBNKMAJ1
030100     MOVE 'N' TO BCS-REC-MINOR-FLAG.                              ZBNKMAJ1
030200     SET BCS-GUARDIAN-REMOVED TO TRUE.                            ZBNKMAJ1
030300     REWRITE BCS-RECORD.                                          ZBNKMAJ1
030400     SET JRN-CTL-CHANGE TO TRUE.                                  ZBNKMAJ1
030500     PERFORM JOURNAL-BNKCUST.                                     ZBNKMAJ1
030600     IF WS-BNKCUST-STAT1 IS NOT EQUAL TO '0'                      ZBNKMAJ1
030700        MOVE 'Unable to update customer record'                   ZBNKMAJ1
030800          TO WS-CONSOLE-MESSAGE                                   ZBNKMAJ1
030900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMAJ1
031000        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    ZBNKMAJ1
031100        PERFORM DISPLAY-IO-STATUS                                 ZBNKMAJ1
031200        PERFORM ABORT-PROGRAM                                     ZBNKMAJ1
031300     END-IF.                                                      ZBNKMAJ1
031400     ADD 1 TO WS-CUSTOMERS.                                       ZBNKMAJ1
031500     MOVE WS-MAJOR-PID TO WS-LINE4-PID.                           ZBNKMAJ1
031600     MOVE BCS-REC-DOB TO WS-LINE4-DOB.                            ZBNKMAJ1
031700     MOVE SPACES TO WS-LINE4-ACCNO.                               ZBNKMAJ1
031800     MOVE 'Of age - guardian authority removed'                   ZBNKMAJ1
031900       TO WS-LINE4-ACTION.                                        ZBNKMAJ1
032000     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKMAJ1
032100     PERFORM PRINTOUT-PUT.                                        ZBNKMAJ1
032200     PERFORM CONVERT-ACCOUNTS THRU                                ZBNKMAJ1
032300             CONVERT-ACCOUNTS-EXIT.                               ZBNKMAJ1
032400     PERFORM WRITE-NOTICE THRU                                    ZBNKMAJ1
032500             WRITE-NOTICE-EXIT.                                   ZBNKMAJ1
032600 PROCESS-CUSTOMER-EXIT.                                           ZBNKMAJ1
032700     EXIT.                                                        ZBNKMAJ1
032800                                                                  ZBNKMAJ1
032900***************************************************************** ZBNKMAJ1
033000* Browse the customer's accounts on the BNKACC PID path and     * ZBNKMAJ1
033100* move each onto its product's adult equivalent                 * ZBNKMAJ1
033200***************************************************************** ZBNKMAJ1
033300 CONVERT-ACCOUNTS.                                                ZBNKMAJ1
033400     MOVE WS-MAJOR-PID TO BAC-REC-PID.                            ZBNKMAJ1
033500     START BNKACC-FILE KEY IS EQUAL TO BAC-REC-PID.               ZBNKMAJ1
033600     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKMAJ1
033700        GO TO CONVERT-ACCOUNTS-EXIT                               ZBNKMAJ1
033800     END-IF.                                                      ZBNKMAJ1
033900 CONVERT-ACCOUNTS-NEXT.                                           ZBNKMAJ1
034000     READ BNKACC-FILE NEXT RECORD.                                ZBNKMAJ1
034100     IF WS-BNKACC-STAT1 IS NOT EQUAL TO '0' OR                    ZBNKMAJ1
034200        BAC-REC-PID IS NOT EQUAL TO WS-MAJOR-PID                  ZBNKMAJ1
034300        GO TO CONVERT-ACCOUNTS-EXIT                               ZBNKMAJ1
034400     END-IF.                                                      ZBNKMAJ1
034500     PERFORM CONVERT-ONE-ACCOUNT THRU                             ZBNKMAJ1
034600             CONVERT-ONE-ACCOUNT-EXIT.                            ZBNKMAJ1
034700     GO TO CONVERT-ACCOUNTS-NEXT.                                 ZBNKMAJ1
034800 CONVERT-ACCOUNTS-EXIT.                                           ZBNKMAJ1
034900     EXIT.                                                        ZBNKMAJ1
035000                                                                  ZBNKMAJ1
035100***************************************************************** ZBNKMAJ1
035200* One account - the product record names the adult type to move * ZBNKMAJ1
035300* to; a blank adult type means the product is open to adults    * ZBNKMAJ1
035400* already and the account stays as it is                        * ZBNKMAJ1
035500***************************************************************** ZBNKMAJ1
035600 CONVERT-ONE-ACCOUNT.                                             ZBNKMAJ1
035700     MOVE BAC-REC-TYPE TO BAT-REC-TYPE.                           ZBNKMAJ1
035800     READ BNKATYP-FILE.                                           ZBNKMAJ1
035900     IF WS-BNKATYP-STATUS IS NOT EQUAL TO '00'                    ZBNKMAJ1
036000        MOVE BAC-REC-ACCNO TO WS-LINE4-ACCNO                      ZBNKMAJ1
036100        MOVE 'Product type not on BNKATYP - left'                 ZBNKMAJ1
036200          TO WS-LINE4-ACTION                                      ZBNKMAJ1
036300        PERFORM PRINT-ACCOUNT-LINE                                ZBNKMAJ1
036400        GO TO CONVERT-ONE-ACCOUNT-EXIT                            ZBNKMAJ1
036500     END-IF.                                                      ZBNKMAJ1
036600     IF BAT-REC-ADULT-TYPE IS EQUAL TO SPACES OR                  ZBNKMAJ1
036700        BAT-REC-ADULT-TYPE IS EQUAL TO LOW-VALUES OR              ZBNKMAJ1
036800        BAT-REC-ADULT-TYPE IS EQUAL TO BAC-REC-TYPE               ZBNKMAJ1
036900        GO TO CONVERT-ONE-ACCOUNT-EXIT                            ZBNKMAJ1
037000     END-IF.                                                      ZBNKMAJ1
037100     MOVE BAC-REC-TYPE TO WS-OLD-TYPE.                            ZBNKMAJ1
037200     MOVE BAT-REC-ADULT-TYPE TO BAC-REC-TYPE.                     ZBNKMAJ1
037300     REWRITE BAC-RECORD.                                          ZBNKMAJ1
037400     SET JRN-CTL-CHANGE TO TRUE.                                  ZBNKMAJ1
037500     PERFORM JOURNAL-BNKACC.                                      ZBNKMAJ1
037600     IF WS-BNKACC-STAT1 IS NOT EQUAL TO '0'                       ZBNKMAJ1
037700        MOVE 'Unable to convert account'                          ZBNKMAJ1
037800          TO WS-CONSOLE-MESSAGE                                   ZBNKMAJ1
037900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMAJ1
038000        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKMAJ1
038100        PERFORM DISPLAY-IO-STATUS                                 ZBNKMAJ1
038200        PERFORM ABORT-PROGRAM                                     ZBNKMAJ1
038300     END-IF.                                                      ZBNKMAJ1
038400     ADD 1 TO WS-ACCOUNTS.                                        ZBNKMAJ1
038500     MOVE BAC-REC-ACCNO TO WS-LINE4-ACCNO.                        ZBNKMAJ1
038600     MOVE SPACES TO WS-LINE4-ACTION.                              ZBNKMAJ1
038700     STRING 'Converted from type ' DELIMITED BY SIZE              ZBNKMAJ1
038800            WS-OLD-TYPE DELIMITED BY SIZE                         ZBNKMAJ1
038900            ' to type ' DELIMITED BY SIZE                         ZBNKMAJ1
039000            BAC-REC-TYPE DELIMITED BY SIZE                        ZBNKMAJ1
039100       INTO WS-LINE4-ACTION.                                      ZBNKMAJ1
039200     PERFORM PRINT-ACCOUNT-LINE.                                  ZBNKMAJ1
039300 CONVERT-ONE-ACCOUNT-EXIT.                                        ZBNKMAJ1
039400     EXIT.                                                        ZBNKMAJ1
039500                                                                  ZBNKMAJ1
039600***************************************************************** ZBNKMAJ1
039675* The notice to the customer - when the address is flagged      * ZBNKMAJ1
039750* undeliverable it goes by e-mail if the customer takes e-mail, * ZBNKMAJ1
039825* otherwise it is held rather than posted                       * ZBNKMAJ1
039900***************************************************************** ZBNKMAJ1
040000 WRITE-NOTICE.                                                    ZBNKMAJ1
040047     MOVE 'M' TO MJL-CHANNEL.                                     ZBNKMAJ1
040094     IF BCS-ADDR-UNDELIVERABLE                                    ZBNKMAJ1
040141        IF BCS-REC-SEND-EMAIL IS EQUAL TO 'Y'                     ZBNKMAJ1
040188           MOVE 'E' TO MJL-CHANNEL                                ZBNKMAJ1
040235           ADD 1 TO WS-LETTERS-EMAILED                            ZBNKMAJ1
040282           MOVE SPACES TO WS-LINE4-ACCNO                          ZBNKMAJ1
040329           MOVE 'Address undeliverable - notice e-mailed'         ZBNKMAJ1
040376             TO WS-LINE4-ACTION                                   ZBNKMAJ1
040423           PERFORM PRINT-ACCOUNT-LINE                             ZBNKMAJ1
040470        ELSE                                                      ZBNKMAJ1
040517           ADD 1 TO WS-LETTERS-HELD                               ZBNKMAJ1
040564           MOVE SPACES TO WS-LINE4-ACCNO                          ZBNKMAJ1
040611           MOVE 'Address undeliverable - notice held'             ZBNKMAJ1
040658             TO WS-LINE4-ACTION                                   ZBNKMAJ1
040705           PERFORM PRINT-ACCOUNT-LINE                             ZBNKMAJ1
040752           GO TO WRITE-NOTICE-EXIT                                ZBNKMAJ1
040799        END-IF                                                    ZBNKMAJ1
040846     END-IF.                                                      ZBNKMAJ1
040900     MOVE WS-MAJOR-PID TO MJL-PID.                                ZBNKMAJ1
041000     MOVE BCS-REC-NAME TO MJL-NAME.                               ZBNKMAJ1
041100     MOVE BCS-REC-ADDR1 TO MJL-ADDR1.                             ZBNKMAJ1
041200     MOVE BCS-REC-ADDR2 TO MJL-ADDR2.                             ZBNKMAJ1
041300     MOVE 'You are now of age - your accounts are yours alone'    ZBNKMAJ1
041400       TO MJL-TEXT.                                               ZBNKMAJ1
041500     WRITE MAJLTR-REC.                                            ZBNKMAJ1
041600     IF WS-MAJLTR-STATUS IS NOT EQUAL TO '00'                     ZBNKMAJ1
041700        MOVE 'Unable to write majority notice'                    ZBNKMAJ1
041800          TO WS-CONSOLE-MESSAGE                                   ZBNKMAJ1
041900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMAJ1
042000        MOVE WS-MAJLTR-STATUS TO WS-IO-STATUS                     ZBNKMAJ1
042100        PERFORM DISPLAY-IO-STATUS                                 ZBNKMAJ1
042200        PERFORM ABORT-PROGRAM                                     ZBNKMAJ1
042300     END-IF.                                                      ZBNKMAJ1
042400     PERFORM RECORD-CORRESPONDENCE.                               ZBNKMAJ1
042500 WRITE-NOTICE-EXIT.                                               ZBNKMAJ1
042600     EXIT.                                                        ZBNKMAJ1
042700                                                                  ZBNKMAJ1
042800***************************************************************** ZBNKMAJ1
042900* Add the letter just written to the customer's correspondence  * ZBNKMAJ1
043000* history so staff can see it and have it reprinted             * ZBNKMAJ1
043100***************************************************************** ZBNKMAJ1
043200 RECORD-CORRESPONDENCE.                                           ZBNKMAJ1
043300     MOVE SPACES TO CRG-CTL-DATA.                                 ZBNKMAJ1
043400     MOVE WS-PROGRAM-ID TO CRG-CTL-PROGRAM.                       ZBNKMAJ1
043500     MOVE 'MAJORITY' TO CRG-CTL-LETTER-TYPE.                      ZBNKMAJ1
043600     MOVE MJL-PID TO CRG-CTL-PID.                                 ZBNKMAJ1
043700     MOVE MJL-NAME TO CRG-CTL-NAME.                               ZBNKMAJ1
043800     MOVE MJL-ADDR1 TO CRG-CTL-ADDR1.                             ZBNKMAJ1
043900     MOVE MJL-ADDR2 TO CRG-CTL-ADDR2.                             ZBNKMAJ1
044000     MOVE MJL-CHANNEL TO CRG-CTL-CHANNEL.                         ZBNKMAJ1
044100     MOVE MJL-TEXT TO CRG-CTL-SUMMARY.                            ZBNKMAJ1
044200     MOVE MAJLTR-REC TO CRG-CTL-IMAGE.                            ZBNKMAJ1
044300     CALL 'UCORREG' USING CRG-CTL-DATA.                           ZBNKMAJ1
044400     IF CRG-CTL-ERROR                                             ZBNKMAJ1
044500        MOVE CRG-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKMAJ1
044600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMAJ1
044700        PERFORM ABORT-PROGRAM                                     ZBNKMAJ1
044800     END-IF.                                                      ZBNKMAJ1
044900                                                                  ZBNKMAJ1
045000***************************************************************** ZBNKMAJ1
045100* One detail line under the customer's line                     * ZBNKMAJ1
045200***************************************************************** ZBNKMAJ1
045300 PRINT-ACCOUNT-LINE.                                              ZBNKMAJ1
045400     MOVE SPACES TO WS-LINE4-PID.                                 ZBNKMAJ1
045500     MOVE SPACES TO WS-LINE4-DOB.                                 ZBNKMAJ1
045600     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKMAJ1
045700     PERFORM PRINTOUT-PUT.                                        ZBNKMAJ1
045800                                                                  ZBNKMAJ1
045900***************************************************************** ZBNKMAJ1
046000* Write a record to the sequential print file                   * ZBNKMAJ1
046100***************************************************************** ZBNKMAJ1
046200 PRINTOUT-PUT.                                                    ZBNKMAJ1
046300     WRITE PRINTOUT-REC.                                          ZBNKMAJ1
046400     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKMAJ1
046500       MOVE 'PRINTOUT error writing file...'                      ZBNKMAJ1
046600         TO WS-CONSOLE-MESSAGE                                    ZBNKMAJ1
046700       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKMAJ1
046800       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKMAJ1
046900       PERFORM DISPLAY-IO-STATUS                                  ZBNKMAJ1
047000       PERFORM ABORT-PROGRAM                                      ZBNKMAJ1
047100     END-IF.                                                      ZBNKMAJ1
047200                                                                  ZBNKMAJ1
047300***************************************************************** ZBNKMAJ1
047400* Open the masters, letter and print files                      * ZBNKMAJ1
047500***************************************************************** ZBNKMAJ1
047600 OPEN-FILES.                                                      ZBNKMAJ1
047700     OPEN I-O BNKCUST-FILE.                                       ZBNKMAJ1
047800     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKMAJ1
047900        MOVE 'BNKCUST file open failure...'                       ZBNKMAJ1
048000          TO WS-CONSOLE-MESSAGE                                   ZBNKMAJ1
048100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMAJ1
048200        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    ZBNKMAJ1
048300        PERFORM DISPLAY-IO-STATUS                                 ZBNKMAJ1
048400        PERFORM ABORT-PROGRAM                                     ZBNKMAJ1
048500     END-IF.                                                      ZBNKMAJ1
048600     OPEN I-O BNKACC-FILE.                                        ZBNKMAJ1
048700     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKMAJ1
048800        MOVE 'BNKACC file open failure...'                        ZBNKMAJ1
048900          TO WS-CONSOLE-MESSAGE                                   ZBNKMAJ1
049000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMAJ1
049100        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKMAJ1
049200        PERFORM DISPLAY-IO-STATUS                                 ZBNKMAJ1
049300        PERFORM ABORT-PROGRAM                                     ZBNKMAJ1
049400     END-IF.                                                      ZBNKMAJ1
049500     OPEN INPUT BNKATYP-FILE.                                     ZBNKMAJ1
049600     IF WS-BNKATYP-STATUS IS NOT EQUAL TO '00'                    ZBNKMAJ1
049700        MOVE 'BNKATYP file open failure...'                       ZBNKMAJ1
049800          TO WS-CONSOLE-MESSAGE                                   ZBNKMAJ1
049900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMAJ1
050000        MOVE WS-BNKATYP-STATUS TO WS-IO-STATUS                    ZBNKMAJ1
050100        PERFORM DISPLAY-IO-STATUS                                 ZBNKMAJ1
050200        PERFORM ABORT-PROGRAM                                     ZBNKMAJ1
050300     END-IF.                                                      ZBNKMAJ1
050400     OPEN OUTPUT MAJLTR-FILE.                                     ZBNKMAJ1
050500     IF WS-MAJLTR-STATUS IS NOT EQUAL TO '00'                     ZBNKMAJ1
050600        MOVE 'MAJLTR file open failure...'                        ZBNKMAJ1
050700          TO WS-CONSOLE-MESSAGE                                   ZBNKMAJ1
050800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMAJ1
050900        MOVE WS-MAJLTR-STATUS TO WS-IO-STATUS                     ZBNKMAJ1
051000        PERFORM DISPLAY-IO-STATUS                                 ZBNKMAJ1
051100        PERFORM ABORT-PROGRAM                                     ZBNKMAJ1
051200     END-IF.                                                      ZBNKMAJ1
051300     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKMAJ1
051400     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKMAJ1
051500        MOVE 'PRINTOUT file open failure...'                      ZBNKMAJ1
051600          TO WS-CONSOLE-MESSAGE                                   ZBNKMAJ1
051700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMAJ1
051800        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKMAJ1
051900        PERFORM DISPLAY-IO-STATUS                                 ZBNKMAJ1
052000        PERFORM ABORT-PROGRAM                                     ZBNKMAJ1
052100     END-IF.                                                      ZBNKMAJ1
052200                                                                  ZBNKMAJ1
052300***************************************************************** ZBNKMAJ1
052400* Close the files                                               * ZBNKMAJ1
052500***************************************************************** ZBNKMAJ1
052600 CLOSE-FILES.                                                     ZBNKMAJ1
052700     CLOSE BNKCUST-FILE.                                          ZBNKMAJ1
052800     CLOSE BNKACC-FILE.                                           ZBNKMAJ1
052900     CLOSE BNKATYP-FILE.                                          ZBNKMAJ1
053000     CLOSE MAJLTR-FILE.                                           ZBNKMAJ1
053100     CLOSE PRINTOUT-FILE.                                         ZBNKMAJ1
053200                                                                  ZBNKMAJ1
053300***************************************************************** ZBNKMAJ1
053400* Journal the BNKCUST record just changed so it can be rolled   * ZBNKMAJ1
053500* forward onto a reload                                         * ZBNKMAJ1
053600***************************************************************** ZBNKMAJ1
053700 JOURNAL-BNKCUST.                                                 ZBNKMAJ1
053800     MOVE 'BNKCUST' TO JRN-CTL-FILE.                              ZBNKMAJ1
053900     MOVE WS-BNKCUST-STATUS TO JRN-CTL-IO-STATUS.                 ZBNKMAJ1
054000     MOVE BNKCUST-REC TO JRN-CTL-IMAGE.                           ZBNKMAJ1
054100     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKMAJ1
054200     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKMAJ1
054300     IF JRN-CTL-ERROR                                             ZBNKMAJ1
054400        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKMAJ1
054500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMAJ1
054600        PERFORM ABORT-PROGRAM                                     ZBNKMAJ1
054700     END-IF.                                                      ZBNKMAJ1
054800                                                                  ZBNKMAJ1
054900***************************************************************** ZBNKMAJ1
055000* Journal the BNKACC record just changed so it can be rolled    * ZBNKMAJ1
055100* forward onto a reload                                         * ZBNKMAJ1
055200***************************************************************** ZBNKMAJ1
055300 JOURNAL-BNKACC.                                                  ZBNKMAJ1
055400     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKMAJ1
055500     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKMAJ1
055600     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKMAJ1
055700     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKMAJ1
055800     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKMAJ1
055900     IF JRN-CTL-ERROR                                             ZBNKMAJ1
056000        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKMAJ1
056100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMAJ1
056200        PERFORM ABORT-PROGRAM                                     ZBNKMAJ1
056300     END-IF.                                                      ZBNKMAJ1
056400***************************************************************** ZBNKMAJ1
056500* Display the file status bytes. This routine will display as   * ZBNKMAJ1
056600* two digits if the full two byte file status is numeric. If    * ZBNKMAJ1
056700* second byte is non-numeric then it will be treated as a       * ZBNKMAJ1
056800* binary number.                                                * ZBNKMAJ1
056900***************************************************************** ZBNKMAJ1
057000 DISPLAY-IO-STATUS.                                               ZBNKMAJ1
057100     IF WS-IO-STATUS NUMERIC                                      ZBNKMAJ1
057200        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKMAJ1
057300        STRING 'File status -' DELIMITED BY SIZE                  ZBNKMAJ1
057400               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKMAJ1
057500          INTO WS-CONSOLE-MESSAGE                                 ZBNKMAJ1
057600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMAJ1
057700     ELSE                                                         ZBNKMAJ1
057800        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKMAJ1
057900        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKMAJ1
058000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKMAJ1
058100        STRING 'File status -' DELIMITED BY SIZE                  ZBNKMAJ1
058200               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKMAJ1
058300               '/' DELIMITED BY SIZE                              ZBNKMAJ1
058400               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKMAJ1
058500          INTO WS-CONSOLE-MESSAGE                                 ZBNKMAJ1
058600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMAJ1
058700     END-IF.                                                      ZBNKMAJ1
058800                                                                  ZBNKMAJ1
058900***************************************************************** ZBNKMAJ1
059000* 'ABORT' the program.                                          * ZBNKMAJ1
059100* Post a message to the console and issue a STOP RUN            * ZBNKMAJ1
059200***************************************************************** ZBNKMAJ1
059300 ABORT-PROGRAM.                                                   ZBNKMAJ1
059400     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKMAJ1
059500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMAJ1
059600     END-IF.                                                      ZBNKMAJ1
059700     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKMAJ1
059800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKMAJ1
059900     MOVE 16 TO RETURN-CODE.                                      ZBNKMAJ1
060000     STOP RUN.                                                    ZBNKMAJ1
060100                                                                  ZBNKMAJ1
060200***************************************************************** ZBNKMAJ1
060300* Display CONSOLE messages...                                   * ZBNKMAJ1
060400***************************************************************** ZBNKMAJ1
060500 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKMAJ1
060600     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKMAJ1
060700       UPON CONSOLE.                                              ZBNKMAJ1
060800     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKMAJ1
060900                                                                  ZBNKMAJ1
061000 COPY CTIMERP.                                                    ZBNKMAJ1
061100                                                                  ZBNKMAJ1
061200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKMAJ1
