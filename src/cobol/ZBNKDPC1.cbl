000100***************************************************************** ZBNKDPC1
000200*                                                               * ZBNKDPC1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKDPC1
000400*   This demonstration program is provided for use by users     * ZBNKDPC1
000500*   of Micro Focus products and may be used, modified and       * ZBNKDPC1
000600*   distributed as part of your application provided that       * ZBNKDPC1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKDPC1
000800*   in this material.                                           * ZBNKDPC1
000900*                                                               * ZBNKDPC1
001000***************************************************************** ZBNKDPC1
001100                                                                  ZBNKDPC1
001200***************************************************************** ZBNKDPC1
001300* Program:     ZBNKDPC1.CBL                                     * ZBNKDPC1
001400* Function:    Weekly duplicate-customer detection.  Loads      * ZBNKDPC1
001500*              every live BNKCUST record (not already merged    * ZBNKDPC1
001600*              away) into a table and scores each pair of       * ZBNKDPC1
001700*              customers on SIN, the name normalized through    * ZBNKDPC1
001800*              UDPMATCH, date of birth, address (first line     * ZBNKDPC1
001900*              normalized plus postcode) and telephone digits.  * ZBNKDPC1
002000*              A pair scoring the threshold or better is        * ZBNKDPC1
002100*              recorded on BNKDUPC and listed for review with   * ZBNKDPC1
002200*              what matched.  Pairs the reviewer has already    * ZBNKDPC1
002300*              merged or ruled not to be the same person        * ZBNKDPC1
002400*              through ZBNKMRG1 are not listed again.  RC 4     * ZBNKDPC1
002500*              when any pair is open for review.                * ZBNKDPC1
002600***************************************************************** ZBNKDPC1
002700                                                                  ZBNKDPC1
002800 IDENTIFICATION DIVISION.                                         ZBNKDPC1
002900 PROGRAM-ID.                                                      ZBNKDPC1
003000     ZBNKDPC1.                                                    ZBNKDPC1
003100 DATE-WRITTEN.                                                    ZBNKDPC1
003200     October 2026.                                                ZBNKDPC1
003300 DATE-COMPILED.                                                   ZBNKDPC1
003400     Today.                                                       ZBNKDPC1
003500                                                                  ZBNKDPC1
003600 ENVIRONMENT DIVISION.                                            ZBNKDPC1
003700 INPUT-OUTPUT   SECTION.                                          ZBNKDPC1
003800   FILE-CONTROL.                                                  ZBNKDPC1
003900     SELECT BNKCUST-FILE                                          ZBNKDPC1
004000            ASSIGN       TO BNKCUST                               ZBNKDPC1
004100            ORGANIZATION IS INDEXED                               ZBNKDPC1
004200            ACCESS MODE  IS SEQUENTIAL                            ZBNKDPC1
004300            RECORD KEY   IS BCS-REC-PID                           ZBNKDPC1
004400            ALTERNATE KEY IS BCS-REC-NAME WITH DUPLICATES         ZBNKDPC1
004500            ALTERNATE KEY IS BCS-REC-NAME-FF WITH DUPLICATES      ZBNKDPC1
004600            FILE STATUS  IS WS-BNKCUST-STATUS.                    ZBNKDPC1
004700     SELECT BNKDUPC-FILE                                          ZBNKDPC1
004800            ASSIGN       TO BNKDUPC                               ZBNKDPC1
004900            ORGANIZATION IS INDEXED                               ZBNKDPC1
005000            ACCESS MODE  IS RANDOM                                ZBNKDPC1
005100            RECORD KEY   IS DPC-KEY                               ZBNKDPC1
005200            FILE STATUS  IS WS-BNKDUPC-STATUS.                    ZBNKDPC1
005300     SELECT PRINTOUT-FILE                                         ZBNKDPC1
005400            ASSIGN       TO PRINTOUT                              ZBNKDPC1
005500            ORGANIZATION IS SEQUENTIAL                            ZBNKDPC1
005600            ACCESS MODE  IS SEQUENTIAL                            ZBNKDPC1
005700            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKDPC1
005800                                                                  ZBNKDPC1
005900 DATA DIVISION.                                                   ZBNKDPC1
006000 FILE SECTION.                                                    ZBNKDPC1
006100                                                                  ZBNKDPC1
006200 FD  BNKCUST-FILE.                                                ZBNKDPC1
006300 01  BNKCUST-REC.                                                 ZBNKDPC1
006400 COPY CBANKVCS.                                                   ZBNKDPC1
006500                                                                  ZBNKDPC1
006600 FD  BNKDUPC-FILE.                                                ZBNKDPC1
006700 01  BNKDUPC-REC.                                                 ZBNKDPC1
006800 COPY CBANKVDU.                                                   ZBNKDPC1
006900                                                                  ZBNKDPC1
007000 FD  PRINTOUT-FILE.                                               ZBNKDPC1
007100 01  PRINTOUT-REC                            PIC X(121).          ZBNKDPC1
007200                                                                  ZBNKDPC1
007300 WORKING-STORAGE SECTION.                                         ZBNKDPC1
007400 COPY CTIMERD.                                                    ZBNKDPC1
007500                                                                  ZBNKDPC1
007600 COPY CTSTAMPD.                                                   ZBNKDPC1
007700                                                                  ZBNKDPC1
007800 01  WS-MISC-STORAGE.                                             ZBNKDPC1
007900   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKDPC1
008000       VALUE 'ZBNKDPC1'.                                          ZBNKDPC1
008100   05  WS-BNKCUST-STATUS.                                         ZBNKDPC1
008200     10  WS-BNKCUST-STAT1                    PIC X(1).            ZBNKDPC1
008300     10  WS-BNKCUST-STAT2                    PIC X(1).            ZBNKDPC1
008400   05  WS-BNKDUPC-STATUS.                                         ZBNKDPC1
008500     10  WS-BNKDUPC-STAT1                    PIC X(1).            ZBNKDPC1
008600     10  WS-BNKDUPC-STAT2                    PIC X(1).            ZBNKDPC1
008700   05  WS-PRINTOUT-STATUS.                                        ZBNKDPC1
008800     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKDPC1
008900     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKDPC1
009000   05  WS-IO-STATUS.                                              ZBNKDPC1
009100     10  WS-IO-STAT1                         PIC X(1).            ZBNKDPC1
009200     10  WS-IO-STAT2                         PIC X(1).            ZBNKDPC1
009300   05  WS-TWO-BYTES.                                              ZBNKDPC1
009400     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKDPC1
009500     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKDPC1
009600   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKDPC1
009700                                             PIC 9(1) COMP.       ZBNKDPC1
009800   05  WS-END-OF-FILE                        PIC X(3)             ZBNKDPC1
009900       VALUE 'NO '.                                               ZBNKDPC1
010000   05  WS-RUN-DATE                           PIC X(10).           ZBNKDPC1
010100   05  WS-NORM-IN                            PIC X(30).           ZBNKDPC1
010200   05  WS-NORM-OUT                           PIC X(30).           ZBNKDPC1
010300   05  WS-TEL-IN                             PIC X(12).           ZBNKDPC1
010400   05  WS-TEL-OUT                            PIC X(12).           ZBNKDPC1
010500   05  WS-TEL-SUB                            PIC S9(4) COMP.      ZBNKDPC1
010600   05  WS-TEL-OUT-SUB                        PIC S9(4) COMP.      ZBNKDPC1
010700   05  WS-SUB-A                              PIC S9(4) COMP.      ZBNKDPC1
010800   05  WS-SUB-B                              PIC S9(4) COMP.      ZBNKDPC1
010900   05  WS-SUB-B-START                        PIC S9(4) COMP.      ZBNKDPC1
011000   05  WS-SCORE                              PIC 9(3).            ZBNKDPC1
011100   05  WS-MATCHED-ON                         PIC X(28).           ZBNKDPC1
011200   05  WS-MATCH-PTR                          PIC S9(4) COMP.      ZBNKDPC1
011300   05  WS-MATCH-FLAGS.                                            ZBNKDPC1
011400     10  WS-MATCH-SIN                        PIC X(1).            ZBNKDPC1
011500     10  WS-MATCH-NAME                       PIC X(1).            ZBNKDPC1
011600     10  WS-MATCH-DOB                        PIC X(1).            ZBNKDPC1
011700     10  WS-MATCH-ADDR                       PIC X(1).            ZBNKDPC1
011800     10  WS-MATCH-TEL                        PIC X(1).            ZBNKDPC1
011900   05  WS-CUSTOMERS-READ                     PIC 9(7)             ZBNKDPC1
012000       VALUE ZERO.                                                ZBNKDPC1
012100   05  WS-CUSTOMERS-MERGED                   PIC 9(7)             ZBNKDPC1
012200       VALUE ZERO.                                                ZBNKDPC1
012300   05  WS-PAIRS-NEW                          PIC 9(7)             ZBNKDPC1
012400       VALUE ZERO.                                                ZBNKDPC1
012500   05  WS-PAIRS-STILL-OPEN                   PIC 9(7)             ZBNKDPC1
012600       VALUE ZERO.                                                ZBNKDPC1
012700   05  WS-PAIRS-REVIEWED                     PIC 9(7)             ZBNKDPC1
012800       VALUE ZERO.                                                ZBNKDPC1
012900                                                                  ZBNKDPC1
013000***************************************************************** ZBNKDPC1
013100* Scoring weights - a pair at or over WS-MIN-SCORE is listed.   * ZBNKDPC1
013200* SIN alone lists a pair; so do name with date of birth or      * ZBNKDPC1
013300* with address, but not name with telephone (a household).      * ZBNKDPC1
013400***************************************************************** ZBNKDPC1
013500 01  WS-SCORE-WEIGHTS.                                            ZBNKDPC1
013600   05  WS-WEIGHT-SIN                         PIC 9(3)             ZBNKDPC1
013700       VALUE 50.                                                  ZBNKDPC1
013800   05  WS-WEIGHT-NAME                        PIC 9(3)             ZBNKDPC1
013900       VALUE 25.                                                  ZBNKDPC1
014000   05  WS-WEIGHT-DOB                         PIC 9(3)             ZBNKDPC1
014100       VALUE 20.                                                  ZBNKDPC1
014200   05  WS-WEIGHT-ADDR                        PIC 9(3)             ZBNKDPC1
014300       VALUE 15.                                                  ZBNKDPC1
014400   05  WS-WEIGHT-TEL                         PIC 9(3)             ZBNKDPC1
014500       VALUE 10.                                                  ZBNKDPC1
014600   05  WS-MIN-SCORE                          PIC 9(3)             ZBNKDPC1
014700       VALUE 40.                                                  ZBNKDPC1
014800                                                                  ZBNKDPC1
014900***************************************************************** ZBNKDPC1
015000* The live customers, in PID order, with their match keys       * ZBNKDPC1
015100***************************************************************** ZBNKDPC1
015200 01  WS-CUST-TABLE.                                               ZBNKDPC1
015300   05  WS-CUST-COUNT                         PIC S9(4) COMP       ZBNKDPC1
015400       VALUE ZERO.                                                ZBNKDPC1
015500   05  WS-CUST-MAX                           PIC S9(4) COMP       ZBNKDPC1
015600       VALUE 5000.                                                ZBNKDPC1
015700   05  WS-CUST-ENTRY OCCURS 5000 TIMES.                           ZBNKDPC1
015800     10  WS-CUST-PID                         PIC X(5).            ZBNKDPC1
015900     10  WS-CUST-NAME                        PIC X(25).           ZBNKDPC1
016000     10  WS-CUST-SIN                         PIC X(9).            ZBNKDPC1
016100     10  WS-CUST-NAME-KEY                    PIC X(30).           ZBNKDPC1
016200     10  WS-CUST-DOB                         PIC X(10).           ZBNKDPC1
016300     10  WS-CUST-ADDR-KEY                    PIC X(30).           ZBNKDPC1
016400     10  WS-CUST-POST-KEY                    PIC X(30).           ZBNKDPC1
016500     10  WS-CUST-TEL-KEY                     PIC X(12).           ZBNKDPC1
016600                                                                  ZBNKDPC1
016700 01  WS-REPORT-LINES.                                             ZBNKDPC1
016800   05  WS-LINE1.                                                  ZBNKDPC1
016900     10  WS-LINE1-CC                         PIC X(1)             ZBNKDPC1
017000         VALUE '1'.                                               ZBNKDPC1
017100     10  FILLER                              PIC X(20)            ZBNKDPC1
017200         VALUE SPACES.                                            ZBNKDPC1
017300     10  WS-LINE1-HEAD                       PIC X(45)            ZBNKDPC1
017400         VALUE 'Possible Duplicate Customers For Review'.         ZBNKDPC1
017500   05  WS-LINE3.                                                  ZBNKDPC1
017600     10  WS-LINE3-CC                         PIC X(1)             ZBNKDPC1
017700         VALUE ' '.                                               ZBNKDPC1
017800     10  FILLER                              PIC X(32)            ZBNKDPC1
017900         VALUE 'Customer'.                                        ZBNKDPC1
018000     10  FILLER                              PIC X(32)            ZBNKDPC1
018100         VALUE 'Possible duplicate'.                              ZBNKDPC1
018200     10  FILLER                              PIC X(7)             ZBNKDPC1
018300         VALUE 'Score'.                                           ZBNKDPC1
018400     10  FILLER                              PIC X(28)            ZBNKDPC1
018500         VALUE 'Matched on'.                                      ZBNKDPC1
018600     10  FILLER                              PIC X(10)            ZBNKDPC1
018700         VALUE 'Since'.                                           ZBNKDPC1
018800   05  WS-LINE4.                                                  ZBNKDPC1
018900     10  WS-LINE4-CC                         PIC X(1)             ZBNKDPC1
019000         VALUE ' '.                                               ZBNKDPC1
019100     10  WS-LINE4-PID-A                      PIC X(6).            ZBNKDPC1
019200     10  WS-LINE4-NAME-A                     PIC X(26).           ZBNKDPC1
019300     10  WS-LINE4-PID-B                      PIC X(6).            ZBNKDPC1
019400     10  WS-LINE4-NAME-B                     PIC X(26).           ZBNKDPC1
019500     10  WS-LINE4-SCORE                      PIC ZZ9.             ZBNKDPC1
019600     10  FILLER                              PIC X(4)             ZBNKDPC1
019700         VALUE SPACES.                                            ZBNKDPC1
019800     10  WS-LINE4-MATCHED-ON                 PIC X(28).           ZBNKDPC1
019900     10  WS-LINE4-SINCE                      PIC X(10).           ZBNKDPC1
020000   05  WS-LINE5.                                                  ZBNKDPC1
020100     10  WS-LINE5-CC                         PIC X(1)             ZBNKDPC1
020200         VALUE ' '.                                               ZBNKDPC1
020300     10  WS-LINE5-DESC                       PIC X(30).           ZBNKDPC1
020400     10  WS-LINE5-COUNT                      PIC ZZZZZZ9.         ZBNKDPC1
020500                                                                  ZBNKDPC1
020600 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKDPC1
020700                                                                  ZBNKDPC1
020800 PROCEDURE DIVISION.                                              ZBNKDPC1
020900                                                                  ZBNKDPC1
021000     PERFORM RUN-TIME.                                            ZBNKDPC1
021100                                                                  ZBNKDPC1
021200     MOVE 'Duplicate customer detection starting'                 ZBNKDPC1
021300       TO WS-CONSOLE-MESSAGE.                                     ZBNKDPC1
021400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKDPC1
021500                                                                  ZBNKDPC1
021600 COPY CTSTAMPP.                                                   ZBNKDPC1
021700     MOVE WS-TIMESTAMP (1:10) TO WS-RUN-DATE.                     ZBNKDPC1
021800                                                                  ZBNKDPC1
021900     PERFORM OPEN-FILES.                                          ZBNKDPC1
022000     MOVE WS-LINE1 TO PRINTOUT-REC.                               ZBNKDPC1
022100     PERFORM PRINTOUT-PUT.                                        ZBNKDPC1
022200     MOVE WS-LINE3 TO PRINTOUT-REC.                               ZBNKDPC1
022300     PERFORM PRINTOUT-PUT.                                        ZBNKDPC1
022400                                                                  ZBNKDPC1
022500***************************************************************** ZBNKDPC1
022600* Load the live customers and their match keys                  * ZBNKDPC1
022700***************************************************************** ZBNKDPC1
022800     MOVE LOW-VALUES TO BCS-REC-PID.                              ZBNKDPC1
022900     START BNKCUST-FILE KEY GREATER THAN BCS-REC-PID.             ZBNKDPC1
023000     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKDPC1
023100        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKDPC1
023200     END-IF.                                                      ZBNKDPC1
023300     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKDPC1
023400        READ BNKCUST-FILE NEXT RECORD                             ZBNKDPC1
023500        IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                 ZBNKDPC1
023600           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKDPC1
023700        ELSE                                                      ZBNKDPC1
023800           ADD 1 TO WS-CUSTOMERS-READ                             ZBNKDPC1
023900           PERFORM LOAD-ONE-CUSTOMER THRU                         ZBNKDPC1
024000                   LOAD-ONE-CUSTOMER-EXIT                         ZBNKDPC1
024100        END-IF                                                    ZBNKDPC1
024200     END-PERFORM.                                                 ZBNKDPC1
024300                                                                  ZBNKDPC1
024400***************************************************************** ZBNKDPC1
024500* Score every pair once - each customer against the ones after  * ZBNKDPC1
024600* it in PID order, so the lower PID is always side A            * ZBNKDPC1
024700***************************************************************** ZBNKDPC1
024800     PERFORM COMPARE-ONE-CUSTOMER                                 ZBNKDPC1
024900       VARYING WS-SUB-A FROM 1 BY 1                               ZBNKDPC1
025000         UNTIL WS-SUB-A IS NOT LESS THAN WS-CUST-COUNT.           ZBNKDPC1
025100                                                                  ZBNKDPC1
025200     PERFORM PRINT-REPORT-TOTALS.                                 ZBNKDPC1
025300     PERFORM CLOSE-FILES.                                         ZBNKDPC1
025400                                                                  ZBNKDPC1
025500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKDPC1
025600     STRING WS-PAIRS-NEW DELIMITED BY SIZE                        ZBNKDPC1
025700            ' new pairs, ' DELIMITED BY SIZE                      ZBNKDPC1
025800            WS-PAIRS-STILL-OPEN DELIMITED BY SIZE                 ZBNKDPC1
025900            ' still open' DELIMITED BY SIZE                       ZBNKDPC1
026000       INTO WS-CONSOLE-MESSAGE.                                   ZBNKDPC1
026100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKDPC1
026200     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKDPC1
026300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKDPC1
026400                                                                  ZBNKDPC1
026500     PERFORM RUN-TIME.                                            ZBNKDPC1
026600                                                                  ZBNKDPC1
026700     IF WS-PAIRS-NEW IS GREATER THAN ZERO OR                      ZBNKDPC1
026800        WS-PAIRS-STILL-OPEN IS GREATER THAN ZERO                  ZBNKDPC1
026900        MOVE 4 TO RETURN-CODE                                     ZBNKDPC1
027000     ELSE                                                         ZBNKDPC1
027100        MOVE 0 TO RETURN-CODE                                     ZBNKDPC1
027200     END-IF.                                                      ZBNKDPC1
027300                                                                  ZBNKDPC1
027400     GOBACK.                                                      ZBNKDPC1
027500                                                                  ZBNKDPC1
027600***************************************************************** ZBNKDPC1
027700* Add one customer to the table with its match keys - a record  * ZBNKDPC1
027800* merged away is only a redirect and takes no part              * ZBNKDPC1
027900***************************************************************** ZBNKDPC1
028000 LOAD-ONE-CUSTOMER.                                               ZBNKDPC1
028100     IF BCS-REC-MERGED-TO-PID IS NOT EQUAL TO SPACES AND          ZBNKDPC1
028200        BCS-REC-MERGED-TO-PID IS NOT EQUAL TO LOW-VALUES          ZBNKDPC1
028300        ADD 1 TO WS-CUSTOMERS-MERGED                              ZBNKDPC1
028400        GO TO LOAD-ONE-CUSTOMER-EXIT                              ZBNKDPC1
028500     END-IF.                                                      ZBNKDPC1
028600     IF WS-CUST-COUNT IS NOT LESS THAN WS-CUST-MAX                ZBNKDPC1
028700        MOVE 'Customer table full - raise WS-CUST-MAX'            ZBNKDPC1
028800          TO WS-CONSOLE-MESSAGE                                   ZBNKDPC1
028900        PERFORM ABORT-PROGRAM                                     ZBNKDPC1
029000     END-IF.                                                      ZBNKDPC1
029100     ADD 1 TO WS-CUST-COUNT.                                      ZBNKDPC1
029200     MOVE BCS-REC-PID TO WS-CUST-PID (WS-CUST-COUNT).             ZBNKDPC1
029300     MOVE BCS-REC-NAME TO WS-CUST-NAME (WS-CUST-COUNT).           ZBNKDPC1
029400     MOVE SPACES TO WS-CUST-SIN (WS-CUST-COUNT).                  ZBNKDPC1
029500     IF BCS-REC-SIN IS NUMERIC AND                                ZBNKDPC1
029600        BCS-REC-SIN IS NOT EQUAL TO ZERO                          ZBNKDPC1
029700        MOVE BCS-REC-SIN TO WS-CUST-SIN (WS-CUST-COUNT)           ZBNKDPC1
029800     END-IF.                                                      ZBNKDPC1
029900     MOVE SPACES TO WS-NORM-IN.                                   ZBNKDPC1
030000     MOVE BCS-REC-NAME TO WS-NORM-IN.                             ZBNKDPC1
030100     CALL 'UDPMATCH' USING WS-NORM-IN                             ZBNKDPC1
030200                           WS-NORM-OUT.                           ZBNKDPC1
030300     MOVE WS-NORM-OUT TO WS-CUST-NAME-KEY (WS-CUST-COUNT).        ZBNKDPC1
030400     MOVE SPACES TO WS-CUST-DOB (WS-CUST-COUNT).                  ZBNKDPC1
030500     IF BCS-REC-DOB IS NOT EQUAL TO LOW-VALUES                    ZBNKDPC1
030600        MOVE BCS-REC-DOB TO WS-CUST-DOB (WS-CUST-COUNT)           ZBNKDPC1
030700     END-IF.                                                      ZBNKDPC1
030800     MOVE SPACES TO WS-NORM-IN.                                   ZBNKDPC1
030900     MOVE BCS-REC-ADDR1 TO WS-NORM-IN.                            ZBNKDPC1
031000     CALL 'UDPMATCH' USING WS-NORM-IN                             ZBNKDPC1
031100                           WS-NORM-OUT.                           ZBNKDPC1
031200     MOVE WS-NORM-OUT TO WS-CUST-ADDR-KEY (WS-CUST-COUNT).        ZBNKDPC1
031300     MOVE SPACES TO WS-NORM-IN.                                   ZBNKDPC1
031400     MOVE BCS-REC-POST-CODE TO WS-NORM-IN.                        ZBNKDPC1
031500     CALL 'UDPMATCH' USING WS-NORM-IN                             ZBNKDPC1
031600                           WS-NORM-OUT.                           ZBNKDPC1
031700     MOVE WS-NORM-OUT TO WS-CUST-POST-KEY (WS-CUST-COUNT).        ZBNKDPC1
031800     MOVE BCS-REC-TEL TO WS-TEL-IN.                               ZBNKDPC1
031900     PERFORM BUILD-TEL-KEY.                                       ZBNKDPC1
032000     MOVE WS-TEL-OUT TO WS-CUST-TEL-KEY (WS-CUST-COUNT).          ZBNKDPC1
032100 LOAD-ONE-CUSTOMER-EXIT.                                          ZBNKDPC1
032200     EXIT.                                                        ZBNKDPC1
032300                                                                  ZBNKDPC1
032400***************************************************************** ZBNKDPC1
032500* Keep only the digits of a telephone number, so 416-555 0100   * ZBNKDPC1
032600* and (416) 5550100 compare equal                               * ZBNKDPC1
032700***************************************************************** ZBNKDPC1
032800 BUILD-TEL-KEY.                                                   ZBNKDPC1
032900     MOVE SPACES TO WS-TEL-OUT.                                   ZBNKDPC1
033000     MOVE ZERO TO WS-TEL-OUT-SUB.                                 ZBNKDPC1
033100     PERFORM BUILD-TEL-KEY-CHAR                                   ZBNKDPC1
033200       VARYING WS-TEL-SUB FROM 1 BY 1                             ZBNKDPC1
033300         UNTIL WS-TEL-SUB IS GREATER THAN 12.                     ZBNKDPC1
033400                                                                  ZBNKDPC1
033500 BUILD-TEL-KEY-CHAR.                                              ZBNKDPC1
033600     IF WS-TEL-IN (WS-TEL-SUB:1) IS NOT LESS THAN '0' AND         ZBNKDPC1
033700        WS-TEL-IN (WS-TEL-SUB:1) IS NOT GREATER THAN '9'          ZBNKDPC1
033800        ADD 1 TO WS-TEL-OUT-SUB                                   ZBNKDPC1
033900        MOVE WS-TEL-IN (WS-TEL-SUB:1)                             ZBNKDPC1
034000          TO WS-TEL-OUT (WS-TEL-OUT-SUB:1)                        ZBNKDPC1
034100     END-IF.                                                      ZBNKDPC1
034200                                                                  ZBNKDPC1
034300***************************************************************** ZBNKDPC1
034400* Score customer A against every customer after it              * ZBNKDPC1
034500***************************************************************** ZBNKDPC1
034600 COMPARE-ONE-CUSTOMER.                                            ZBNKDPC1
034700     COMPUTE WS-SUB-B-START = WS-SUB-A + 1.                       ZBNKDPC1
034800     PERFORM COMPARE-PAIR THRU                                    ZBNKDPC1
034900             COMPARE-PAIR-EXIT                                    ZBNKDPC1
035000       VARYING WS-SUB-B FROM WS-SUB-B-START BY 1                  ZBNKDPC1
035100         UNTIL WS-SUB-B IS GREATER THAN WS-CUST-COUNT.            ZBNKDPC1
035200                                                                  ZBNKDPC1
035300***************************************************************** ZBNKDPC1
035400* Score one pair - a key blank on either side never matches     * ZBNKDPC1
035500***************************************************************** ZBNKDPC1
035600 COMPARE-PAIR.                                                    ZBNKDPC1
035700     MOVE ZERO TO WS-SCORE.                                       ZBNKDPC1
035800     MOVE 'NNNNN' TO WS-MATCH-FLAGS.                              ZBNKDPC1
035900     IF WS-CUST-SIN (WS-SUB-A) IS NOT EQUAL TO SPACES AND         ZBNKDPC1
036000        WS-CUST-SIN (WS-SUB-A) IS EQUAL TO WS-CUST-SIN (WS-SUB-B) ZBNKDPC1
036100        ADD WS-WEIGHT-SIN TO WS-SCORE                             ZBNKDPC1
036200        MOVE 'Y' TO WS-MATCH-SIN                                  ZBNKDPC1
036300     END-IF.                                                      ZBNKDPC1
036400     IF WS-CUST-NAME-KEY (WS-SUB-A) IS NOT EQUAL TO SPACES AND    ZBNKDPC1
036500        WS-CUST-NAME-KEY (WS-SUB-A) IS EQUAL TO                   ZBNKDPC1
036600        WS-CUST-NAME-KEY (WS-SUB-B)                               ZBNKDPC1
036700        ADD WS-WEIGHT-NAME TO WS-SCORE                            ZBNKDPC1
036800        MOVE 'Y' TO WS-MATCH-NAME                                 ZBNKDPC1
036900     END-IF.                                                      ZBNKDPC1
037000     IF WS-CUST-DOB (WS-SUB-A) IS NOT EQUAL TO SPACES AND         ZBNKDPC1
037100        WS-CUST-DOB (WS-SUB-A) IS EQUAL TO WS-CUST-DOB (WS-SUB-B) ZBNKDPC1
037200        ADD WS-WEIGHT-DOB TO WS-SCORE                             ZBNKDPC1
037300        MOVE 'Y' TO WS-MATCH-DOB                                  ZBNKDPC1
037400     END-IF.                                                      ZBNKDPC1
037500     IF WS-CUST-ADDR-KEY (WS-SUB-A) IS NOT EQUAL TO SPACES AND    ZBNKDPC1
037600        WS-CUST-ADDR-KEY (WS-SUB-A) IS EQUAL TO                   ZBNKDPC1
037700        WS-CUST-ADDR-KEY (WS-SUB-B) AND                           ZBNKDPC1
037800        WS-CUST-POST-KEY (WS-SUB-A) IS EQUAL TO                   ZBNKDPC1
037900        WS-CUST-POST-KEY (WS-SUB-B)                               ZBNKDPC1
038000        ADD WS-WEIGHT-ADDR TO WS-SCORE                            ZBNKDPC1
038100        MOVE 'Y' TO WS-MATCH-ADDR                                 ZBNKDPC1
038200     END-IF.                                                      ZBNKDPC1
038300     IF WS-CUST-TEL-KEY (WS-SUB-A) IS NOT EQUAL TO SPACES AND     ZBNKDPC1
038400        WS-CUST-TEL-KEY (WS-SUB-A) IS EQUAL TO                    ZBNKDPC1
038500        WS-CUST-TEL-KEY (WS-SUB-B)                                ZBNKDPC1
038600        ADD WS-WEIGHT-TEL TO WS-SCORE                             ZBNKDPC1
038700        MOVE 'Y' TO WS-MATCH-TEL                                  ZBNKDPC1
038800     END-IF.                                                      ZBNKDPC1
038900     IF WS-SCORE IS LESS THAN WS-MIN-SCORE                        ZBNKDPC1
039000        GO TO COMPARE-PAIR-EXIT                                   ZBNKDPC1
039100     END-IF.                                                      ZBNKDPC1
039200     PERFORM RECORD-CANDIDATE THRU                                ZBNKDPC1
039300             RECORD-CANDIDATE-EXIT.                               ZBNKDPC1
039400 COMPARE-PAIR-EXIT.                                               ZBNKDPC1
039500     EXIT.                                                        ZBNKDPC1
039600                                                                  ZBNKDPC1
039700***************************************************************** ZBNKDPC1
039800* Record the pair on BNKDUPC - new pairs are added, open pairs  * ZBNKDPC1
039900* take this week's score, and pairs already decided are left    * ZBNKDPC1
040000* alone and not listed                                          * ZBNKDPC1
040100***************************************************************** ZBNKDPC1
040200 RECORD-CANDIDATE.                                                ZBNKDPC1
040300     MOVE WS-CUST-PID (WS-SUB-A) TO DPC-REC-PID-A.                ZBNKDPC1
040400     MOVE WS-CUST-PID (WS-SUB-B) TO DPC-REC-PID-B.                ZBNKDPC1
040500     READ BNKDUPC-FILE.                                           ZBNKDPC1
040600     IF WS-BNKDUPC-STATUS IS EQUAL TO '00'                        ZBNKDPC1
040700        IF NOT DPC-STATUS-OPEN                                    ZBNKDPC1
040800           ADD 1 TO WS-PAIRS-REVIEWED                             ZBNKDPC1
040900           GO TO RECORD-CANDIDATE-EXIT                            ZBNKDPC1
041000        END-IF                                                    ZBNKDPC1
041100        PERFORM MOVE-SCORE-TO-CANDIDATE                           ZBNKDPC1
041200        REWRITE DPC-RECORD                                        ZBNKDPC1
041300        ADD 1 TO WS-PAIRS-STILL-OPEN                              ZBNKDPC1
041400     ELSE                                                         ZBNKDPC1
041500        MOVE SPACES TO DPC-RECORD                                 ZBNKDPC1
041600        MOVE WS-CUST-PID (WS-SUB-A) TO DPC-REC-PID-A              ZBNKDPC1
041700        MOVE WS-CUST-PID (WS-SUB-B) TO DPC-REC-PID-B              ZBNKDPC1
041800        SET DPC-STATUS-OPEN TO TRUE                               ZBNKDPC1
041900        MOVE WS-RUN-DATE TO DPC-REC-FIRST-FOUND-DTE               ZBNKDPC1
042000        PERFORM MOVE-SCORE-TO-CANDIDATE                           ZBNKDPC1
042100        WRITE DPC-RECORD                                          ZBNKDPC1
042200        ADD 1 TO WS-PAIRS-NEW                                     ZBNKDPC1
042300     END-IF.                                                      ZBNKDPC1
042400     IF WS-BNKDUPC-STATUS IS NOT EQUAL TO '00'                    ZBNKDPC1
042500        MOVE 'BNKDUPC error updating file...'                     ZBNKDPC1
042600          TO WS-CONSOLE-MESSAGE                                   ZBNKDPC1
042700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDPC1
042800        MOVE WS-BNKDUPC-STATUS TO WS-IO-STATUS                    ZBNKDPC1
042900        PERFORM DISPLAY-IO-STATUS                                 ZBNKDPC1
043000        PERFORM ABORT-PROGRAM                                     ZBNKDPC1
043100     END-IF.                                                      ZBNKDPC1
043200     PERFORM PRINT-CANDIDATE.                                     ZBNKDPC1
043300 RECORD-CANDIDATE-EXIT.                                           ZBNKDPC1
043400     EXIT.                                                        ZBNKDPC1
043500                                                                  ZBNKDPC1
043600 MOVE-SCORE-TO-CANDIDATE.                                         ZBNKDPC1
043700     MOVE WS-SCORE TO DPC-REC-SCORE.                              ZBNKDPC1
043800     MOVE WS-MATCH-SIN TO DPC-REC-MATCH-SIN.                      ZBNKDPC1
043900     MOVE WS-MATCH-NAME TO DPC-REC-MATCH-NAME.                    ZBNKDPC1
044000     MOVE WS-MATCH-DOB TO DPC-REC-MATCH-DOB.                      ZBNKDPC1
044100     MOVE WS-MATCH-ADDR TO DPC-REC-MATCH-ADDR.                    ZBNKDPC1
044200     MOVE WS-MATCH-TEL TO DPC-REC-MATCH-TEL.                      ZBNKDPC1
044300     MOVE WS-RUN-DATE TO DPC-REC-LAST-FOUND-DTE.                  ZBNKDPC1
044400                                                                  ZBNKDPC1
044500***************************************************************** ZBNKDPC1
044600* List the pair for the reviewer with what matched              * ZBNKDPC1
044700***************************************************************** ZBNKDPC1
044800 PRINT-CANDIDATE.                                                 ZBNKDPC1
044900     MOVE SPACES TO WS-MATCHED-ON.                                ZBNKDPC1
045000     MOVE 1 TO WS-MATCH-PTR.                                      ZBNKDPC1
045100     IF WS-MATCH-SIN IS EQUAL TO 'Y'                              ZBNKDPC1
045200        STRING 'SIN ' DELIMITED BY SIZE                           ZBNKDPC1
045300          INTO WS-MATCHED-ON WITH POINTER WS-MATCH-PTR            ZBNKDPC1
045400     END-IF.                                                      ZBNKDPC1
045500     IF WS-MATCH-NAME IS EQUAL TO 'Y'                             ZBNKDPC1
045600        STRING 'Name ' DELIMITED BY SIZE                          ZBNKDPC1
045700          INTO WS-MATCHED-ON WITH POINTER WS-MATCH-PTR            ZBNKDPC1
045800     END-IF.                                                      ZBNKDPC1
045900     IF WS-MATCH-DOB IS EQUAL TO 'Y'                              ZBNKDPC1
046000        STRING 'DOB ' DELIMITED BY SIZE                           ZBNKDPC1
046100          INTO WS-MATCHED-ON WITH POINTER WS-MATCH-PTR            ZBNKDPC1
046200     END-IF.                                                      ZBNKDPC1
046300     IF WS-MATCH-ADDR IS EQUAL TO 'Y'                             ZBNKDPC1
046400        STRING 'Address ' DELIMITED BY SIZE                       ZBNKDPC1
046500          INTO WS-MATCHED-ON WITH POINTER WS-MATCH-PTR            ZBNKDPC1
046600     END-IF.                                                      ZBNKDPC1
046700     IF WS-MATCH-TEL IS EQUAL TO 'Y'                              ZBNKDPC1
046800        STRING 'Phone' DELIMITED BY SIZE                          ZBNKDPC1
046900          INTO WS-MATCHED-ON WITH POINTER WS-MATCH-PTR            ZBNKDPC1
047000     END-IF.                                                      ZBNKDPC1
047100     MOVE WS-CUST-PID (WS-SUB-A) TO WS-LINE4-PID-A.               ZBNKDPC1
047200     MOVE WS-CUST-NAME (WS-SUB-A) TO WS-LINE4-NAME-A.             ZBNKDPC1
047300     MOVE WS-CUST-PID (WS-SUB-B) TO WS-LINE4-PID-B.               ZBNKDPC1
047400     MOVE WS-CUST-NAME (WS-SUB-B) TO WS-LINE4-NAME-B.             ZBNKDPC1
047500     MOVE WS-SCORE TO WS-LINE4-SCORE.                             ZBNKDPC1
047600     MOVE WS-MATCHED-ON TO WS-LINE4-MATCHED-ON.                   ZBNKDPC1
047700     MOVE DPC-REC-FIRST-FOUND-DTE TO WS-LINE4-SINCE.              ZBNKDPC1
047800     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKDPC1
047900     PERFORM PRINTOUT-PUT.                                        ZBNKDPC1
048000                                                                  ZBNKDPC1
048100***************************************************************** ZBNKDPC1
048200* Print the run totals                                          * ZBNKDPC1
048300***************************************************************** ZBNKDPC1
048400 PRINT-REPORT-TOTALS.                                             ZBNKDPC1
048500     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKDPC1
048600     PERFORM PRINTOUT-PUT.                                        ZBNKDPC1
048700     MOVE 'Customers read' TO WS-LINE5-DESC.                      ZBNKDPC1
048800     MOVE WS-CUSTOMERS-READ TO WS-LINE5-COUNT.                    ZBNKDPC1
048900     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKDPC1
049000     PERFORM PRINTOUT-PUT.                                        ZBNKDPC1
049100     MOVE 'Merged away - skipped' TO WS-LINE5-DESC.               ZBNKDPC1
049200     MOVE WS-CUSTOMERS-MERGED TO WS-LINE5-COUNT.                  ZBNKDPC1
049300     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKDPC1
049400     PERFORM PRINTOUT-PUT.                                        ZBNKDPC1
049500     MOVE 'New pairs found' TO WS-LINE5-DESC.                     ZBNKDPC1
049600     MOVE WS-PAIRS-NEW TO WS-LINE5-COUNT.                         ZBNKDPC1
049700     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKDPC1
049800     PERFORM PRINTOUT-PUT.                                        ZBNKDPC1
049900     MOVE 'Pairs still open' TO WS-LINE5-DESC.                    ZBNKDPC1
050000     MOVE WS-PAIRS-STILL-OPEN TO WS-LINE5-COUNT.                  ZBNKDPC1
050100     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKDPC1
050200     PERFORM PRINTOUT-PUT.                                        ZBNKDPC1
050300     MOVE 'Pairs already decided' TO WS-LINE5-DESC.               ZBNKDPC1
050400     MOVE WS-PAIRS-REVIEWED TO WS-LINE5-COUNT.                    ZBNKDPC1
050500     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKDPC1
050600     PERFORM PRINTOUT-PUT.                                        ZBNKDPC1
050700                                                                  ZBNKDPC1
050800***************************************************************** ZBNKDPC1
050900* Write a record to the sequential print file                   * ZBNKDPC1
051000***************************************************************** ZBNKDPC1
051100 PRINTOUT-PUT.                                                    ZBNKDPC1
051200     WRITE PRINTOUT-REC.                                          ZBNKDPC1
051300     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKDPC1
051400       MOVE 'PRINTOUT error writing file...'                      ZBNKDPC1
051500         TO WS-CONSOLE-MESSAGE                                    ZBNKDPC1
051600       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKDPC1
051700       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKDPC1
051800       PERFORM DISPLAY-IO-STATUS                                  ZBNKDPC1
051900       PERFORM ABORT-PROGRAM                                      ZBNKDPC1
052000     END-IF.                                                      ZBNKDPC1
052100                                                                  ZBNKDPC1
052200***************************************************************** ZBNKDPC1
052300* Open all the files                                            * ZBNKDPC1
052400***************************************************************** ZBNKDPC1
052500 OPEN-FILES.                                                      ZBNKDPC1
052600     OPEN INPUT BNKCUST-FILE.                                     ZBNKDPC1
052700     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKDPC1
052800        MOVE 'BNKCUST file open failure...'                       ZBNKDPC1
052900          TO WS-CONSOLE-MESSAGE                                   ZBNKDPC1
053000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDPC1
053100        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    ZBNKDPC1
053200        PERFORM DISPLAY-IO-STATUS                                 ZBNKDPC1
053300        PERFORM ABORT-PROGRAM                                     ZBNKDPC1
053400     END-IF.                                                      ZBNKDPC1
053500     OPEN I-O BNKDUPC-FILE.                                       ZBNKDPC1
053600     IF WS-BNKDUPC-STATUS IS NOT EQUAL TO '00'                    ZBNKDPC1
053700        MOVE 'BNKDUPC file open failure...'                       ZBNKDPC1
053800          TO WS-CONSOLE-MESSAGE                                   ZBNKDPC1
053900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDPC1
054000        MOVE WS-BNKDUPC-STATUS TO WS-IO-STATUS                    ZBNKDPC1
054100        PERFORM DISPLAY-IO-STATUS                                 ZBNKDPC1
054200        PERFORM ABORT-PROGRAM                                     ZBNKDPC1
054300     END-IF.                                                      ZBNKDPC1
054400     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKDPC1
054500     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKDPC1
054600        MOVE 'PRINTOUT file open failure...'                      ZBNKDPC1
054700          TO WS-CONSOLE-MESSAGE                                   ZBNKDPC1
054800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDPC1
054900        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKDPC1
055000        PERFORM DISPLAY-IO-STATUS                                 ZBNKDPC1
055100        PERFORM ABORT-PROGRAM                                     ZBNKDPC1
055200     END-IF.                                                      ZBNKDPC1
055300                                                                  ZBNKDPC1
055400***************************************************************** ZBNKDPC1
055500* Close all the files                                           * ZBNKDPC1
055600***************************************************************** ZBNKDPC1
055700 CLOSE-FILES.                                                     ZBNKDPC1
055800     CLOSE BNKCUST-FILE.                                          ZBNKDPC1
055900     CLOSE BNKDUPC-FILE.                                          ZBNKDPC1
056000     CLOSE PRINTOUT-FILE.                                         ZBNKDPC1
056100                                                                  ZBNKDPC1
056200***************************************************************** ZBNKDPC1
056300* Display the file status bytes. This routine will display as   * ZBNKDPC1
056400* two digits if the full two byte file status is numeric. If    * ZBNKDPC1
056500* second byte is non-numeric then it will be treated as a       * ZBNKDPC1
056600* binary number.                                                * ZBNKDPC1
056700***************************************************************** ZBNKDPC1
056800 DISPLAY-IO-STATUS.                                               ZBNKDPC1
056900     IF WS-IO-STATUS NUMERIC                                      ZBNKDPC1
057000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKDPC1
057100        STRING 'File status -' DELIMITED BY SIZE                  ZBNKDPC1
057200               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKDPC1
057300          INTO WS-CONSOLE-MESSAGE                                 ZBNKDPC1
057400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDPC1
057500     ELSE                                                         ZBNKDPC1
057600        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKDPC1
057700        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKDPC1
057800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKDPC1
057900        STRING 'File status -' DELIMITED BY SIZE                  ZBNKDPC1
058000               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKDPC1
058100               '/' DELIMITED BY SIZE                              ZBNKDPC1
058200               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKDPC1
058300          INTO WS-CONSOLE-MESSAGE                                 ZBNKDPC1
058400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDPC1
058500     END-IF.                                                      ZBNKDPC1
058600                                                                  ZBNKDPC1
058700***************************************************************** ZBNKDPC1
058800* 'ABORT' the program.                                          * ZBNKDPC1
058900* Post a message to the console and issue a STOP RUN            * ZBNKDPC1
059000***************************************************************** ZBNKDPC1
059100 ABORT-PROGRAM.                                                   ZBNKDPC1
059200     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKDPC1
059300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDPC1
059400     END-IF.                                                      ZBNKDPC1
059500     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKDPC1
059600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKDPC1
059700     MOVE 16 TO RETURN-CODE.                                      ZBNKDPC1
059800     STOP RUN.                                                    ZBNKDPC1
059900                                                                  ZBNKDPC1
060000***************************************************************** ZBNKDPC1
060100* Display CONSOLE messages...                                   * ZBNKDPC1
060200***************************************************************** ZBNKDPC1
060300 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKDPC1
060400     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKDPC1
060500       UPON CONSOLE.                                              ZBNKDPC1
060600     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKDPC1
060700                                                                  ZBNKDPC1
060800 COPY CTIMERP.                                                    ZBNKDPC1
060900                                                                  ZBNKDPC1
061000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKDPC1
