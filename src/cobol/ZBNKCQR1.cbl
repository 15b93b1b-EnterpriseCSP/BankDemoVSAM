000100***************************************************************** ZBNKCQR1
000200*                                                               * ZBNKCQR1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKCQR1
000400*   This demonstration program is provided for use by users     * ZBNKCQR1
000500*   of Micro Focus products and may be used, modified and       * ZBNKCQR1
000600*   distributed as part of your application provided that       * ZBNKCQR1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKCQR1
000800*   in this material.                                           * ZBNKCQR1
000900*                                                               * ZBNKCQR1
001000***************************************************************** ZBNKCQR1
001100                                                                  ZBNKCQR1
001200***************************************************************** ZBNKCQR1
001300* Program:     ZBNKCQR1.CBL                                     * ZBNKCQR1
001400* Function:    Returned-cheque processing.  Reads the paying    * ZBNKCQR1
001500*              banks' return file (CHQRTN), matches each return * ZBNKCQR1
001600*              to the presented item on BNKDEPI by item         * ZBNKCQR1
001700*              reference, charges the cheque back to the        * ZBNKCQR1
001800*              depositor's account against the clearing         * ZBNKCQR1
001900*              settlement account, charges the returned-item    * ZBNKCQR1
002000*              fee from the account type's fee schedule on      * ZBNKCQR1
002100*              BNKATYP, releases whatever availability hold is  * ZBNKCQR1
002200*              still standing on the deposit, queues a          * ZBNKCQR1
002300*              returned-item alert to the customer on BNKALRTQ  * ZBNKCQR1
002400*              and prints a returns journal - the same shape    * ZBNKCQR1
002426*              as the ZBNKRET1 returned-payment run.  A         * ZBNKCQR1
002452*              customer with an active bankruptcy case on       * ZBNKCQR1
002478*              BNKBKRP is charged the item back but not the     * ZBNKCQR1
002504*              fee - the fee is listed as held.                 * ZBNKCQR1
002533*              Every master-file update is journaled through    * ZBNKCQR1
002566*              UJOURNL for forward recovery.                    * ZBNKCQR1
002600***************************************************************** ZBNKCQR1
002700                                                                  ZBNKCQR1
002800 IDENTIFICATION DIVISION.                                         ZBNKCQR1
002900 PROGRAM-ID.                                                      ZBNKCQR1
003000     ZBNKCQR1.                                                    ZBNKCQR1
003100 DATE-WRITTEN.                                                    ZBNKCQR1
003200     October 2026.                                                ZBNKCQR1
003300 DATE-COMPILED.                                                   ZBNKCQR1
003400     Today.                                                       ZBNKCQR1
003500                                                                  ZBNKCQR1
003600 ENVIRONMENT DIVISION.                                            ZBNKCQR1
003700 INPUT-OUTPUT   SECTION.                                          ZBNKCQR1
003800   FILE-CONTROL.                                                  ZBNKCQR1
003900     SELECT CHQRTN-FILE                                           ZBNKCQR1
004000            ASSIGN       TO CHQRTN                                ZBNKCQR1
004100            ORGANIZATION IS SEQUENTIAL                            ZBNKCQR1
004200            ACCESS MODE  IS SEQUENTIAL                            ZBNKCQR1
004300            FILE STATUS  IS WS-CHQRTN-STATUS.                     ZBNKCQR1
004400     SELECT BNKDEPI-FILE                                          ZBNKCQR1
004500            ASSIGN       TO BNKDEPI                               ZBNKCQR1
004600            ORGANIZATION IS INDEXED                               ZBNKCQR1
004700            ACCESS MODE  IS RANDOM                                ZBNKCQR1
004800            RECORD KEY   IS DI-REC-REF                            ZBNKCQR1
004900            FILE STATUS  IS WS-BNKDEPI-STATUS.                    ZBNKCQR1
005000     SELECT BNKACC-FILE                                           ZBNKCQR1
005100            ASSIGN       TO BNKACC                                ZBNKCQR1
005200            ORGANIZATION IS INDEXED                               ZBNKCQR1
005300            ACCESS MODE  IS RANDOM                                ZBNKCQR1
005400            RECORD KEY   IS BAC-REC-ACCNO                         ZBNKCQR1
005500            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          ZBNKCQR1
005600            FILE STATUS  IS WS-BNKACC-STATUS.                     ZBNKCQR1
005700     SELECT BNKATYP-FILE                                          ZBNKCQR1
005800            ASSIGN       TO BNKATYP                               ZBNKCQR1
005900            ORGANIZATION IS INDEXED                               ZBNKCQR1
006000            ACCESS MODE  IS RANDOM                                ZBNKCQR1
006100            RECORD KEY   IS BAT-REC-TYPE                          ZBNKCQR1
006200            FILE STATUS  IS WS-BNKATYP-STATUS.                    ZBNKCQR1
006214     SELECT BNKBKRP-FILE                                          ZBNKCQR1
006228            ASSIGN       TO BNKBKRP                               ZBNKCQR1
006242            ORGANIZATION IS INDEXED                               ZBNKCQR1
006256            ACCESS MODE  IS RANDOM                                ZBNKCQR1
006270            RECORD KEY   IS BKR-KEY                               ZBNKCQR1
006284            FILE STATUS  IS WS-BNKBKRP-STATUS.                    ZBNKCQR1
006300     SELECT BNKTXN-FILE                                           ZBNKCQR1
006400            ASSIGN       TO BNKTXN                                ZBNKCQR1
006500            ORGANIZATION IS INDEXED                               ZBNKCQR1
006600            ACCESS MODE  IS RANDOM                                ZBNKCQR1
006700            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKCQR1
006800            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKCQR1
006900            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKCQR1
007000            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKCQR1
007100     SELECT BNKAVLH-FILE                                          ZBNKCQR1
007200            ASSIGN       TO BNKAVLH                               ZBNKCQR1
007300            ORGANIZATION IS INDEXED                               ZBNKCQR1
007400            ACCESS MODE  IS RANDOM                                ZBNKCQR1
007500            RECORD KEY   IS AVH-KEY                               ZBNKCQR1
007600            FILE STATUS  IS WS-BNKAVLH-STATUS.                    ZBNKCQR1
007700     SELECT BNKALRTQ-FILE                                         ZBNKCQR1
007800            ASSIGN       TO BNKALRTQ                              ZBNKCQR1
007900            ORGANIZATION IS INDEXED                               ZBNKCQR1
008000            ACCESS MODE  IS RANDOM                                ZBNKCQR1
008100            RECORD KEY   IS AQ-REC-TIMESTAMP                      ZBNKCQR1
008200            FILE STATUS  IS WS-BNKALRTQ-STATUS.                   ZBNKCQR1
008300     SELECT PRINTOUT-FILE                                         ZBNKCQR1
008400            ASSIGN       TO PRINTOUT                              ZBNKCQR1
008500            ORGANIZATION IS SEQUENTIAL                            ZBNKCQR1
008600            ACCESS MODE  IS SEQUENTIAL                            ZBNKCQR1
008700            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKCQR1
008800                                                                  ZBNKCQR1
008900 DATA DIVISION.                                                   ZBNKCQR1
009000 FILE SECTION.                                                    ZBNKCQR1
009100                                                                  ZBNKCQR1
009200 FD  CHQRTN-FILE.                                                 ZBNKCQR1
009300 01  CHQRTN-REC                          PIC X(100).              ZBNKCQR1
009400                                                                  ZBNKCQR1
009500 FD  BNKDEPI-FILE.                                                ZBNKCQR1
009600 01  BNKDEPI-REC.                                                 ZBNKCQR1
009700 COPY CBANKVDI.                                                   ZBNKCQR1
009800                                                                  ZBNKCQR1
009900 FD  BNKACC-FILE.                                                 ZBNKCQR1
010000 01  BNKACC-REC.                                                  ZBNKCQR1
010100 COPY CBANKVAC.                                                   ZBNKCQR1
010200                                                                  ZBNKCQR1
010300 FD  BNKATYP-FILE.                                                ZBNKCQR1
010400 01  BNKATYP-REC.                                                 ZBNKCQR1
010500 COPY CBANKVAT.                                                   ZBNKCQR1
010520                                                                  ZBNKCQR1
010540 FD  BNKBKRP-FILE.                                                ZBNKCQR1
010560 01  BNKBKRP-REC.                                                 ZBNKCQR1
010580 COPY CBANKVBK.                                                   ZBNKCQR1
010600                                                                  ZBNKCQR1
010700 FD  BNKTXN-FILE.                                                 ZBNKCQR1
010800 01  BNKTXN-REC.                                                  ZBNKCQR1
010900 COPY CBANKVTX.                                                   ZBNKCQR1
011000                                                                  ZBNKCQR1
011100 FD  BNKAVLH-FILE.                                                ZBNKCQR1
011200 01  BNKAVLH-REC.                                                 ZBNKCQR1
011300 COPY CBANKVAH.                                                   ZBNKCQR1
011400                                                                  ZBNKCQR1
011500 FD  BNKALRTQ-FILE.                                               ZBNKCQR1
011600 01  BNKALRTQ-REC.                                                ZBNKCQR1
011700 COPY CBANKVAQ.                                                   ZBNKCQR1
011800                                                                  ZBNKCQR1
011900 FD  PRINTOUT-FILE.                                               ZBNKCQR1
012000 01  PRINTOUT-REC                        PIC X(121).              ZBNKCQR1
012100                                                                  ZBNKCQR1
012200 WORKING-STORAGE SECTION.                                         ZBNKCQR1
012233 COPY CJOURNLD.                                                   ZBNKCQR1
012266                                                                  ZBNKCQR1
012300 COPY CTIMERD.                                                    ZBNKCQR1
012400                                                                  ZBNKCQR1
012500 COPY CTSTAMPD.                                                   ZBNKCQR1
012600                                                                  ZBNKCQR1
012700 COPY CBANKTXD.                                                   ZBNKCQR1
012800                                                                  ZBNKCQR1
012900 01  WS-TWOS-COMP.                                                ZBNKCQR1
013000   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      ZBNKCQR1
013100   05  WS-TWOS-COMP-INPUT                    PIC X(256).          ZBNKCQR1
013200   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          ZBNKCQR1
013300   05  WS-TWOS-COMP-FORMAT                 PIC X(1) VALUE 'B'.    ZBNKCQR1
013400                                                                  ZBNKCQR1
013500 01  WS-CHQRTN-DETAIL.                                            ZBNKCQR1
013600   05  WS-RT-RECORD-TYPE                     PIC X(1).            ZBNKCQR1
013700   05  WS-RT-REF                             PIC X(16).           ZBNKCQR1
013800   05  WS-RT-REASON-CODE                     PIC X(3).            ZBNKCQR1
013900   05  WS-RT-REASON-TEXT                     PIC X(30).           ZBNKCQR1
014000   05  FILLER                                PIC X(50).           ZBNKCQR1
014100                                                                  ZBNKCQR1
014200 01  WS-MISC-STORAGE.                                             ZBNKCQR1
014300   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKCQR1
014400       VALUE 'ZBNKCQR1'.                                          ZBNKCQR1
014500   05  WS-CHQRTN-STATUS.                                          ZBNKCQR1
014600     10  WS-CHQRTN-STAT1                     PIC X(1).            ZBNKCQR1
014700     10  WS-CHQRTN-STAT2                     PIC X(1).            ZBNKCQR1
014800   05  WS-BNKDEPI-STATUS.                                         ZBNKCQR1
014900     10  WS-BNKDEPI-STAT1                    PIC X(1).            ZBNKCQR1
015000     10  WS-BNKDEPI-STAT2                    PIC X(1).            ZBNKCQR1
015100   05  WS-BNKACC-STATUS.                                          ZBNKCQR1
015200     10  WS-BNKACC-STAT1                     PIC X(1).            ZBNKCQR1
015300     10  WS-BNKACC-STAT2                     PIC X(1).            ZBNKCQR1
015400   05  WS-BNKATYP-STATUS.                                         ZBNKCQR1
015500     10  WS-BNKATYP-STAT1                    PIC X(1).            ZBNKCQR1
015600     10  WS-BNKATYP-STAT2                    PIC X(1).            ZBNKCQR1
015700   05  WS-BNKTXN-STATUS.                                          ZBNKCQR1
015800     10  WS-BNKTXN-STAT1                     PIC X(1).            ZBNKCQR1
015900     10  WS-BNKTXN-STAT2                     PIC X(1).            ZBNKCQR1
016000   05  WS-BNKAVLH-STATUS.                                         ZBNKCQR1
016100     10  WS-BNKAVLH-STAT1                    PIC X(1).            ZBNKCQR1
016200     10  WS-BNKAVLH-STAT2                    PIC X(1).            ZBNKCQR1
016300   05  WS-BNKALRTQ-STATUS.                                        ZBNKCQR1
016400     10  WS-BNKALRTQ-STAT1                   PIC X(1).            ZBNKCQR1
016500     10  WS-BNKALRTQ-STAT2                   PIC X(1).            ZBNKCQR1
016516   05  WS-BNKBKRP-STATUS.                                         ZBNKCQR1
016532     10  WS-BNKBKRP-STAT1                    PIC X(1).            ZBNKCQR1
016548     10  WS-BNKBKRP-STAT2                    PIC X(1).            ZBNKCQR1
016564   05  WS-BKRP-OPEN                          PIC X(1)             ZBNKCQR1
016580       VALUE 'N'.                                                 ZBNKCQR1
016600   05  WS-PRINTOUT-STATUS.                                        ZBNKCQR1
016700     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKCQR1
016800     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKCQR1
016900   05  WS-IO-STATUS.                                              ZBNKCQR1
017000     10  WS-IO-STAT1                         PIC X(1).            ZBNKCQR1
017100     10  WS-IO-STAT2                         PIC X(1).            ZBNKCQR1
017200   05  WS-TWO-BYTES.                                              ZBNKCQR1
017300     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKCQR1
017400     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKCQR1
017500   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKCQR1
017600                                             PIC 9(1) COMP.       ZBNKCQR1
017700   05  WS-END-OF-FILE                        PIC X(3)             ZBNKCQR1
017800       VALUE 'NO '.                                               ZBNKCQR1
017900   05  WS-RETURNS-READ                       PIC 9(7)             ZBNKCQR1
018000       VALUE ZERO.                                                ZBNKCQR1
018100   05  WS-RETURNS-APPLIED                    PIC 9(7)             ZBNKCQR1
018200       VALUE ZERO.                                                ZBNKCQR1
018300   05  WS-RETURNS-UNMATCHED                  PIC 9(7)             ZBNKCQR1
018400       VALUE ZERO.                                                ZBNKCQR1
018500   05  WS-FEES-CHARGED                       PIC 9(7)             ZBNKCQR1
018600       VALUE ZERO.                                                ZBNKCQR1
018633   05  WS-FEES-BKR-HELD                      PIC 9(7)             ZBNKCQR1
018666       VALUE ZERO.                                                ZBNKCQR1
018700   05  WS-HOLDS-RELEASED                     PIC 9(7)             ZBNKCQR1
018800       VALUE ZERO.                                                ZBNKCQR1
018900   05  WS-TXN-SEQ                            PIC 9(4)             ZBNKCQR1
019000       VALUE ZERO.                                                ZBNKCQR1
019100   05  WS-CLEARING-ACC                       PIC X(9)             ZBNKCQR1
019200       VALUE '999999994'.                                         ZBNKCQR1
019300   05  WS-FEE-AMOUNT                         PIC S9(3)V99 COMP-3. ZBNKCQR1
019350   05  WS-FEE-HELD                           PIC S9(3)V99 COMP-3. ZBNKCQR1
019400   05  WS-TODAY-ISO                          PIC X(10).           ZBNKCQR1
019500   05  WS-NOTE                               PIC X(14).           ZBNKCQR1
019600                                                                  ZBNKCQR1
019700 01  WS-REPORT-LINES.                                             ZBNKCQR1
019800   05  WS-LINE1.                                                  ZBNKCQR1
019900     10  WS-LINE1-CC                     PIC X(1)                 ZBNKCQR1
020000         VALUE '1'.                                               ZBNKCQR1
020100     10  FILLER                          PIC X(25)                ZBNKCQR1
020200         VALUE SPACES.                                            ZBNKCQR1
020300     10  WS-LINE1-HEAD                   PIC X(30)                ZBNKCQR1
020400         VALUE 'Returned Cheques Journal'.                        ZBNKCQR1
020500   05  WS-LINE3.                                                  ZBNKCQR1
020600     10  WS-LINE3-CC                     PIC X(1)                 ZBNKCQR1
020700         VALUE ' '.                                               ZBNKCQR1
020800     10  FILLER                          PIC X(18)                ZBNKCQR1
020900         VALUE 'Item ref'.                                        ZBNKCQR1
021000     10  FILLER                          PIC X(11)                ZBNKCQR1
021100         VALUE 'Account'.                                         ZBNKCQR1
021200     10  FILLER                          PIC X(15)                ZBNKCQR1
021300         VALUE 'Amount'.                                          ZBNKCQR1
021400     10  FILLER                          PIC X(10)                ZBNKCQR1
021500         VALUE 'Fee'.                                             ZBNKCQR1
021600     10  FILLER                          PIC X(5)                 ZBNKCQR1
021700         VALUE 'Rsn'.                                             ZBNKCQR1
021800     10  FILLER                          PIC X(32)                ZBNKCQR1
021900         VALUE 'Reason'.                                          ZBNKCQR1
022000     10  FILLER                          PIC X(14)                ZBNKCQR1
022100         VALUE 'Note'.                                            ZBNKCQR1
022200   05  WS-LINE4.                                                  ZBNKCQR1
022300     10  WS-LINE4-CC                     PIC X(1)                 ZBNKCQR1
022400         VALUE ' '.                                               ZBNKCQR1
022500     10  WS-LINE4-REF                    PIC X(18).               ZBNKCQR1
022600     10  WS-LINE4-ACCNO                  PIC X(11).               ZBNKCQR1
022700     10  WS-LINE4-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.      ZBNKCQR1
022800     10  FILLER                          PIC X(1)                 ZBNKCQR1
022900         VALUE SPACES.                                            ZBNKCQR1
023000     10  WS-LINE4-FEE                    PIC ZZZ9.99.             ZBNKCQR1
023100     10  FILLER                          PIC X(3)                 ZBNKCQR1
023200         VALUE SPACES.                                            ZBNKCQR1
023300     10  WS-LINE4-REASON-CODE            PIC X(5).                ZBNKCQR1
023400     10  WS-LINE4-REASON                 PIC X(32).               ZBNKCQR1
023500     10  WS-LINE4-NOTE                   PIC X(14).               ZBNKCQR1
023600   05  WS-LINE5.                                                  ZBNKCQR1
023700     10  WS-LINE5-CC                     PIC X(1)                 ZBNKCQR1
023800         VALUE ' '.                                               ZBNKCQR1
023900     10  WS-LINE5-DESC                   PIC X(30).               ZBNKCQR1
024000     10  WS-LINE5-COUNT                  PIC ZZZZZZ9.             ZBNKCQR1
024100                                                                  ZBNKCQR1
024200 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKCQR1
024300                                                                  ZBNKCQR1
024400 PROCEDURE DIVISION.                                              ZBNKCQR1
024500                                                                  ZBNKCQR1
024600     PERFORM RUN-TIME.                                            ZBNKCQR1
024700                                                                  ZBNKCQR1
024800     MOVE 'Returned cheque processing starting'                   ZBNKCQR1
024900       TO WS-CONSOLE-MESSAGE.                                     ZBNKCQR1
025000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCQR1
025100                                                                  ZBNKCQR1
025200 COPY CTSTAMPP.                                                   ZBNKCQR1
025300     MOVE WS-TS-DATE TO WS-TODAY-ISO.                             ZBNKCQR1
025400                                                                  ZBNKCQR1
025500     PERFORM OPEN-FILES.                                          ZBNKCQR1
025600     PERFORM PRINT-REPORT-HEADER.                                 ZBNKCQR1
025700                                                                  ZBNKCQR1
025800     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKCQR1
025900        READ CHQRTN-FILE INTO WS-CHQRTN-DETAIL                    ZBNKCQR1
026000        IF WS-CHQRTN-STATUS IS EQUAL TO '10'                      ZBNKCQR1
026100           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKCQR1
026200        ELSE                                                      ZBNKCQR1
026300           IF WS-CHQRTN-STATUS IS NOT EQUAL TO '00'               ZBNKCQR1
026400              MOVE 'CHQRTN read error during scan'                ZBNKCQR1
026500                TO WS-CONSOLE-MESSAGE                             ZBNKCQR1
026600              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKCQR1
026700              MOVE WS-CHQRTN-STATUS TO WS-IO-STATUS               ZBNKCQR1
026800              PERFORM DISPLAY-IO-STATUS                           ZBNKCQR1
026900              PERFORM ABORT-PROGRAM                               ZBNKCQR1
027000           ELSE                                                   ZBNKCQR1
027100              PERFORM PROCESS-RETURN THRU                         ZBNKCQR1
027150                      PROCESS-RETURN-EXIT                         ZBNKCQR1
027200           END-IF                                                 ZBNKCQR1
027300        END-IF                                                    ZBNKCQR1
027400     END-PERFORM.                                                 ZBNKCQR1
027500                                                                  ZBNKCQR1
027600     PERFORM PRINT-REPORT-TOTALS.                                 ZBNKCQR1
027700     PERFORM CLOSE-FILES.                                         ZBNKCQR1
027800                                                                  ZBNKCQR1
027900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKCQR1
028000     STRING WS-RETURNS-READ DELIMITED BY SIZE                     ZBNKCQR1
028100            ' returns read, ' DELIMITED BY SIZE                   ZBNKCQR1
028200            WS-RETURNS-APPLIED DELIMITED BY SIZE                  ZBNKCQR1
028300            ' applied' DELIMITED BY SIZE                          ZBNKCQR1
028400       INTO WS-CONSOLE-MESSAGE.                                   ZBNKCQR1
028500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCQR1
028600     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKCQR1
028700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCQR1
028800                                                                  ZBNKCQR1
028900     PERFORM RUN-TIME.                                            ZBNKCQR1
029000                                                                  ZBNKCQR1
029100     MOVE 0 TO RETURN-CODE.                                       ZBNKCQR1
029200                                                                  ZBNKCQR1
029300     GOBACK.                                                      ZBNKCQR1
029400                                                                  ZBNKCQR1
029500***************************************************************** ZBNKCQR1
029600* Apply one returned cheque - the reference must name an item   * ZBNKCQR1
029700* we actually presented, and one not already charged back       * ZBNKCQR1
029800***************************************************************** ZBNKCQR1
029900 PROCESS-RETURN.                                                  ZBNKCQR1
030000     IF WS-RT-RECORD-TYPE IS NOT EQUAL TO 'R'                     ZBNKCQR1
030100        GO TO PROCESS-RETURN-EXIT                                 ZBNKCQR1
030200     END-IF.                                                      ZBNKCQR1
030300     ADD 1 TO WS-RETURNS-READ.                                    ZBNKCQR1
030400     MOVE WS-RT-REF TO DI-REC-REF.                                ZBNKCQR1
030500     READ BNKDEPI-FILE.                                           ZBNKCQR1
030600     IF WS-BNKDEPI-STATUS IS NOT EQUAL TO '00'                    ZBNKCQR1
030700        ADD 1 TO WS-RETURNS-UNMATCHED                             ZBNKCQR1
030800        MOVE WS-RT-REF TO WS-LINE4-REF                            ZBNKCQR1
030900        MOVE SPACES TO WS-LINE4-ACCNO                             ZBNKCQR1
031000        MOVE ZERO TO WS-LINE4-AMOUNT                              ZBNKCQR1
031100        MOVE ZERO TO WS-LINE4-FEE                                 ZBNKCQR1
031200        MOVE WS-RT-REASON-CODE TO WS-LINE4-REASON-CODE            ZBNKCQR1
031300        MOVE 'No such item reference' TO WS-LINE4-REASON          ZBNKCQR1
031400        MOVE 'UNMATCHED' TO WS-LINE4-NOTE                         ZBNKCQR1
031500        MOVE WS-LINE4 TO PRINTOUT-REC                             ZBNKCQR1
031600        PERFORM PRINTOUT-PUT                                      ZBNKCQR1
031700        GO TO PROCESS-RETURN-EXIT                                 ZBNKCQR1
031800     END-IF.                                                      ZBNKCQR1
031900     IF NOT DI-STATUS-PRESENTED                                   ZBNKCQR1
032000        ADD 1 TO WS-RETURNS-UNMATCHED                             ZBNKCQR1
032100        MOVE WS-RT-REF TO WS-LINE4-REF                            ZBNKCQR1
032200        MOVE DI-REC-ACCNO TO WS-LINE4-ACCNO                       ZBNKCQR1
032300        MOVE DI-REC-AMOUNT TO WS-LINE4-AMOUNT                     ZBNKCQR1
032400        MOVE ZERO TO WS-LINE4-FEE                                 ZBNKCQR1
032500        MOVE WS-RT-REASON-CODE TO WS-LINE4-REASON-CODE            ZBNKCQR1
032600        MOVE 'Item not in presented status' TO WS-LINE4-REASON    ZBNKCQR1
032700        MOVE 'UNMATCHED' TO WS-LINE4-NOTE                         ZBNKCQR1
032800        MOVE WS-LINE4 TO PRINTOUT-REC                             ZBNKCQR1
032900        PERFORM PRINTOUT-PUT                                      ZBNKCQR1
033000        GO TO PROCESS-RETURN-EXIT                                 ZBNKCQR1
033100     END-IF.                                                      ZBNKCQR1
033200                                                                  ZBNKCQR1
033300***************************************************************** ZBNKCQR1
033400* Charge the cheque back - debit the depositor's account with   * ZBNKCQR1
033500* the item and the returned-item fee of its account type, and   * ZBNKCQR1
033600* credit the clearing settlement account with the item.  The    * ZBNKCQR1
033700* debit stands even where it overdraws the account.             * ZBNKCQR1
033800***************************************************************** ZBNKCQR1
033900     MOVE DI-REC-ACCNO TO BAC-REC-ACCNO.                          ZBNKCQR1
034000     READ BNKACC-FILE.                                            ZBNKCQR1
034100     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKCQR1
034200        MOVE 'Deposit account missing for a presented item'       ZBNKCQR1
034300          TO WS-CONSOLE-MESSAGE                                   ZBNKCQR1
034400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCQR1
034500        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKCQR1
034600        PERFORM DISPLAY-IO-STATUS                                 ZBNKCQR1
034700        PERFORM ABORT-PROGRAM                                     ZBNKCQR1
034800     END-IF.                                                      ZBNKCQR1
034900     MOVE ZERO TO WS-FEE-AMOUNT.                                  ZBNKCQR1
035000     MOVE BAC-REC-TYPE TO BAT-REC-TYPE.                           ZBNKCQR1
035100     READ BNKATYP-FILE.                                           ZBNKCQR1
035200     IF WS-BNKATYP-STATUS IS EQUAL TO '00' AND                    ZBNKCQR1
035300        BAT-REC-RET-ITEM-FEE IS NUMERIC                           ZBNKCQR1
035400        IF BAT-REC-RET-ITEM-FEE IS GREATER THAN ZERO              ZBNKCQR1
035500           MOVE BAT-REC-RET-ITEM-FEE TO WS-FEE-AMOUNT             ZBNKCQR1
035600        END-IF                                                    ZBNKCQR1
035700     END-IF.                                                      ZBNKCQR1
035705                                                                  ZBNKCQR1
035710***************************************************************** ZBNKCQR1
035715* Nothing is charged to a customer in bankruptcy - the item is  * ZBNKCQR1
035720* still charged back but the fee is held and listed             * ZBNKCQR1
035725***************************************************************** ZBNKCQR1
035730     MOVE ZERO TO WS-FEE-HELD.                                    ZBNKCQR1
035735     IF WS-BKRP-OPEN IS EQUAL TO 'Y' AND                          ZBNKCQR1
035740        WS-FEE-AMOUNT IS GREATER THAN ZERO                        ZBNKCQR1
035745        MOVE BAC-REC-PID TO BKR-REC-PID                           ZBNKCQR1
035750        READ BNKBKRP-FILE                                         ZBNKCQR1
035755        IF WS-BNKBKRP-STATUS IS EQUAL TO '00' AND                 ZBNKCQR1
035760           BKR-CASE-ACTIVE                                        ZBNKCQR1
035765           ADD 1 TO WS-FEES-BKR-HELD                              ZBNKCQR1
035770           MOVE WS-FEE-AMOUNT TO WS-FEE-HELD                      ZBNKCQR1
035775           MOVE ZERO TO WS-FEE-AMOUNT                             ZBNKCQR1
035780        END-IF                                                    ZBNKCQR1
035785     END-IF.                                                      ZBNKCQR1
035790                                                                  ZBNKCQR1
035800     SUBTRACT DI-REC-AMOUNT FROM BAC-REC-BALANCE.                 ZBNKCQR1
035900     SUBTRACT WS-FEE-AMOUNT FROM BAC-REC-BALANCE.                 ZBNKCQR1
036000     REWRITE BAC-RECORD                                           ZBNKCQR1
036033     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKCQR1
036066     PERFORM JOURNAL-BNKACC.                                      ZBNKCQR1
036100     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKCQR1
036200        MOVE 'Unable to charge back deposit account'              ZBNKCQR1
036300          TO WS-CONSOLE-MESSAGE                                   ZBNKCQR1
036400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCQR1
036500        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKCQR1
036600        PERFORM DISPLAY-IO-STATUS                                 ZBNKCQR1
036700        PERFORM ABORT-PROGRAM                                     ZBNKCQR1
036800     END-IF.                                                      ZBNKCQR1
036900     PERFORM WRITE-RETURN-AUDIT-DEBIT.                            ZBNKCQR1
037000     IF WS-FEE-AMOUNT IS GREATER THAN ZERO                        ZBNKCQR1
037100        PERFORM WRITE-RETURN-FEE-AUDIT                            ZBNKCQR1
037200        ADD 1 TO WS-FEES-CHARGED                                  ZBNKCQR1
037300     END-IF.                                                      ZBNKCQR1
037400                                                                  ZBNKCQR1
037500     MOVE WS-CLEARING-ACC TO BAC-REC-ACCNO.                       ZBNKCQR1
037600     READ BNKACC-FILE.                                            ZBNKCQR1
037700     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKCQR1
037800        MOVE 'Clearing settlement account not on file'            ZBNKCQR1
037900          TO WS-CONSOLE-MESSAGE                                   ZBNKCQR1
038000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCQR1
038100        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKCQR1
038200        PERFORM DISPLAY-IO-STATUS                                 ZBNKCQR1
038300        PERFORM ABORT-PROGRAM                                     ZBNKCQR1
038400     END-IF.                                                      ZBNKCQR1
038500     ADD DI-REC-AMOUNT TO BAC-REC-BALANCE.                        ZBNKCQR1
038600     REWRITE BAC-RECORD                                           ZBNKCQR1
038633     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKCQR1
038666     PERFORM JOURNAL-BNKACC.                                      ZBNKCQR1
038700     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKCQR1
038800        MOVE 'Unable to credit clearing account'                  ZBNKCQR1
038900          TO WS-CONSOLE-MESSAGE                                   ZBNKCQR1
039000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCQR1
039100        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKCQR1
039200        PERFORM DISPLAY-IO-STATUS                                 ZBNKCQR1
039300        PERFORM ABORT-PROGRAM                                     ZBNKCQR1
039400     END-IF.                                                      ZBNKCQR1
039500     PERFORM WRITE-RETURN-AUDIT-CREDIT.                           ZBNKCQR1
039600                                                                  ZBNKCQR1
039700***************************************************************** ZBNKCQR1
039800* The money the hold was protecting has gone back - release     * ZBNKCQR1
039900* the deposit's hold if it is still standing so the customer's  * ZBNKCQR1
040000* available balance is not cut twice                            * ZBNKCQR1
040100***************************************************************** ZBNKCQR1
040200     MOVE SPACES TO WS-NOTE.                                      ZBNKCQR1
040300     IF DI-REC-HELD-AMOUNT IS NUMERIC AND                         ZBNKCQR1
040400        DI-REC-HOLD-SEQ IS NUMERIC                                ZBNKCQR1
040500        IF DI-REC-HELD-AMOUNT IS GREATER THAN ZERO                ZBNKCQR1
040600           PERFORM RELEASE-DEPOSIT-HOLD THRU                      ZBNKCQR1
040650                   RELEASE-DEPOSIT-HOLD-EXIT                      ZBNKCQR1
040700        END-IF                                                    ZBNKCQR1
040800     END-IF.                                                      ZBNKCQR1
040900                                                                  ZBNKCQR1
041000***************************************************************** ZBNKCQR1
041100* Mark the item returned and tell the customer                  * ZBNKCQR1
041200***************************************************************** ZBNKCQR1
041300     SET DI-STATUS-RETURNED TO TRUE.                              ZBNKCQR1
041400     MOVE WS-TODAY-ISO TO DI-REC-RETURNED-DATE.                   ZBNKCQR1
041500     MOVE WS-RT-REASON-CODE TO DI-REC-RETURN-REASON.              ZBNKCQR1
041600     MOVE WS-FEE-AMOUNT TO DI-REC-FEE-AMOUNT.                     ZBNKCQR1
041700     REWRITE DI-RECORD.                                           ZBNKCQR1
041800     IF WS-BNKDEPI-STATUS IS NOT EQUAL TO '00'                    ZBNKCQR1
041900        MOVE 'Unable to mark item returned'                       ZBNKCQR1
042000          TO WS-CONSOLE-MESSAGE                                   ZBNKCQR1
042100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCQR1
042200        MOVE WS-BNKDEPI-STATUS TO WS-IO-STATUS                    ZBNKCQR1
042300        PERFORM DISPLAY-IO-STATUS                                 ZBNKCQR1
042400        PERFORM ABORT-PROGRAM                                     ZBNKCQR1
042500     END-IF.                                                      ZBNKCQR1
042600     PERFORM WRITE-RETURNED-ITEM-ALERT.                           ZBNKCQR1
042700                                                                  ZBNKCQR1
042800     ADD 1 TO WS-RETURNS-APPLIED.                                 ZBNKCQR1
042900     MOVE WS-RT-REF TO WS-LINE4-REF.                              ZBNKCQR1
043000     MOVE DI-REC-ACCNO TO WS-LINE4-ACCNO.                         ZBNKCQR1
043100     MOVE DI-REC-AMOUNT TO WS-LINE4-AMOUNT.                       ZBNKCQR1
043200     MOVE WS-FEE-AMOUNT TO WS-LINE4-FEE.                          ZBNKCQR1
043300     MOVE WS-RT-REASON-CODE TO WS-LINE4-REASON-CODE.              ZBNKCQR1
043400     MOVE WS-RT-REASON-TEXT TO WS-LINE4-REASON.                   ZBNKCQR1
043500     MOVE WS-NOTE TO WS-LINE4-NOTE.                               ZBNKCQR1
043600     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKCQR1
043700     PERFORM PRINTOUT-PUT.                                        ZBNKCQR1
043710     IF WS-FEE-HELD IS GREATER THAN ZERO                          ZBNKCQR1
043720        MOVE ZERO TO WS-LINE4-AMOUNT                              ZBNKCQR1
043730        MOVE WS-FEE-HELD TO WS-LINE4-FEE                          ZBNKCQR1
043740        MOVE SPACES TO WS-LINE4-REASON-CODE                       ZBNKCQR1
043750        MOVE 'Returned item fee held' TO WS-LINE4-REASON          ZBNKCQR1
043760        MOVE 'BANKRUPTCY' TO WS-LINE4-NOTE                        ZBNKCQR1
043770        MOVE WS-LINE4 TO PRINTOUT-REC                             ZBNKCQR1
043780        PERFORM PRINTOUT-PUT                                      ZBNKCQR1
043790     END-IF.                                                      ZBNKCQR1
043800 PROCESS-RETURN-EXIT.                                             ZBNKCQR1
043900     EXIT.                                                        ZBNKCQR1
044000                                                                  ZBNKCQR1
044100***************************************************************** ZBNKCQR1
044200* Release the availability hold placed when the cheque was      * ZBNKCQR1
044300* deposited - only if the slot still holds that deposit's       * ZBNKCQR1
044400* active row, since a released slot may have been reused        * ZBNKCQR1
044500***************************************************************** ZBNKCQR1
044600 RELEASE-DEPOSIT-HOLD.                                            ZBNKCQR1
044700     MOVE DI-REC-ACCNO TO AVH-REC-ACCNO.                          ZBNKCQR1
044800     MOVE DI-REC-HOLD-SEQ TO AVH-REC-SEQ.                         ZBNKCQR1
044900     READ BNKAVLH-FILE.                                           ZBNKCQR1
045000     IF WS-BNKAVLH-STATUS IS NOT EQUAL TO '00'                    ZBNKCQR1
045100        GO TO RELEASE-DEPOSIT-HOLD-EXIT                           ZBNKCQR1
045200     END-IF.                                                      ZBNKCQR1
045300     IF NOT AVH-STATUS-ACTIVE OR                                  ZBNKCQR1
045400        NOT AVH-TYPE-DEPOSIT OR                                   ZBNKCQR1
045500        AVH-REC-AMOUNT IS NOT EQUAL TO DI-REC-HELD-AMOUNT         ZBNKCQR1
045600        GO TO RELEASE-DEPOSIT-HOLD-EXIT                           ZBNKCQR1
045700     END-IF.                                                      ZBNKCQR1
045800     SET AVH-STATUS-RELEASED TO TRUE.                             ZBNKCQR1
045900     REWRITE AVH-RECORD.                                          ZBNKCQR1
046000     IF WS-BNKAVLH-STATUS IS NOT EQUAL TO '00'                    ZBNKCQR1
046100        MOVE 'Unable to release deposit hold'                     ZBNKCQR1
046200          TO WS-CONSOLE-MESSAGE                                   ZBNKCQR1
046300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCQR1
046400        MOVE WS-BNKAVLH-STATUS TO WS-IO-STATUS                    ZBNKCQR1
046500        PERFORM DISPLAY-IO-STATUS                                 ZBNKCQR1
046600        PERFORM ABORT-PROGRAM                                     ZBNKCQR1
046700     END-IF.                                                      ZBNKCQR1
046800     ADD 1 TO WS-HOLDS-RELEASED.                                  ZBNKCQR1
046900     MOVE 'HOLD RELEASED' TO WS-NOTE.                             ZBNKCQR1
047000 RELEASE-DEPOSIT-HOLD-EXIT.                                       ZBNKCQR1
047100     EXIT.                                                        ZBNKCQR1
047200                                                                  ZBNKCQR1
047300***************************************************************** ZBNKCQR1
047400* Write the depositor's charge-back entry under the returned    * ZBNKCQR1
047500* cheque sub-type, stamped with the item reference              * ZBNKCQR1
047600***************************************************************** ZBNKCQR1
047700 WRITE-RETURN-AUDIT-DEBIT.                                        ZBNKCQR1
047800 COPY CTSTAMPP.                                                   ZBNKCQR1
047900     MOVE WS-TXN-SEQ TO WS-TS-TIME-DDDDDD (3:4).                  ZBNKCQR1
048000     ADD 1 TO WS-TXN-SEQ.                                         ZBNKCQR1
048100     MOVE '0' TO WS-TIMESTAMP (26:1).                             ZBNKCQR1
048200     MOVE SPACES TO BTX-RECORD.                                   ZBNKCQR1
048300     MOVE DI-REC-PID TO BTX-REC-PID.                              ZBNKCQR1
048400     MOVE 'K' TO BTX-REC-TYPE.                                    ZBNKCQR1
048500     MOVE '3' TO BTX-REC-SUB-TYPE.                                ZBNKCQR1
048600     MOVE DI-REC-ACCNO TO BTX-REC-ACCNO.                          ZBNKCQR1
048700     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      ZBNKCQR1
048800     COMPUTE BTX-REC-AMOUNT = DI-REC-AMOUNT * -1.                 ZBNKCQR1
048900     MOVE SPACES TO TXN-DATA.                                     ZBNKCQR1
049000     STRING 'Cheque returned ' DELIMITED BY SIZE                  ZBNKCQR1
049100            WS-RT-REASON-CODE DELIMITED BY SIZE                   ZBNKCQR1
049200       INTO TXN-T1-OLD-DESC.                                      ZBNKCQR1
049300     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       ZBNKCQR1
049400     MOVE TXN-DATA-NEW TO BTX-REC-DATA-NEW.                       ZBNKCQR1
049500     MOVE WS-RT-REF TO BTX-REC-FILLER (1:16).                     ZBNKCQR1
049600     PERFORM WRITE-BTX-RECORD.                                    ZBNKCQR1
049700                                                                  ZBNKCQR1
049800***************************************************************** ZBNKCQR1
049900* Write the returned-item fee entry under the fee type the      * ZBNKCQR1
050000* ledger feed maps to fee income                                * ZBNKCQR1
050100***************************************************************** ZBNKCQR1
050200 WRITE-RETURN-FEE-AUDIT.                                          ZBNKCQR1
050300     MOVE '2' TO WS-TIMESTAMP (26:1).                             ZBNKCQR1
050400     MOVE SPACES TO BTX-RECORD.                                   ZBNKCQR1
050500     MOVE DI-REC-PID TO BTX-REC-PID.                              ZBNKCQR1
050600     MOVE 'F' TO BTX-REC-TYPE.                                    ZBNKCQR1
050700     MOVE '5' TO BTX-REC-SUB-TYPE.                                ZBNKCQR1
050800     MOVE DI-REC-ACCNO TO BTX-REC-ACCNO.                          ZBNKCQR1
050900     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      ZBNKCQR1
051000     COMPUTE BTX-REC-AMOUNT = WS-FEE-AMOUNT * -1.                 ZBNKCQR1
051100     MOVE SPACES TO TXN-DATA.                                     ZBNKCQR1
051200     MOVE 'Returned item fee' TO TXN-T1-OLD-DESC.                 ZBNKCQR1
051300     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       ZBNKCQR1
051400     MOVE TXN-DATA-NEW TO BTX-REC-DATA-NEW.                       ZBNKCQR1
051500     MOVE WS-RT-REF TO BTX-REC-FILLER (1:16).                     ZBNKCQR1
051600     PERFORM WRITE-BTX-RECORD.                                    ZBNKCQR1
051700                                                                  ZBNKCQR1
051800***************************************************************** ZBNKCQR1
051900* Write the clearing account's credit entry for the same return * ZBNKCQR1
052000***************************************************************** ZBNKCQR1
052100 WRITE-RETURN-AUDIT-CREDIT.                                       ZBNKCQR1
052200     MOVE '1' TO WS-TIMESTAMP (26:1).                             ZBNKCQR1
052300     MOVE SPACES TO BTX-RECORD.                                   ZBNKCQR1
052400     MOVE BAC-REC-PID TO BTX-REC-PID.                             ZBNKCQR1
052500     MOVE 'K' TO BTX-REC-TYPE.                                    ZBNKCQR1
052600     MOVE '4' TO BTX-REC-SUB-TYPE.                                ZBNKCQR1
052700     MOVE WS-CLEARING-ACC TO BTX-REC-ACCNO.                       ZBNKCQR1
052800     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      ZBNKCQR1
052900     MOVE DI-REC-AMOUNT TO BTX-REC-AMOUNT.                        ZBNKCQR1
053000     MOVE SPACES TO TXN-DATA.                                     ZBNKCQR1
053100     STRING 'Cheque returned ' DELIMITED BY SIZE                  ZBNKCQR1
053200            WS-RT-REASON-CODE DELIMITED BY SIZE                   ZBNKCQR1
053300       INTO TXN-T1-OLD-DESC.                                      ZBNKCQR1
053400     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       ZBNKCQR1
053500     MOVE TXN-DATA-NEW TO BTX-REC-DATA-NEW.                       ZBNKCQR1
053600     MOVE WS-RT-REF TO BTX-REC-FILLER (1:16).                     ZBNKCQR1
053700     PERFORM WRITE-BTX-RECORD.                                    ZBNKCQR1
053800                                                                  ZBNKCQR1
053900***************************************************************** ZBNKCQR1
054000* Flip the timestamp and write the entry held in the BNKTXN     * ZBNKCQR1
054100* record area                                                   * ZBNKCQR1
054200***************************************************************** ZBNKCQR1
054300 WRITE-BTX-RECORD.                                                ZBNKCQR1
054400     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     ZBNKCQR1
054500     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      ZBNKCQR1
054600     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             ZBNKCQR1
054700     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       ZBNKCQR1
054800                           WS-TWOS-COMP-INPUT                     ZBNKCQR1
054900                           WS-TWOS-COMP-OUTPUT                    ZBNKCQR1
055000                           WS-TWOS-COMP-FORMAT.                   ZBNKCQR1
055100     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKCQR1
055200 COPY CBANKTXP.                                                   ZBNKCQR1
055300     WRITE BTX-RECORD                                             ZBNKCQR1
055333     SET JRN-CTL-ADD TO TRUE                                      ZBNKCQR1
055366     PERFORM JOURNAL-BNKTXN.                                      ZBNKCQR1
055400     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKCQR1
055500        MOVE 'Unable to write return audit record'                ZBNKCQR1
055600          TO WS-CONSOLE-MESSAGE                                   ZBNKCQR1
055700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCQR1
055800        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKCQR1
055900        PERFORM DISPLAY-IO-STATUS                                 ZBNKCQR1
056000        PERFORM ABORT-PROGRAM                                     ZBNKCQR1
056100     END-IF.                                                      ZBNKCQR1
056200                                                                  ZBNKCQR1
056300***************************************************************** ZBNKCQR1
056400* Every returned cheque gets a queue row for the mail gate -    * ZBNKCQR1
056500* the customer must hear of a charge-back whatever their alert  * ZBNKCQR1
056600* preferences.  Best effort, the run never fails over an alert. * ZBNKCQR1
056700***************************************************************** ZBNKCQR1
056800 WRITE-RETURNED-ITEM-ALERT.                                       ZBNKCQR1
056900     MOVE '7' TO WS-TIMESTAMP (26:1).                             ZBNKCQR1
057000     MOVE SPACES TO BNKALRTQ-REC.                                 ZBNKCQR1
057100     MOVE WS-TIMESTAMP TO AQ-REC-TIMESTAMP.                       ZBNKCQR1
057200     MOVE DI-REC-PID TO AQ-REC-PID.                               ZBNKCQR1
057300     SET AQ-ALERT-RETURNED-ITEM TO TRUE.                          ZBNKCQR1
057400     MOVE DI-REC-ACCNO TO AQ-REC-ACCNO.                           ZBNKCQR1
057500     MOVE DI-REC-AMOUNT TO AQ-REC-AMOUNT.                         ZBNKCQR1
057600     MOVE 'A cheque you deposited was returned unpaid'            ZBNKCQR1
057700       TO AQ-REC-TEXT.                                            ZBNKCQR1
057800     SET AQ-UNSENT TO TRUE.                                       ZBNKCQR1
057900     WRITE AQ-RECORD                                              ZBNKCQR1
057933     SET JRN-CTL-ADD TO TRUE                                      ZBNKCQR1
057966     PERFORM JOURNAL-BNKALRTQ.                                    ZBNKCQR1
058000                                                                  ZBNKCQR1
058100***************************************************************** ZBNKCQR1
058200* Print the report title and column headings                    * ZBNKCQR1
058300***************************************************************** ZBNKCQR1
058400 PRINT-REPORT-HEADER.                                             ZBNKCQR1
058500     MOVE WS-LINE1 TO PRINTOUT-REC.                               ZBNKCQR1
058600     PERFORM PRINTOUT-PUT.                                        ZBNKCQR1
058700     MOVE WS-LINE3 TO PRINTOUT-REC.                               ZBNKCQR1
058800     PERFORM PRINTOUT-PUT.                                        ZBNKCQR1
058900                                                                  ZBNKCQR1
059000***************************************************************** ZBNKCQR1
059100* Print the journal totals                                      * ZBNKCQR1
059200***************************************************************** ZBNKCQR1
059300 PRINT-REPORT-TOTALS.                                             ZBNKCQR1
059400     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKCQR1
059500     PERFORM PRINTOUT-PUT.                                        ZBNKCQR1
059600     MOVE 'Returns applied' TO WS-LINE5-DESC.                     ZBNKCQR1
059700     MOVE WS-RETURNS-APPLIED TO WS-LINE5-COUNT.                   ZBNKCQR1
059800     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCQR1
059900     PERFORM PRINTOUT-PUT.                                        ZBNKCQR1
060000     MOVE 'Returns unmatched' TO WS-LINE5-DESC.                   ZBNKCQR1
060100     MOVE WS-RETURNS-UNMATCHED TO WS-LINE5-COUNT.                 ZBNKCQR1
060200     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCQR1
060300     PERFORM PRINTOUT-PUT.                                        ZBNKCQR1
060400     MOVE 'Returned item fees charged' TO WS-LINE5-DESC.          ZBNKCQR1
060500     MOVE WS-FEES-CHARGED TO WS-LINE5-COUNT.                      ZBNKCQR1
060600     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCQR1
060700     PERFORM PRINTOUT-PUT.                                        ZBNKCQR1
060720     MOVE 'Returned item fees held' TO WS-LINE5-DESC.             ZBNKCQR1
060740     MOVE WS-FEES-BKR-HELD TO WS-LINE5-COUNT.                     ZBNKCQR1
060760     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCQR1
060780     PERFORM PRINTOUT-PUT.                                        ZBNKCQR1
060800     MOVE 'Deposit holds released' TO WS-LINE5-DESC.              ZBNKCQR1
060900     MOVE WS-HOLDS-RELEASED TO WS-LINE5-COUNT.                    ZBNKCQR1
061000     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCQR1
061100     PERFORM PRINTOUT-PUT.                                        ZBNKCQR1
061200                                                                  ZBNKCQR1
061300***************************************************************** ZBNKCQR1
061400* Write a record to the sequential print file                   * ZBNKCQR1
061500***************************************************************** ZBNKCQR1
061600 PRINTOUT-PUT.                                                    ZBNKCQR1
061700     WRITE PRINTOUT-REC.                                          ZBNKCQR1
061800     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCQR1
061900       MOVE 'PRINTOUT error writing file...'                      ZBNKCQR1
062000         TO WS-CONSOLE-MESSAGE                                    ZBNKCQR1
062100       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKCQR1
062200       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKCQR1
062300       PERFORM DISPLAY-IO-STATUS                                  ZBNKCQR1
062400       PERFORM ABORT-PROGRAM                                      ZBNKCQR1
062500     END-IF.                                                      ZBNKCQR1
062600                                                                  ZBNKCQR1
062700***************************************************************** ZBNKCQR1
062800* Open all the files                                            * ZBNKCQR1
062900***************************************************************** ZBNKCQR1
063000 OPEN-FILES.                                                      ZBNKCQR1
063100     OPEN INPUT CHQRTN-FILE.                                      ZBNKCQR1
063200     IF WS-CHQRTN-STATUS IS NOT EQUAL TO '00'                     ZBNKCQR1
063300        MOVE 'CHQRTN file open failure...'                        ZBNKCQR1
063400          TO WS-CONSOLE-MESSAGE                                   ZBNKCQR1
063500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCQR1
063600        MOVE WS-CHQRTN-STATUS TO WS-IO-STATUS                     ZBNKCQR1
063700        PERFORM DISPLAY-IO-STATUS                                 ZBNKCQR1
063800        PERFORM ABORT-PROGRAM                                     ZBNKCQR1
063900     END-IF.                                                      ZBNKCQR1
064000     OPEN I-O BNKDEPI-FILE.                                       ZBNKCQR1
064100     IF WS-BNKDEPI-STATUS IS NOT EQUAL TO '00'                    ZBNKCQR1
064200        MOVE 'BNKDEPI file open failure...'                       ZBNKCQR1
064300          TO WS-CONSOLE-MESSAGE                                   ZBNKCQR1
064400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCQR1
064500        MOVE WS-BNKDEPI-STATUS TO WS-IO-STATUS                    ZBNKCQR1
064600        PERFORM DISPLAY-IO-STATUS                                 ZBNKCQR1
064700        PERFORM ABORT-PROGRAM                                     ZBNKCQR1
064800     END-IF.                                                      ZBNKCQR1
064900     OPEN I-O BNKACC-FILE.                                        ZBNKCQR1
065000     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKCQR1
065100        MOVE 'BNKACC file open failure...'                        ZBNKCQR1
065200          TO WS-CONSOLE-MESSAGE                                   ZBNKCQR1
065300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCQR1
065400        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKCQR1
065500        PERFORM DISPLAY-IO-STATUS                                 ZBNKCQR1
065600        PERFORM ABORT-PROGRAM                                     ZBNKCQR1
065700     END-IF.                                                      ZBNKCQR1
065800     OPEN INPUT BNKATYP-FILE.                                     ZBNKCQR1
065900     IF WS-BNKATYP-STATUS IS NOT EQUAL TO '00'                    ZBNKCQR1
066000        MOVE 'BNKATYP file open failure...'                       ZBNKCQR1
066100          TO WS-CONSOLE-MESSAGE                                   ZBNKCQR1
066200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCQR1
066300        MOVE WS-BNKATYP-STATUS TO WS-IO-STATUS                    ZBNKCQR1
066400        PERFORM DISPLAY-IO-STATUS                                 ZBNKCQR1
066500        PERFORM ABORT-PROGRAM                                     ZBNKCQR1
066600     END-IF.                                                      ZBNKCQR1
066616* The bankruptcy case file is optional - no cases, nothing held   ZBNKCQR1
066632     OPEN INPUT BNKBKRP-FILE.                                     ZBNKCQR1
066648     IF WS-BNKBKRP-STATUS IS EQUAL TO '00'                        ZBNKCQR1
066664        MOVE 'Y' TO WS-BKRP-OPEN                                  ZBNKCQR1
066680     END-IF.                                                      ZBNKCQR1
066700     OPEN I-O BNKTXN-FILE.                                        ZBNKCQR1
066800     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKCQR1
066900        MOVE 'BNKTXN file open failure...'                        ZBNKCQR1
067000          TO WS-CONSOLE-MESSAGE                                   ZBNKCQR1
067100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCQR1
067200        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKCQR1
067300        PERFORM DISPLAY-IO-STATUS                                 ZBNKCQR1
067400        PERFORM ABORT-PROGRAM                                     ZBNKCQR1
067500     END-IF.                                                      ZBNKCQR1
067600     OPEN I-O BNKAVLH-FILE.                                       ZBNKCQR1
067700     IF WS-BNKAVLH-STATUS IS NOT EQUAL TO '00'                    ZBNKCQR1
067800        MOVE 'BNKAVLH file open failure...'                       ZBNKCQR1
067900          TO WS-CONSOLE-MESSAGE                                   ZBNKCQR1
068000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCQR1
068100        MOVE WS-BNKAVLH-STATUS TO WS-IO-STATUS                    ZBNKCQR1
068200        PERFORM DISPLAY-IO-STATUS                                 ZBNKCQR1
068300        PERFORM ABORT-PROGRAM                                     ZBNKCQR1
068400     END-IF.                                                      ZBNKCQR1
068500     OPEN I-O BNKALRTQ-FILE.                                      ZBNKCQR1
068600     IF WS-BNKALRTQ-STATUS IS NOT EQUAL TO '00'                   ZBNKCQR1
068700        MOVE 'BNKALRTQ file open failure...'                      ZBNKCQR1
068800          TO WS-CONSOLE-MESSAGE                                   ZBNKCQR1
068900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCQR1
069000        MOVE WS-BNKALRTQ-STATUS TO WS-IO-STATUS                   ZBNKCQR1
069100        PERFORM DISPLAY-IO-STATUS                                 ZBNKCQR1
069200        PERFORM ABORT-PROGRAM                                     ZBNKCQR1
069300     END-IF.                                                      ZBNKCQR1
069400     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKCQR1
069500     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCQR1
069600        MOVE 'PRINTOUT file open failure...'                      ZBNKCQR1
069700          TO WS-CONSOLE-MESSAGE                                   ZBNKCQR1
069800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCQR1
069900        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKCQR1
070000        PERFORM DISPLAY-IO-STATUS                                 ZBNKCQR1
070100        PERFORM ABORT-PROGRAM                                     ZBNKCQR1
070200     END-IF.                                                      ZBNKCQR1
070300                                                                  ZBNKCQR1
070400***************************************************************** ZBNKCQR1
070500* Close all the files                                           * ZBNKCQR1
070600***************************************************************** ZBNKCQR1
070700 CLOSE-FILES.                                                     ZBNKCQR1
070800     CLOSE CHQRTN-FILE.                                           ZBNKCQR1
070900     CLOSE BNKDEPI-FILE.                                          ZBNKCQR1
071000     CLOSE BNKACC-FILE.                                           ZBNKCQR1
071100     CLOSE BNKATYP-FILE.                                          ZBNKCQR1
071125     IF WS-BKRP-OPEN IS EQUAL TO 'Y'                              ZBNKCQR1
071150        CLOSE BNKBKRP-FILE                                        ZBNKCQR1
071175     END-IF.                                                      ZBNKCQR1
071200     CLOSE BNKTXN-FILE.                                           ZBNKCQR1
071300     CLOSE BNKAVLH-FILE.                                          ZBNKCQR1
071400     CLOSE BNKALRTQ-FILE.                                         ZBNKCQR1
071500     CLOSE PRINTOUT-FILE.                                         ZBNKCQR1
071600                                                                  ZBNKCQR1
071602***************************************************************** ZBNKCQR1
071604* Journal the BNKACC record just added, changed or deleted so   * ZBNKCQR1
071606* it can be rolled forward onto a reload                        * ZBNKCQR1
071608***************************************************************** ZBNKCQR1
071610 JOURNAL-BNKACC.                                                  ZBNKCQR1
071612     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKCQR1
071614     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKCQR1
071616     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKCQR1
071618     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKCQR1
071620     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKCQR1
071622     IF JRN-CTL-ERROR                                             ZBNKCQR1
071624        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKCQR1
071626        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCQR1
071628        PERFORM ABORT-PROGRAM                                     ZBNKCQR1
071630     END-IF.                                                      ZBNKCQR1
071632                                                                  ZBNKCQR1
071634***************************************************************** ZBNKCQR1
071636* Journal the BNKTXN record just added, changed or deleted so   * ZBNKCQR1
071638* it can be rolled forward onto a reload                        * ZBNKCQR1
071640***************************************************************** ZBNKCQR1
071642 JOURNAL-BNKTXN.                                                  ZBNKCQR1
071644     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKCQR1
071646     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKCQR1
071648     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKCQR1
071650     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKCQR1
071652     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKCQR1
071654     IF JRN-CTL-ERROR                                             ZBNKCQR1
071656        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKCQR1
071658        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCQR1
071660        PERFORM ABORT-PROGRAM                                     ZBNKCQR1
071662     END-IF.                                                      ZBNKCQR1
071664                                                                  ZBNKCQR1
071666***************************************************************** ZBNKCQR1
071668* Journal the BNKALRTQ record just added, changed or deleted so * ZBNKCQR1
071670* it can be rolled forward onto a reload                        * ZBNKCQR1
071672***************************************************************** ZBNKCQR1
071674 JOURNAL-BNKALRTQ.                                                ZBNKCQR1
071676     MOVE 'BNKALRTQ' TO JRN-CTL-FILE.                             ZBNKCQR1
071678     MOVE WS-BNKALRTQ-STATUS TO JRN-CTL-IO-STATUS.                ZBNKCQR1
071680     MOVE BNKALRTQ-REC TO JRN-CTL-IMAGE.                          ZBNKCQR1
071682     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKCQR1
071684     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKCQR1
071686     IF JRN-CTL-ERROR                                             ZBNKCQR1
071688        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKCQR1
071690        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCQR1
071692        PERFORM ABORT-PROGRAM                                     ZBNKCQR1
071694     END-IF.                                                      ZBNKCQR1
071696                                                                  ZBNKCQR1
071700***************************************************************** ZBNKCQR1
071800* Display the file status bytes. This routine will display as   * ZBNKCQR1
071900* two digits if the full two byte file status is numeric. If    * ZBNKCQR1
072000* second byte is non-numeric then it will be treated as a       * ZBNKCQR1
072100* binary number.                                                * ZBNKCQR1
072200***************************************************************** ZBNKCQR1
072300 DISPLAY-IO-STATUS.                                               ZBNKCQR1
072400     IF WS-IO-STATUS NUMERIC                                      ZBNKCQR1
072500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKCQR1
072600        STRING 'File status -' DELIMITED BY SIZE                  ZBNKCQR1
072700               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKCQR1
072800          INTO WS-CONSOLE-MESSAGE                                 ZBNKCQR1
072900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCQR1
073000     ELSE                                                         ZBNKCQR1
073100        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKCQR1
073200        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKCQR1
073300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKCQR1
073400        STRING 'File status -' DELIMITED BY SIZE                  ZBNKCQR1
073500               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKCQR1
073600               '/' DELIMITED BY SIZE                              ZBNKCQR1
073700               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKCQR1
073800          INTO WS-CONSOLE-MESSAGE                                 ZBNKCQR1
073900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCQR1
074000     END-IF.                                                      ZBNKCQR1
074100                                                                  ZBNKCQR1
074200***************************************************************** ZBNKCQR1
074300* 'ABORT' the program.                                          * ZBNKCQR1
074400* Post a message to the console and issue a STOP RUN            * ZBNKCQR1
074500***************************************************************** ZBNKCQR1
074600 ABORT-PROGRAM.                                                   ZBNKCQR1
074700     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKCQR1
074800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCQR1
074900     END-IF.                                                      ZBNKCQR1
075000     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKCQR1
075100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCQR1
075200     MOVE 16 TO RETURN-CODE.                                      ZBNKCQR1
075300     STOP RUN.                                                    ZBNKCQR1
075400                                                                  ZBNKCQR1
075500***************************************************************** ZBNKCQR1
075600* Display CONSOLE messages...                                   * ZBNKCQR1
075700***************************************************************** ZBNKCQR1
075800 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKCQR1
075900     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKCQR1
076000       UPON CONSOLE.                                              ZBNKCQR1
076100     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKCQR1
076200                                                                  ZBNKCQR1
076300 COPY CTIMERP.                                                    ZBNKCQR1
076400                                                                  ZBNKCQR1
076500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKCQR1
