000100***************************************************************** ZBNKRTP1
000200*                                                               * ZBNKRTP1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKRTP1
000400*   This demonstration program is provided for use by users     * ZBNKRTP1
000500*   of Micro Focus products and may be used, modified and       * ZBNKRTP1
000600*   distributed as part of your application provided that       * ZBNKRTP1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKRTP1
000800*   in this material.                                           * ZBNKRTP1
000900*                                                               * ZBNKRTP1
001000***************************************************************** ZBNKRTP1
001100                                                                  ZBNKRTP1
001200***************************************************************** ZBNKRTP1
001300* Program:     ZBNKRTP1.CBL                                     * ZBNKRTP1
001400* Function:    Inbound request-to-pay load, run daily.  Reads   * ZBNKRTP1
001500*              the clearing network's request file (RTPIN - a   * ZBNKRTP1
001600*              header with the file date, one detail per        * ZBNKRTP1
001700*              request a biller sent one of our customers, and  * ZBNKRTP1
001800*              a trailer with the detail count) and adds each   * ZBNKRTP1
001900*              request to BNKRTP as pending, keyed by the PID   * ZBNKRTP1
002000*              owning the addressed account.  A request is      * ZBNKRTP1
002100*              rejected when the account is not on file or not  * ZBNKRTP1
002200*              open, the amount is not positive, it has already * ZBNKRTP1
002300*              expired, the biller's routing fails the bank     * ZBNKRTP1
002400*              routing directory checks, or the request id was  * ZBNKRTP1
002500*              loaded before.  Every request is acknowledged on * ZBNKRTP1
002600*              RTPACK as accepted or rejected with the reason,  * ZBNKRTP1
002700*              and the rejections are listed on the report.     * ZBNKRTP1
002800*              A file without its header, or whose trailer is   * ZBNKRTP1
002900*              missing or disagrees with the details read,      * ZBNKRTP1
003000*              stops the run.                                   * ZBNKRTP1
003100***************************************************************** ZBNKRTP1
003200                                                                  ZBNKRTP1
003300 IDENTIFICATION DIVISION.                                         ZBNKRTP1
003400 PROGRAM-ID.                                                      ZBNKRTP1
003500     ZBNKRTP1.                                                    ZBNKRTP1
003600 DATE-WRITTEN.                                                    ZBNKRTP1
003700     October 2026.                                                ZBNKRTP1
003800 DATE-COMPILED.                                                   ZBNKRTP1
003900     Today.                                                       ZBNKRTP1
004000                                                                  ZBNKRTP1
004100 ENVIRONMENT DIVISION.                                            ZBNKRTP1
004200 INPUT-OUTPUT   SECTION.                                          ZBNKRTP1
004300   FILE-CONTROL.                                                  ZBNKRTP1
004400     SELECT RTPIN-FILE                                            ZBNKRTP1
004500            ASSIGN       TO RTPIN                                 ZBNKRTP1
004600            ORGANIZATION IS SEQUENTIAL                            ZBNKRTP1
004700            ACCESS MODE  IS SEQUENTIAL                            ZBNKRTP1
004800            FILE STATUS  IS WS-RTPIN-STATUS.                      ZBNKRTP1
004900     SELECT RTPACK-FILE                                           ZBNKRTP1
005000            ASSIGN       TO RTPACK                                ZBNKRTP1
005100            ORGANIZATION IS SEQUENTIAL                            ZBNKRTP1
005200            ACCESS MODE  IS SEQUENTIAL                            ZBNKRTP1
005300            FILE STATUS  IS WS-RTPACK-STATUS.                     ZBNKRTP1
005400     SELECT BNKRTP-FILE                                           ZBNKRTP1
005500            ASSIGN       TO BNKRTP                                ZBNKRTP1
005600            ORGANIZATION IS INDEXED                               ZBNKRTP1
005700            ACCESS MODE  IS RANDOM                                ZBNKRTP1
005800            RECORD KEY   IS RTP-KEY                               ZBNKRTP1
005900            FILE STATUS  IS WS-BNKRTP-STATUS.                     ZBNKRTP1
006000     SELECT BNKACC-FILE                                           ZBNKRTP1
006100            ASSIGN       TO BNKACC                                ZBNKRTP1
006200            ORGANIZATION IS INDEXED                               ZBNKRTP1
006300            ACCESS MODE  IS RANDOM                                ZBNKRTP1
006400            RECORD KEY   IS BAC-REC-ACCNO                         ZBNKRTP1
006500            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          ZBNKRTP1
006600            FILE STATUS  IS WS-BNKACC-STATUS.                     ZBNKRTP1
006700     SELECT BNKRTDIR-FILE                                         ZBNKRTP1
006800            ASSIGN       TO BNKRTDIR                              ZBNKRTP1
006900            ORGANIZATION IS INDEXED                               ZBNKRTP1
007000            ACCESS MODE  IS RANDOM                                ZBNKRTP1
007100            RECORD KEY   IS RTD-KEY                               ZBNKRTP1
007200            FILE STATUS  IS WS-BNKRTDIR-STATUS.                   ZBNKRTP1
007300     SELECT PRINTOUT-FILE                                         ZBNKRTP1
007400            ASSIGN       TO PRINTOUT                              ZBNKRTP1
007500            ORGANIZATION IS SEQUENTIAL                            ZBNKRTP1
007600            ACCESS MODE  IS SEQUENTIAL                            ZBNKRTP1
007700            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKRTP1
007800                                                                  ZBNKRTP1
007900 DATA DIVISION.                                                   ZBNKRTP1
008000 FILE SECTION.                                                    ZBNKRTP1
008100                                                                  ZBNKRTP1
008200 FD  RTPIN-FILE.                                                  ZBNKRTP1
008300 01  RTPIN-REC                               PIC X(200).          ZBNKRTP1
008400                                                                  ZBNKRTP1
008500 FD  RTPACK-FILE.                                                 ZBNKRTP1
008600 01  RTPACK-REC                              PIC X(100).          ZBNKRTP1
008700                                                                  ZBNKRTP1
008800 FD  BNKRTP-FILE.                                                 ZBNKRTP1
008900 01  BNKRTP-REC.                                                  ZBNKRTP1
009000 COPY CBANKVRQ.                                                   ZBNKRTP1
009100                                                                  ZBNKRTP1
009200 FD  BNKACC-FILE.                                                 ZBNKRTP1
009300 01  BNKACC-REC.                                                  ZBNKRTP1
009400 COPY CBANKVAC.                                                   ZBNKRTP1
009500                                                                  ZBNKRTP1
009600 FD  BNKRTDIR-FILE.                                               ZBNKRTP1
009700 01  BNKRTDIR-REC.                                                ZBNKRTP1
009800 COPY CBANKVRT.                                                   ZBNKRTP1
009900                                                                  ZBNKRTP1
010000 FD  PRINTOUT-FILE.                                               ZBNKRTP1
010100 01  PRINTOUT-REC                            PIC X(121).          ZBNKRTP1
010200                                                                  ZBNKRTP1
010300 WORKING-STORAGE SECTION.                                         ZBNKRTP1
010400 COPY CTIMERD.                                                    ZBNKRTP1
010500                                                                  ZBNKRTP1
010600 COPY CTSTAMPD.                                                   ZBNKRTP1
010700                                                                  ZBNKRTP1
010800***************************************************************** ZBNKRTP1
010900* Request feed - 'H' header, 'D' detail, 'T' trailer            * ZBNKRTP1
011000***************************************************************** ZBNKRTP1
011100 01  WS-RTPIN-DETAIL.                                             ZBNKRTP1
011200   05  WS-RQ-TYPE                            PIC X(1).            ZBNKRTP1
011300     88  WS-RQ-HEADER                        VALUE 'H'.           ZBNKRTP1
011400     88  WS-RQ-DETAIL                        VALUE 'D'.           ZBNKRTP1
011500     88  WS-RQ-TRAILER                       VALUE 'T'.           ZBNKRTP1
011600   05  WS-RQ-REQ-ID                          PIC X(16).           ZBNKRTP1
011700   05  WS-RQ-PAYER-ACCNO                     PIC X(9).            ZBNKRTP1
011800   05  WS-RQ-BILLER-ID                       PIC X(8).            ZBNKRTP1
011900   05  WS-RQ-BILLER-NAME                     PIC X(30).           ZBNKRTP1
012000   05  WS-RQ-ROUTING                         PIC X(9).            ZBNKRTP1
012100   05  WS-RQ-EXT-ACCNO                       PIC X(17).           ZBNKRTP1
012200   05  WS-RQ-REFERENCE                       PIC X(16).           ZBNKRTP1
012300   05  WS-RQ-AMOUNT                          PIC 9(7)V99.         ZBNKRTP1
012400   05  WS-RQ-DUE-DATE                        PIC X(10).           ZBNKRTP1
012500   05  WS-RQ-EXPIRY-DATE                     PIC X(10).           ZBNKRTP1
012600   05  FILLER                                PIC X(65).           ZBNKRTP1
012700 01  WS-RTPIN-HEADER REDEFINES WS-RTPIN-DETAIL.                   ZBNKRTP1
012800   05  FILLER                                PIC X(1).            ZBNKRTP1
012900   05  WS-RH-FILE-DATE                       PIC X(10).           ZBNKRTP1
013000   05  FILLER                                PIC X(189).          ZBNKRTP1
013100 01  WS-RTPIN-TRAILER REDEFINES WS-RTPIN-DETAIL.                  ZBNKRTP1
013200   05  FILLER                                PIC X(1).            ZBNKRTP1
013300   05  WS-RT-DETAIL-COUNT                    PIC 9(7).            ZBNKRTP1
013400   05  FILLER                                PIC X(192).          ZBNKRTP1
013500                                                                  ZBNKRTP1
013600***************************************************************** ZBNKRTP1
013700* Acknowledgement file back to the network - 'H' header, one    * ZBNKRTP1
013800* 'D' detail per request read, 'T' trailer with the count       * ZBNKRTP1
013900***************************************************************** ZBNKRTP1
014000 01  WS-RTPACK-DETAIL.                                            ZBNKRTP1
014100   05  WS-AK-TYPE                            PIC X(1).            ZBNKRTP1
014200   05  WS-AK-REQ-ID                          PIC X(16).           ZBNKRTP1
014300   05  WS-AK-BILLER-ID                       PIC X(8).            ZBNKRTP1
014400   05  WS-AK-RESULT                          PIC X(1).            ZBNKRTP1
014500   05  WS-AK-REASON                          PIC X(30).           ZBNKRTP1
014600   05  WS-AK-DATE                            PIC X(10).           ZBNKRTP1
014700   05  FILLER                                PIC X(34).           ZBNKRTP1
014800 01  WS-RTPACK-HEADER REDEFINES WS-RTPACK-DETAIL.                 ZBNKRTP1
014900   05  FILLER                                PIC X(1).            ZBNKRTP1
015000   05  WS-AH-RUN-DATE                        PIC X(10).           ZBNKRTP1
015100   05  FILLER                                PIC X(89).           ZBNKRTP1
015200 01  WS-RTPACK-TRAILER REDEFINES WS-RTPACK-DETAIL.                ZBNKRTP1
015300   05  FILLER                                PIC X(1).            ZBNKRTP1
015400   05  WS-AT-DETAIL-COUNT                    PIC 9(7).            ZBNKRTP1
015500   05  FILLER                                PIC X(92).           ZBNKRTP1
015600                                                                  ZBNKRTP1
015700 01  WS-MISC-STORAGE.                                             ZBNKRTP1
015800   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKRTP1
015900       VALUE 'ZBNKRTP1'.                                          ZBNKRTP1
016000   05  WS-RTPIN-STATUS.                                           ZBNKRTP1
016100     10  WS-RTPIN-STAT1                      PIC X(1).            ZBNKRTP1
016200     10  WS-RTPIN-STAT2                      PIC X(1).            ZBNKRTP1
016300   05  WS-RTPACK-STATUS.                                          ZBNKRTP1
016400     10  WS-RTPACK-STAT1                     PIC X(1).            ZBNKRTP1
016500     10  WS-RTPACK-STAT2                     PIC X(1).            ZBNKRTP1
016600   05  WS-BNKRTP-STATUS.                                          ZBNKRTP1
016700     10  WS-BNKRTP-STAT1                     PIC X(1).            ZBNKRTP1
016800     10  WS-BNKRTP-STAT2                     PIC X(1).            ZBNKRTP1
016900   05  WS-BNKACC-STATUS.                                          ZBNKRTP1
017000     10  WS-BNKACC-STAT1                     PIC X(1).            ZBNKRTP1
017100     10  WS-BNKACC-STAT2                     PIC X(1).            ZBNKRTP1
017200   05  WS-BNKRTDIR-STATUS.                                        ZBNKRTP1
017300     10  WS-BNKRTDIR-STAT1                   PIC X(1).            ZBNKRTP1
017400     10  WS-BNKRTDIR-STAT2                   PIC X(1).            ZBNKRTP1
017500   05  WS-PRINTOUT-STATUS.                                        ZBNKRTP1
017600     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKRTP1
017700     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKRTP1
017800   05  WS-IO-STATUS.                                              ZBNKRTP1
017900     10  WS-IO-STAT1                         PIC X(1).            ZBNKRTP1
018000     10  WS-IO-STAT2                         PIC X(1).            ZBNKRTP1
018100   05  WS-TWO-BYTES.                                              ZBNKRTP1
018200     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKRTP1
018300     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKRTP1
018400   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKRTP1
018500                                             PIC 9(1) COMP.       ZBNKRTP1
018600   05  WS-END-OF-FILE                        PIC X(3)             ZBNKRTP1
018700       VALUE 'NO '.                                               ZBNKRTP1
018800   05  WS-HEADER-SEEN                        PIC X(1)             ZBNKRTP1
018900       VALUE 'N'.                                                 ZBNKRTP1
019000   05  WS-TRAILER-SEEN                       PIC X(1)             ZBNKRTP1
019100       VALUE 'N'.                                                 ZBNKRTP1
019200   05  WS-RUN-DATE                           PIC X(10).           ZBNKRTP1
019300   05  WS-FILE-DATE                          PIC X(10).           ZBNKRTP1
019400   05  WS-CHECK-ROUTING                      PIC X(9).            ZBNKRTP1
019500   05  WS-CHECK-RESULT                       PIC X(1).            ZBNKRTP1
019600   05  WS-ROUTING-REASON                     PIC X(30).           ZBNKRTP1
019700   05  WS-REJECT-REASON                      PIC X(30).           ZBNKRTP1
019800   05  WS-DETAILS-READ                       PIC 9(7)             ZBNKRTP1
019900       VALUE ZERO.                                                ZBNKRTP1
020000   05  WS-REQUESTS-LOADED                    PIC 9(7)             ZBNKRTP1
020100       VALUE ZERO.                                                ZBNKRTP1
020200   05  WS-REQUESTS-REJECTED                  PIC 9(7)             ZBNKRTP1
020300       VALUE ZERO.                                                ZBNKRTP1
020400                                                                  ZBNKRTP1
020500 01  WS-REPORT-LINES.                                             ZBNKRTP1
020600   05  WS-LINE1.                                                  ZBNKRTP1
020700     10  WS-LINE1-CC                         PIC X(1)             ZBNKRTP1
020800         VALUE '1'.                                               ZBNKRTP1
020900     10  FILLER                              PIC X(20)            ZBNKRTP1
021000         VALUE SPACES.                                            ZBNKRTP1
021100     10  WS-LINE1-HEAD                       PIC X(45)            ZBNKRTP1
021200         VALUE 'Request-to-Pay Load - Rejected Requests'.         ZBNKRTP1
021300   05  WS-LINE3.                                                  ZBNKRTP1
021400     10  WS-LINE3-CC                         PIC X(1)             ZBNKRTP1
021500         VALUE ' '.                                               ZBNKRTP1
021600     10  FILLER                              PIC X(18)            ZBNKRTP1
021700         VALUE 'Request id'.                                      ZBNKRTP1
021800     10  FILLER                              PIC X(10)            ZBNKRTP1
021900         VALUE 'Biller'.                                          ZBNKRTP1
022000     10  FILLER                              PIC X(11)            ZBNKRTP1
022100         VALUE 'Account'.                                         ZBNKRTP1
022200     10  FILLER                              PIC X(15)            ZBNKRTP1
022300         VALUE 'Amount'.                                          ZBNKRTP1
022400     10  FILLER                              PIC X(30)            ZBNKRTP1
022500         VALUE 'Reason'.                                          ZBNKRTP1
022600   05  WS-LINE4.                                                  ZBNKRTP1
022700     10  WS-LINE4-CC                         PIC X(1)             ZBNKRTP1
022800         VALUE ' '.                                               ZBNKRTP1
022900     10  WS-LINE4-REQ-ID                     PIC X(18).           ZBNKRTP1
023000     10  WS-LINE4-BILLER                     PIC X(10).           ZBNKRTP1
023100     10  WS-LINE4-ACCNO                      PIC X(11).           ZBNKRTP1
023200     10  WS-LINE4-AMOUNT                     PIC ZZZ,ZZZ,ZZ9.99.  ZBNKRTP1
023300     10  FILLER                              PIC X(1)             ZBNKRTP1
023400         VALUE SPACES.                                            ZBNKRTP1
023500     10  WS-LINE4-REASON                     PIC X(30).           ZBNKRTP1
023600   05  WS-LINE5.                                                  ZBNKRTP1
023700     10  WS-LINE5-CC                         PIC X(1)             ZBNKRTP1
023800         VALUE ' '.                                               ZBNKRTP1
023900     10  WS-LINE5-DESC                       PIC X(30).           ZBNKRTP1
024000     10  WS-LINE5-COUNT                      PIC ZZZZZZ9.         ZBNKRTP1
024100                                                                  ZBNKRTP1
024200 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKRTP1
024300                                                                  ZBNKRTP1
024400 PROCEDURE DIVISION.                                              ZBNKRTP1
024500                                                                  ZBNKRTP1
024600     PERFORM RUN-TIME.                                            ZBNKRTP1
024700                                                                  ZBNKRTP1
024800     MOVE 'Request-to-pay load starting'                          ZBNKRTP1
024900       TO WS-CONSOLE-MESSAGE.                                     ZBNKRTP1
025000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRTP1
025100                                                                  ZBNKRTP1
025200 COPY CTSTAMPP.                                                   ZBNKRTP1
025300     MOVE WS-TIMESTAMP (1:10) TO WS-RUN-DATE.                     ZBNKRTP1
025400                                                                  ZBNKRTP1
025500     PERFORM OPEN-FILES.                                          ZBNKRTP1
025600     PERFORM PRINT-REPORT-HEADER.                                 ZBNKRTP1
025700                                                                  ZBNKRTP1
025800     MOVE SPACES TO WS-RTPACK-HEADER.                             ZBNKRTP1
025900     MOVE 'H' TO WS-AK-TYPE.                                      ZBNKRTP1
026000     MOVE WS-RUN-DATE TO WS-AH-RUN-DATE.                          ZBNKRTP1
026100     MOVE WS-RTPACK-HEADER TO RTPACK-REC.                         ZBNKRTP1
026200     PERFORM RTPACK-PUT.                                          ZBNKRTP1
026300                                                                  ZBNKRTP1
026400     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKRTP1
026500        READ RTPIN-FILE INTO WS-RTPIN-DETAIL                      ZBNKRTP1
026600        IF WS-RTPIN-STATUS IS NOT EQUAL TO '00'                   ZBNKRTP1
026700           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKRTP1
026800        ELSE                                                      ZBNKRTP1
026900           PERFORM APPLY-ONE-RECORD THRU                          ZBNKRTP1
027000                   APPLY-ONE-RECORD-EXIT                          ZBNKRTP1
027100        END-IF                                                    ZBNKRTP1
027200     END-PERFORM.                                                 ZBNKRTP1
027300                                                                  ZBNKRTP1
027400***************************************************************** ZBNKRTP1
027500* The trailer must be there and agree with the details read     * ZBNKRTP1
027600***************************************************************** ZBNKRTP1
027700     IF WS-TRAILER-SEEN IS NOT EQUAL TO 'Y'                       ZBNKRTP1
027800        MOVE 'Request file trailer missing - file incomplete'     ZBNKRTP1
027900          TO WS-CONSOLE-MESSAGE                                   ZBNKRTP1
028000        PERFORM ABORT-PROGRAM                                     ZBNKRTP1
028100     END-IF.                                                      ZBNKRTP1
028200     IF WS-RT-DETAIL-COUNT IS NOT EQUAL TO WS-DETAILS-READ        ZBNKRTP1
028300        MOVE SPACES TO WS-CONSOLE-MESSAGE                         ZBNKRTP1
028400        STRING 'Trailer count ' DELIMITED BY SIZE                 ZBNKRTP1
028500               WS-RT-DETAIL-COUNT DELIMITED BY SIZE               ZBNKRTP1
028600               ' but details read ' DELIMITED BY SIZE             ZBNKRTP1
028700               WS-DETAILS-READ DELIMITED BY SIZE                  ZBNKRTP1
028800          INTO WS-CONSOLE-MESSAGE                                 ZBNKRTP1
028900        PERFORM ABORT-PROGRAM                                     ZBNKRTP1
029000     END-IF.                                                      ZBNKRTP1
029100                                                                  ZBNKRTP1
029200     MOVE SPACES TO WS-RTPACK-TRAILER.                            ZBNKRTP1
029300     MOVE 'T' TO WS-AK-TYPE.                                      ZBNKRTP1
029400     MOVE WS-DETAILS-READ TO WS-AT-DETAIL-COUNT.                  ZBNKRTP1
029500     MOVE WS-RTPACK-TRAILER TO RTPACK-REC.                        ZBNKRTP1
029600     PERFORM RTPACK-PUT.                                          ZBNKRTP1
029700                                                                  ZBNKRTP1
029800     PERFORM PRINT-REPORT-TOTALS.                                 ZBNKRTP1
029900     PERFORM CLOSE-FILES.                                         ZBNKRTP1
030000                                                                  ZBNKRTP1
030100     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKRTP1
030200     STRING 'Request file dated ' DELIMITED BY SIZE               ZBNKRTP1
030300            WS-FILE-DATE DELIMITED BY SIZE                        ZBNKRTP1
030400       INTO WS-CONSOLE-MESSAGE.                                   ZBNKRTP1
030500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRTP1
030600     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKRTP1
030700     STRING WS-REQUESTS-LOADED DELIMITED BY SIZE                  ZBNKRTP1
030800            ' loaded, ' DELIMITED BY SIZE                         ZBNKRTP1
030900            WS-REQUESTS-REJECTED DELIMITED BY SIZE                ZBNKRTP1
031000            ' rejected' DELIMITED BY SIZE                         ZBNKRTP1
031100       INTO WS-CONSOLE-MESSAGE.                                   ZBNKRTP1
031200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRTP1
031300     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKRTP1
031400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRTP1
031500                                                                  ZBNKRTP1
031600     PERFORM RUN-TIME.                                            ZBNKRTP1
031700                                                                  ZBNKRTP1
031800     IF WS-REQUESTS-REJECTED IS GREATER THAN ZERO                 ZBNKRTP1
031900        MOVE 4 TO RETURN-CODE                                     ZBNKRTP1
032000     ELSE                                                         ZBNKRTP1
032100        MOVE 0 TO RETURN-CODE                                     ZBNKRTP1
032200     END-IF.                                                      ZBNKRTP1
032300                                                                  ZBNKRTP1
032400     GOBACK.                                                      ZBNKRTP1
032500                                                                  ZBNKRTP1
032600***************************************************************** ZBNKRTP1
032700* One feed record - the header must come first, details are     * ZBNKRTP1
032800* counted, validated and loaded, the trailer ends the file      * ZBNKRTP1
032900***************************************************************** ZBNKRTP1
033000 APPLY-ONE-RECORD.                                                ZBNKRTP1
033100     IF WS-HEADER-SEEN IS NOT EQUAL TO 'Y'                        ZBNKRTP1
033200        IF NOT WS-RQ-HEADER                                       ZBNKRTP1
033300           MOVE 'Request file header missing - file rejected'     ZBNKRTP1
033400             TO WS-CONSOLE-MESSAGE                                ZBNKRTP1
033500           PERFORM ABORT-PROGRAM                                  ZBNKRTP1
033600        END-IF                                                    ZBNKRTP1
033700        MOVE 'Y' TO WS-HEADER-SEEN                                ZBNKRTP1
033800        MOVE WS-RH-FILE-DATE TO WS-FILE-DATE                      ZBNKRTP1
033900        GO TO APPLY-ONE-RECORD-EXIT                               ZBNKRTP1
034000     END-IF.                                                      ZBNKRTP1
034100     IF WS-TRAILER-SEEN IS EQUAL TO 'Y'                           ZBNKRTP1
034200        GO TO APPLY-ONE-RECORD-EXIT                               ZBNKRTP1
034300     END-IF.                                                      ZBNKRTP1
034400     IF WS-RQ-TRAILER                                             ZBNKRTP1
034500        MOVE 'Y' TO WS-TRAILER-SEEN                               ZBNKRTP1
034600        GO TO APPLY-ONE-RECORD-EXIT                               ZBNKRTP1
034700     END-IF.                                                      ZBNKRTP1
034800     IF NOT WS-RQ-DETAIL                                          ZBNKRTP1
034900        GO TO APPLY-ONE-RECORD-EXIT                               ZBNKRTP1
035000     END-IF.                                                      ZBNKRTP1
035100     ADD 1 TO WS-DETAILS-READ.                                    ZBNKRTP1
035200     PERFORM VALIDATE-REQUEST THRU                                ZBNKRTP1
035300             VALIDATE-REQUEST-EXIT.                               ZBNKRTP1
035400     IF WS-REJECT-REASON IS EQUAL TO SPACES                       ZBNKRTP1
035500        PERFORM LOAD-REQUEST                                      ZBNKRTP1
035600     END-IF.                                                      ZBNKRTP1
035700     IF WS-REJECT-REASON IS EQUAL TO SPACES                       ZBNKRTP1
035800        ADD 1 TO WS-REQUESTS-LOADED                               ZBNKRTP1
035900     ELSE                                                         ZBNKRTP1
036000        ADD 1 TO WS-REQUESTS-REJECTED                             ZBNKRTP1
036100        PERFORM PRINT-REJECTED-REQUEST                            ZBNKRTP1
036200     END-IF.                                                      ZBNKRTP1
036300     PERFORM ACKNOWLEDGE-REQUEST.                                 ZBNKRTP1
036400 APPLY-ONE-RECORD-EXIT.                                           ZBNKRTP1
036500     EXIT.                                                        ZBNKRTP1
036600                                                                  ZBNKRTP1
036700***************************************************************** ZBNKRTP1
036800* Check one request - a failure leaves the reason in            * ZBNKRTP1
036900* WS-REJECT-REASON                                              * ZBNKRTP1
037000***************************************************************** ZBNKRTP1
037100 VALIDATE-REQUEST.                                                ZBNKRTP1
037200     MOVE SPACES TO WS-REJECT-REASON.                             ZBNKRTP1
037300     IF WS-RQ-REQ-ID IS EQUAL TO SPACES OR                        ZBNKRTP1
037400        WS-RQ-BILLER-NAME IS EQUAL TO SPACES OR                   ZBNKRTP1
037500        WS-RQ-EXT-ACCNO IS EQUAL TO SPACES                        ZBNKRTP1
037600        MOVE 'Request incomplete' TO WS-REJECT-REASON             ZBNKRTP1
037700        GO TO VALIDATE-REQUEST-EXIT                               ZBNKRTP1
037800     END-IF.                                                      ZBNKRTP1
037900     IF WS-RQ-AMOUNT IS NOT NUMERIC OR                            ZBNKRTP1
038000        WS-RQ-AMOUNT IS EQUAL TO ZERO                             ZBNKRTP1
038100        MOVE 'Amount must be greater than zero'                   ZBNKRTP1
038200          TO WS-REJECT-REASON                                     ZBNKRTP1
038300        GO TO VALIDATE-REQUEST-EXIT                               ZBNKRTP1
038400     END-IF.                                                      ZBNKRTP1
038500     IF WS-RQ-EXPIRY-DATE IS LESS THAN WS-RUN-DATE                ZBNKRTP1
038600        MOVE 'Request has already expired' TO WS-REJECT-REASON    ZBNKRTP1
038700        GO TO VALIDATE-REQUEST-EXIT                               ZBNKRTP1
038800     END-IF.                                                      ZBNKRTP1
038900     IF WS-RQ-DUE-DATE IS EQUAL TO SPACES                         ZBNKRTP1
039000        MOVE 'Due date missing' TO WS-REJECT-REASON               ZBNKRTP1
039100        GO TO VALIDATE-REQUEST-EXIT                               ZBNKRTP1
039200     END-IF.                                                      ZBNKRTP1
039300     MOVE WS-RQ-PAYER-ACCNO TO BAC-REC-ACCNO.                     ZBNKRTP1
039400     READ BNKACC-FILE.                                            ZBNKRTP1
039500     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKRTP1
039600        MOVE 'Account not on file' TO WS-REJECT-REASON            ZBNKRTP1
039700        GO TO VALIDATE-REQUEST-EXIT                               ZBNKRTP1
039800     END-IF.                                                      ZBNKRTP1
039900     IF NOT BAC-STATUS-OPEN                                       ZBNKRTP1
040000        MOVE 'Account is not open' TO WS-REJECT-REASON            ZBNKRTP1
040100        GO TO VALIDATE-REQUEST-EXIT                               ZBNKRTP1
040200     END-IF.                                                      ZBNKRTP1
040300     MOVE WS-RQ-ROUTING TO WS-CHECK-ROUTING.                      ZBNKRTP1
040400     PERFORM CHECK-ROUTING THRU                                   ZBNKRTP1
040500             CHECK-ROUTING-EXIT.                                  ZBNKRTP1
040600     IF WS-ROUTING-REASON IS NOT EQUAL TO SPACES                  ZBNKRTP1
040700        MOVE WS-ROUTING-REASON TO WS-REJECT-REASON                ZBNKRTP1
040800     END-IF.                                                      ZBNKRTP1
040900 VALIDATE-REQUEST-EXIT.                                           ZBNKRTP1
041000     EXIT.                                                        ZBNKRTP1
041100                                                                  ZBNKRTP1
041200***************************************************************** ZBNKRTP1
041300* Add the request to BNKRTP as pending under the account        * ZBNKRTP1
041400* owner's PID - the network has nothing to hear about it until  * ZBNKRTP1
041500* the customer answers, so no response is due yet               * ZBNKRTP1
041600***************************************************************** ZBNKRTP1
041700 LOAD-REQUEST.                                                    ZBNKRTP1
041800     MOVE SPACES TO RTP-RECORD.                                   ZBNKRTP1
041900     MOVE BAC-REC-PID TO RTP-REC-PID.                             ZBNKRTP1
042000     MOVE WS-RQ-REQ-ID TO RTP-REC-REQ-ID.                         ZBNKRTP1
042100     MOVE WS-RQ-PAYER-ACCNO TO RTP-REC-PAYER-ACCNO.               ZBNKRTP1
042200     MOVE WS-RQ-BILLER-ID TO RTP-REC-BILLER-ID.                   ZBNKRTP1
042300     MOVE WS-RQ-BILLER-NAME TO RTP-REC-BILLER-NAME.               ZBNKRTP1
042400     MOVE WS-RQ-ROUTING TO RTP-REC-ROUTING.                       ZBNKRTP1
042500     MOVE WS-RQ-EXT-ACCNO TO RTP-REC-EXT-ACCNO.                   ZBNKRTP1
042600     MOVE WS-RQ-REFERENCE TO RTP-REC-REFERENCE.                   ZBNKRTP1
042700     MOVE WS-RQ-AMOUNT TO RTP-REC-AMOUNT.                         ZBNKRTP1
042800     MOVE WS-RQ-DUE-DATE TO RTP-REC-DUE-DATE.                     ZBNKRTP1
042900     MOVE WS-RQ-EXPIRY-DATE TO RTP-REC-EXPIRY-DATE.               ZBNKRTP1
043000     MOVE WS-RUN-DATE TO RTP-REC-RECEIVED-DATE.                   ZBNKRTP1
043100     SET RTP-STATUS-PENDING TO TRUE.                              ZBNKRTP1
043200     MOVE ZERO TO RTP-REC-PAID-AMOUNT.                            ZBNKRTP1
043300     SET RTP-RESPONSE-IS-SENT TO TRUE.                            ZBNKRTP1
043400     WRITE RTP-RECORD.                                            ZBNKRTP1
043500     IF WS-BNKRTP-STATUS IS EQUAL TO '22'                         ZBNKRTP1
043600        MOVE 'Request id already loaded' TO WS-REJECT-REASON      ZBNKRTP1
043700     ELSE                                                         ZBNKRTP1
043800        IF WS-BNKRTP-STATUS IS NOT EQUAL TO '00'                  ZBNKRTP1
043900           MOVE 'Unable to load payment request'                  ZBNKRTP1
044000             TO WS-CONSOLE-MESSAGE                                ZBNKRTP1
044100           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKRTP1
044200           MOVE WS-BNKRTP-STATUS TO WS-IO-STATUS                  ZBNKRTP1
044300           PERFORM DISPLAY-IO-STATUS                              ZBNKRTP1
044400           PERFORM ABORT-PROGRAM                                  ZBNKRTP1
044500        END-IF                                                    ZBNKRTP1
044600     END-IF.                                                      ZBNKRTP1
044700                                                                  ZBNKRTP1
044800***************************************************************** ZBNKRTP1
044900* Tell the network whether the request was taken                * ZBNKRTP1
045000***************************************************************** ZBNKRTP1
045100 ACKNOWLEDGE-REQUEST.                                             ZBNKRTP1
045200     MOVE SPACES TO WS-RTPACK-DETAIL.                             ZBNKRTP1
045300     MOVE 'D' TO WS-AK-TYPE.                                      ZBNKRTP1
045400     MOVE WS-RQ-REQ-ID TO WS-AK-REQ-ID.                           ZBNKRTP1
045500     MOVE WS-RQ-BILLER-ID TO WS-AK-BILLER-ID.                     ZBNKRTP1
045600     IF WS-REJECT-REASON IS EQUAL TO SPACES                       ZBNKRTP1
045700        MOVE 'A' TO WS-AK-RESULT                                  ZBNKRTP1
045800     ELSE                                                         ZBNKRTP1
045900        MOVE 'R' TO WS-AK-RESULT                                  ZBNKRTP1
046000        MOVE WS-REJECT-REASON TO WS-AK-REASON                     ZBNKRTP1
046100     END-IF.                                                      ZBNKRTP1
046200     MOVE WS-RUN-DATE TO WS-AK-DATE.                              ZBNKRTP1
046300     MOVE WS-RTPACK-DETAIL TO RTPACK-REC.                         ZBNKRTP1
046400     PERFORM RTPACK-PUT.                                          ZBNKRTP1
046500                                                                  ZBNKRTP1
046600***************************************************************** ZBNKRTP1
046700* Check a routing against the bank routing directory - the      * ZBNKRTP1
046800* check digit must pass, and the bank must be listed, active    * ZBNKRTP1
046900* and able to receive ACH items.  A failure leaves the reason   * ZBNKRTP1
047000* in WS-ROUTING-REASON.                                         * ZBNKRTP1
047100***************************************************************** ZBNKRTP1
047200 CHECK-ROUTING.                                                   ZBNKRTP1
047300     MOVE SPACES TO WS-ROUTING-REASON.                            ZBNKRTP1
047400     CALL 'URTNCHK' USING WS-CHECK-ROUTING                        ZBNKRTP1
047500                          WS-CHECK-RESULT.                        ZBNKRTP1
047600     IF WS-CHECK-RESULT IS NOT EQUAL TO 'Y'                       ZBNKRTP1
047700        MOVE 'Routing fails check digit' TO WS-ROUTING-REASON     ZBNKRTP1
047800        GO TO CHECK-ROUTING-EXIT                                  ZBNKRTP1
047900     END-IF.                                                      ZBNKRTP1
048000     MOVE WS-CHECK-ROUTING TO RTD-KEY.                            ZBNKRTP1
048100     READ BNKRTDIR-FILE.                                          ZBNKRTP1
048200     IF WS-BNKRTDIR-STATUS IS NOT EQUAL TO '00'                   ZBNKRTP1
048300        MOVE 'Routing not on bank directory' TO WS-ROUTING-REASON ZBNKRTP1
048400        GO TO CHECK-ROUTING-EXIT                                  ZBNKRTP1
048500     END-IF.                                                      ZBNKRTP1
048600     IF RTD-STATUS-INACTIVE                                       ZBNKRTP1
048700        MOVE 'Bank routing no longer active' TO WS-ROUTING-REASON ZBNKRTP1
048800        GO TO CHECK-ROUTING-EXIT                                  ZBNKRTP1
048900     END-IF.                                                      ZBNKRTP1
049000     IF NOT RTD-ACH-OK                                            ZBNKRTP1
049100        MOVE 'Bank cannot receive ACH' TO WS-ROUTING-REASON       ZBNKRTP1
049200     END-IF.                                                      ZBNKRTP1
049300 CHECK-ROUTING-EXIT.                                              ZBNKRTP1
049400     EXIT.                                                        ZBNKRTP1
049500                                                                  ZBNKRTP1
049600***************************************************************** ZBNKRTP1
049700* Print the exception line for a rejected request               * ZBNKRTP1
049800***************************************************************** ZBNKRTP1
049900 PRINT-REJECTED-REQUEST.                                          ZBNKRTP1
050000     MOVE WS-RQ-REQ-ID TO WS-LINE4-REQ-ID.                        ZBNKRTP1
050100     MOVE WS-RQ-BILLER-ID TO WS-LINE4-BILLER.                     ZBNKRTP1
050200     MOVE WS-RQ-PAYER-ACCNO TO WS-LINE4-ACCNO.                    ZBNKRTP1
050300     IF WS-RQ-AMOUNT IS NUMERIC                                   ZBNKRTP1
050400        MOVE WS-RQ-AMOUNT TO WS-LINE4-AMOUNT                      ZBNKRTP1
050500     ELSE                                                         ZBNKRTP1
050600        MOVE ZERO TO WS-LINE4-AMOUNT                              ZBNKRTP1
050700     END-IF.                                                      ZBNKRTP1
050800     MOVE WS-REJECT-REASON TO WS-LINE4-REASON.                    ZBNKRTP1
050900     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKRTP1
051000     PERFORM PRINTOUT-PUT.                                        ZBNKRTP1
051100                                                                  ZBNKRTP1
051200***************************************************************** ZBNKRTP1
051300* Print the report title and column headings                    * ZBNKRTP1
051400***************************************************************** ZBNKRTP1
051500 PRINT-REPORT-HEADER.                                             ZBNKRTP1
051600     MOVE WS-LINE1 TO PRINTOUT-REC.                               ZBNKRTP1
051700     PERFORM PRINTOUT-PUT.                                        ZBNKRTP1
051800     MOVE WS-LINE3 TO PRINTOUT-REC.                               ZBNKRTP1
051900     PERFORM PRINTOUT-PUT.                                        ZBNKRTP1
052000                                                                  ZBNKRTP1
052100***************************************************************** ZBNKRTP1
052200* Print the run totals                                          * ZBNKRTP1
052300***************************************************************** ZBNKRTP1
052400 PRINT-REPORT-TOTALS.                                             ZBNKRTP1
052500     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKRTP1
052600     PERFORM PRINTOUT-PUT.                                        ZBNKRTP1
052700     MOVE 'Requests read' TO WS-LINE5-DESC.                       ZBNKRTP1
052800     MOVE WS-DETAILS-READ TO WS-LINE5-COUNT.                      ZBNKRTP1
052900     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKRTP1
053000     PERFORM PRINTOUT-PUT.                                        ZBNKRTP1
053100     MOVE 'Requests loaded' TO WS-LINE5-DESC.                     ZBNKRTP1
053200     MOVE WS-REQUESTS-LOADED TO WS-LINE5-COUNT.                   ZBNKRTP1
053300     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKRTP1
053400     PERFORM PRINTOUT-PUT.                                        ZBNKRTP1
053500     MOVE 'Requests rejected' TO WS-LINE5-DESC.                   ZBNKRTP1
053600     MOVE WS-REQUESTS-REJECTED TO WS-LINE5-COUNT.                 ZBNKRTP1
053700     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKRTP1
053800     PERFORM PRINTOUT-PUT.                                        ZBNKRTP1
053900                                                                  ZBNKRTP1
054000***************************************************************** ZBNKRTP1
054100* Write a record to the acknowledgement file                    * ZBNKRTP1
054200***************************************************************** ZBNKRTP1
054300 RTPACK-PUT.                                                      ZBNKRTP1
054400     WRITE RTPACK-REC.                                            ZBNKRTP1
054500     IF WS-RTPACK-STATUS IS NOT EQUAL TO '00'                     ZBNKRTP1
054600       MOVE 'RTPACK error writing file...'                        ZBNKRTP1
054700         TO WS-CONSOLE-MESSAGE                                    ZBNKRTP1
054800       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKRTP1
054900       MOVE WS-RTPACK-STATUS TO WS-IO-STATUS                      ZBNKRTP1
055000       PERFORM DISPLAY-IO-STATUS                                  ZBNKRTP1
055100       PERFORM ABORT-PROGRAM                                      ZBNKRTP1
055200     END-IF.                                                      ZBNKRTP1
055300                                                                  ZBNKRTP1
055400***************************************************************** ZBNKRTP1
055500* Write a record to the sequential print file                   * ZBNKRTP1
055600***************************************************************** ZBNKRTP1
055700 PRINTOUT-PUT.                                                    ZBNKRTP1
055800     WRITE PRINTOUT-REC.                                          ZBNKRTP1
055900     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKRTP1
056000       MOVE 'PRINTOUT error writing file...'                      ZBNKRTP1
056100         TO WS-CONSOLE-MESSAGE                                    ZBNKRTP1
056200       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKRTP1
056300       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKRTP1
056400       PERFORM DISPLAY-IO-STATUS                                  ZBNKRTP1
056500       PERFORM ABORT-PROGRAM                                      ZBNKRTP1
056600     END-IF.                                                      ZBNKRTP1
056700                                                                  ZBNKRTP1
056800***************************************************************** ZBNKRTP1
056900* Open all the files                                            * ZBNKRTP1
057000***************************************************************** ZBNKRTP1
057100 OPEN-FILES.                                                      ZBNKRTP1
057200     OPEN INPUT RTPIN-FILE.                                       ZBNKRTP1
057300     IF WS-RTPIN-STATUS IS NOT EQUAL TO '00'                      ZBNKRTP1
057400        MOVE 'RTPIN file open failure...'                         ZBNKRTP1
057500          TO WS-CONSOLE-MESSAGE                                   ZBNKRTP1
057600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTP1
057700        MOVE WS-RTPIN-STATUS TO WS-IO-STATUS                      ZBNKRTP1
057800        PERFORM DISPLAY-IO-STATUS                                 ZBNKRTP1
057900        PERFORM ABORT-PROGRAM                                     ZBNKRTP1
058000     END-IF.                                                      ZBNKRTP1
058100     OPEN OUTPUT RTPACK-FILE.                                     ZBNKRTP1
058200     IF WS-RTPACK-STATUS IS NOT EQUAL TO '00'                     ZBNKRTP1
058300        MOVE 'RTPACK file open failure...'                        ZBNKRTP1
058400          TO WS-CONSOLE-MESSAGE                                   ZBNKRTP1
058500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTP1
058600        MOVE WS-RTPACK-STATUS TO WS-IO-STATUS                     ZBNKRTP1
058700        PERFORM DISPLAY-IO-STATUS                                 ZBNKRTP1
058800        PERFORM ABORT-PROGRAM                                     ZBNKRTP1
058900     END-IF.                                                      ZBNKRTP1
059000     OPEN I-O BNKRTP-FILE.                                        ZBNKRTP1
059100     IF WS-BNKRTP-STATUS IS NOT EQUAL TO '00'                     ZBNKRTP1
059200        MOVE 'BNKRTP file open failure...'                        ZBNKRTP1
059300          TO WS-CONSOLE-MESSAGE                                   ZBNKRTP1
059400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTP1
059500        MOVE WS-BNKRTP-STATUS TO WS-IO-STATUS                     ZBNKRTP1
059600        PERFORM DISPLAY-IO-STATUS                                 ZBNKRTP1
059700        PERFORM ABORT-PROGRAM                                     ZBNKRTP1
059800     END-IF.                                                      ZBNKRTP1
059900     OPEN INPUT BNKACC-FILE.                                      ZBNKRTP1
060000     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKRTP1
060100        MOVE 'BNKACC file open failure...'                        ZBNKRTP1
060200          TO WS-CONSOLE-MESSAGE                                   ZBNKRTP1
060300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTP1
060400        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKRTP1
060500        PERFORM DISPLAY-IO-STATUS                                 ZBNKRTP1
060600        PERFORM ABORT-PROGRAM                                     ZBNKRTP1
060700     END-IF.                                                      ZBNKRTP1
060800     OPEN INPUT BNKRTDIR-FILE.                                    ZBNKRTP1
060900     IF WS-BNKRTDIR-STATUS IS NOT EQUAL TO '00'                   ZBNKRTP1
061000        MOVE 'BNKRTDIR file open failure...'                      ZBNKRTP1
061100          TO WS-CONSOLE-MESSAGE                                   ZBNKRTP1
061200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTP1
061300        MOVE WS-BNKRTDIR-STATUS TO WS-IO-STATUS                   ZBNKRTP1
061400        PERFORM DISPLAY-IO-STATUS                                 ZBNKRTP1
061500        PERFORM ABORT-PROGRAM                                     ZBNKRTP1
061600     END-IF.                                                      ZBNKRTP1
061700     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKRTP1
061800     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKRTP1
061900        MOVE 'PRINTOUT file open failure...'                      ZBNKRTP1
062000          TO WS-CONSOLE-MESSAGE                                   ZBNKRTP1
062100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTP1
062200        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKRTP1
062300        PERFORM DISPLAY-IO-STATUS                                 ZBNKRTP1
062400        PERFORM ABORT-PROGRAM                                     ZBNKRTP1
062500     END-IF.                                                      ZBNKRTP1
062600                                                                  ZBNKRTP1
062700***************************************************************** ZBNKRTP1
062800* Close all the files                                           * ZBNKRTP1
062900***************************************************************** ZBNKRTP1
063000 CLOSE-FILES.                                                     ZBNKRTP1
063100     CLOSE RTPIN-FILE.                                            ZBNKRTP1
063200     CLOSE RTPACK-FILE.                                           ZBNKRTP1
063300     CLOSE BNKRTP-FILE.                                           ZBNKRTP1
063400     CLOSE BNKACC-FILE.                                           ZBNKRTP1
063500     CLOSE BNKRTDIR-FILE.                                         ZBNKRTP1
063600     CLOSE PRINTOUT-FILE.                                         ZBNKRTP1
063700                                                                  ZBNKRTP1
063800***************************************************************** ZBNKRTP1
063900* Display the file status bytes. This routine will display as   * ZBNKRTP1
064000* two digits if the full two byte file status is numeric. If    * ZBNKRTP1
064100* second byte is non-numeric then it will be treated as a       * ZBNKRTP1
064200* binary number.                                                * ZBNKRTP1
064300***************************************************************** ZBNKRTP1
064400 DISPLAY-IO-STATUS.                                               ZBNKRTP1
064500     IF WS-IO-STATUS NUMERIC                                      ZBNKRTP1
064600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKRTP1
064700        STRING 'File status -' DELIMITED BY SIZE                  ZBNKRTP1
064800               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKRTP1
064900          INTO WS-CONSOLE-MESSAGE                                 ZBNKRTP1
065000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTP1
065100     ELSE                                                         ZBNKRTP1
065200        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKRTP1
065300        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKRTP1
065400        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKRTP1
065500        STRING 'File status -' DELIMITED BY SIZE                  ZBNKRTP1
065600               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKRTP1
065700               '/' DELIMITED BY SIZE                              ZBNKRTP1
065800               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKRTP1
065900          INTO WS-CONSOLE-MESSAGE                                 ZBNKRTP1
066000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTP1
066100     END-IF.                                                      ZBNKRTP1
066200                                                                  ZBNKRTP1
066300***************************************************************** ZBNKRTP1
066400* 'ABORT' the program.                                          * ZBNKRTP1
066500* Post a message to the console and issue a STOP RUN            * ZBNKRTP1
066600***************************************************************** ZBNKRTP1
066700 ABORT-PROGRAM.                                                   ZBNKRTP1
066800     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKRTP1
066900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTP1
067000     END-IF.                                                      ZBNKRTP1
067100     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKRTP1
067200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRTP1
067300     MOVE 16 TO RETURN-CODE.                                      ZBNKRTP1
067400     STOP RUN.                                                    ZBNKRTP1
067500                                                                  ZBNKRTP1
067600***************************************************************** ZBNKRTP1
067700* Display CONSOLE messages...                                   * ZBNKRTP1
067800***************************************************************** ZBNKRTP1
067900 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKRTP1
068000     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKRTP1
068100       UPON CONSOLE.                                              ZBNKRTP1
068200     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKRTP1
068300                                                                  ZBNKRTP1
068400 COPY CTIMERP.                                                    ZBNKRTP1
068500                                                                  ZBNKRTP1
068600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKRTP1
