000100***************************************************************** ZBNKRTX1
000200*                                                               * ZBNKRTX1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKRTX1
000400*   This demonstration program is provided for use by users     * ZBNKRTX1
000500*   of Micro Focus products and may be used, modified and       * ZBNKRTX1
000600*   distributed as part of your application provided that       * ZBNKRTX1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKRTX1
000800*   in this material.                                           * ZBNKRTX1
000900*                                                               * ZBNKRTX1
001000***************************************************************** ZBNKRTX1
001100                                                                  ZBNKRTX1
001200***************************************************************** ZBNKRTX1
001300* Program:     ZBNKRTX1.CBL                                     * ZBNKRTX1
001400* Function:    Request-to-pay expiry and status responses, run  * ZBNKRTX1
001500*              daily after ZBNKPND1.  Reads BNKRTP front to     * ZBNKRTX1
001600*              back: a request still pending (not answered)     * ZBNKRTX1
001700*              whose expiry date has passed is marked expired.  * ZBNKRTX1
001800*              Every request whose status has changed since     * ZBNKRTX1
001900*              the biller was last told - answered on line,     * ZBNKRTX1
002000*              paid or failed by ZBNKPND1, or expired here - is * ZBNKRTX1
002100*              written to RTPRESP for the clearing network      * ZBNKRTX1
002200*              (header, one detail per request, trailer with    * ZBNKRTX1
002300*              the count) and marked as sent.  The report       * ZBNKRTX1
002400*              gives the counts by status.                      * ZBNKRTX1
002500***************************************************************** ZBNKRTX1
002600                                                                  ZBNKRTX1
002700 IDENTIFICATION DIVISION.                                         ZBNKRTX1
002800 PROGRAM-ID.                                                      ZBNKRTX1
002900     ZBNKRTX1.                                                    ZBNKRTX1
003000 DATE-WRITTEN.                                                    ZBNKRTX1
003100     October 2026.                                                ZBNKRTX1
003200 DATE-COMPILED.                                                   ZBNKRTX1
003300     Today.                                                       ZBNKRTX1
003400                                                                  ZBNKRTX1
003500 ENVIRONMENT DIVISION.                                            ZBNKRTX1
003600 INPUT-OUTPUT   SECTION.                                          ZBNKRTX1
003700   FILE-CONTROL.                                                  ZBNKRTX1
003800     SELECT BNKRTP-FILE                                           ZBNKRTX1
003900            ASSIGN       TO BNKRTP                                ZBNKRTX1
004000            ORGANIZATION IS INDEXED                               ZBNKRTX1
004100            ACCESS MODE  IS SEQUENTIAL                            ZBNKRTX1
004200            RECORD KEY   IS RTP-KEY                               ZBNKRTX1
004300            FILE STATUS  IS WS-BNKRTP-STATUS.                     ZBNKRTX1
004400     SELECT RTPRESP-FILE                                          ZBNKRTX1
004500            ASSIGN       TO RTPRESP                               ZBNKRTX1
004600            ORGANIZATION IS SEQUENTIAL                            ZBNKRTX1
004700            ACCESS MODE  IS SEQUENTIAL                            ZBNKRTX1
004800            FILE STATUS  IS WS-RTPRESP-STATUS.                    ZBNKRTX1
004900     SELECT PRINTOUT-FILE                                         ZBNKRTX1
005000            ASSIGN       TO PRINTOUT                              ZBNKRTX1
005100            ORGANIZATION IS SEQUENTIAL                            ZBNKRTX1
005200            ACCESS MODE  IS SEQUENTIAL                            ZBNKRTX1
005300            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKRTX1
005400                                                                  ZBNKRTX1
005500 DATA DIVISION.                                                   ZBNKRTX1
005600 FILE SECTION.                                                    ZBNKRTX1
005700                                                                  ZBNKRTX1
005800 FD  BNKRTP-FILE.                                                 ZBNKRTX1
005900 01  BNKRTP-REC.                                                  ZBNKRTX1
006000 COPY CBANKVRQ.                                                   ZBNKRTX1
006100                                                                  ZBNKRTX1
006200 FD  RTPRESP-FILE.                                                ZBNKRTX1
006300 01  RTPRESP-REC                             PIC X(100).          ZBNKRTX1
006400                                                                  ZBNKRTX1
006500 FD  PRINTOUT-FILE.                                               ZBNKRTX1
006600 01  PRINTOUT-REC                            PIC X(121).          ZBNKRTX1
006700                                                                  ZBNKRTX1
006800 WORKING-STORAGE SECTION.                                         ZBNKRTX1
006900 COPY CTIMERD.                                                    ZBNKRTX1
007000                                                                  ZBNKRTX1
007100 COPY CTSTAMPD.                                                   ZBNKRTX1
007200                                                                  ZBNKRTX1
007300***************************************************************** ZBNKRTX1
007400* Status response file to the network - 'H' header, one 'D'     * ZBNKRTX1
007500* detail per request whose status changed, 'T' trailer          * ZBNKRTX1
007600***************************************************************** ZBNKRTX1
007700 01  WS-RTPRESP-DETAIL.                                           ZBNKRTX1
007800   05  WS-RS-TYPE                            PIC X(1).            ZBNKRTX1
007900   05  WS-RS-REQ-ID                          PIC X(16).           ZBNKRTX1
008000   05  WS-RS-BILLER-ID                       PIC X(8).            ZBNKRTX1
008100   05  WS-RS-STATUS                          PIC X(1).            ZBNKRTX1
008200   05  WS-RS-PAID-AMOUNT                     PIC 9(7)V99.         ZBNKRTX1
008300   05  WS-RS-PAYMENT-REF                     PIC X(16).           ZBNKRTX1
008400   05  WS-RS-STATUS-DATE                     PIC X(10).           ZBNKRTX1
008500   05  FILLER                                PIC X(39).           ZBNKRTX1
008600 01  WS-RTPRESP-HEADER REDEFINES WS-RTPRESP-DETAIL.               ZBNKRTX1
008700   05  FILLER                                PIC X(1).            ZBNKRTX1
008800   05  WS-RH-RUN-DATE                        PIC X(10).           ZBNKRTX1
008900   05  FILLER                                PIC X(89).           ZBNKRTX1
009000 01  WS-RTPRESP-TRAILER REDEFINES WS-RTPRESP-DETAIL.              ZBNKRTX1
009100   05  FILLER                                PIC X(1).            ZBNKRTX1
009200   05  WS-RT-DETAIL-COUNT                    PIC 9(7).            ZBNKRTX1
009300   05  FILLER                                PIC X(92).           ZBNKRTX1
009400                                                                  ZBNKRTX1
009500 01  WS-MISC-STORAGE.                                             ZBNKRTX1
009600   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKRTX1
009700       VALUE 'ZBNKRTX1'.                                          ZBNKRTX1
009800   05  WS-BNKRTP-STATUS.                                          ZBNKRTX1
009900     10  WS-BNKRTP-STAT1                     PIC X(1).            ZBNKRTX1
010000     10  WS-BNKRTP-STAT2                     PIC X(1).            ZBNKRTX1
010100   05  WS-RTPRESP-STATUS.                                         ZBNKRTX1
010200     10  WS-RTPRESP-STAT1                    PIC X(1).            ZBNKRTX1
010300     10  WS-RTPRESP-STAT2                    PIC X(1).            ZBNKRTX1
010400   05  WS-PRINTOUT-STATUS.                                        ZBNKRTX1
010500     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKRTX1
010600     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKRTX1
010700   05  WS-IO-STATUS.                                              ZBNKRTX1
010800     10  WS-IO-STAT1                         PIC X(1).            ZBNKRTX1
010900     10  WS-IO-STAT2                         PIC X(1).            ZBNKRTX1
011000   05  WS-TWO-BYTES.                                              ZBNKRTX1
011100     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKRTX1
011200     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKRTX1
011300   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKRTX1
011400                                             PIC 9(1) COMP.       ZBNKRTX1
011500   05  WS-END-OF-FILE                        PIC X(3)             ZBNKRTX1
011600       VALUE 'NO '.                                               ZBNKRTX1
011700   05  WS-RUN-DATE                           PIC X(10).           ZBNKRTX1
011800   05  WS-REQUESTS-READ                      PIC 9(7)             ZBNKRTX1
011900       VALUE ZERO.                                                ZBNKRTX1
012000   05  WS-REQUESTS-EXPIRED                   PIC 9(7)             ZBNKRTX1
012100       VALUE ZERO.                                                ZBNKRTX1
012200   05  WS-RESPONSES-SENT                     PIC 9(7)             ZBNKRTX1
012300       VALUE ZERO.                                                ZBNKRTX1
012400   05  WS-SENT-PAID                          PIC 9(7)             ZBNKRTX1
012500       VALUE ZERO.                                                ZBNKRTX1
012600   05  WS-SENT-SCHEDULED                     PIC 9(7)             ZBNKRTX1
012700       VALUE ZERO.                                                ZBNKRTX1
012800   05  WS-SENT-DECLINED                      PIC 9(7)             ZBNKRTX1
012900       VALUE ZERO.                                                ZBNKRTX1
013000   05  WS-SENT-EXPIRED                       PIC 9(7)             ZBNKRTX1
013100       VALUE ZERO.                                                ZBNKRTX1
013200   05  WS-SENT-FAILED                        PIC 9(7)             ZBNKRTX1
013300       VALUE ZERO.                                                ZBNKRTX1
013400                                                                  ZBNKRTX1
013500 01  WS-REPORT-LINES.                                             ZBNKRTX1
013600   05  WS-LINE1.                                                  ZBNKRTX1
013700     10  WS-LINE1-CC                         PIC X(1)             ZBNKRTX1
013800         VALUE '1'.                                               ZBNKRTX1
013900     10  FILLER                              PIC X(20)            ZBNKRTX1
014000         VALUE SPACES.                                            ZBNKRTX1
014100     10  WS-LINE1-HEAD                       PIC X(45)            ZBNKRTX1
014200         VALUE 'Request-to-Pay Expiry and Status Responses'.      ZBNKRTX1
014300   05  WS-LINE5.                                                  ZBNKRTX1
014400     10  WS-LINE5-CC                         PIC X(1)             ZBNKRTX1
014500         VALUE ' '.                                               ZBNKRTX1
014600     10  WS-LINE5-DESC                       PIC X(30).           ZBNKRTX1
014700     10  WS-LINE5-COUNT                      PIC ZZZZZZ9.         ZBNKRTX1
014800                                                                  ZBNKRTX1
014900 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKRTX1
015000                                                                  ZBNKRTX1
015100 PROCEDURE DIVISION.                                              ZBNKRTX1
015200                                                                  ZBNKRTX1
015300     PERFORM RUN-TIME.                                            ZBNKRTX1
015400                                                                  ZBNKRTX1
015500     MOVE 'Request-to-pay expiry and responses starting'          ZBNKRTX1
015600       TO WS-CONSOLE-MESSAGE.                                     ZBNKRTX1
015700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRTX1
015800                                                                  ZBNKRTX1
015900 COPY CTSTAMPP.                                                   ZBNKRTX1
016000     MOVE WS-TIMESTAMP (1:10) TO WS-RUN-DATE.                     ZBNKRTX1
016100                                                                  ZBNKRTX1
016200     PERFORM OPEN-FILES.                                          ZBNKRTX1
016300                                                                  ZBNKRTX1
016400     MOVE SPACES TO WS-RTPRESP-HEADER.                            ZBNKRTX1
016500     MOVE 'H' TO WS-RS-TYPE.                                      ZBNKRTX1
016600     MOVE WS-RUN-DATE TO WS-RH-RUN-DATE.                          ZBNKRTX1
016700     MOVE WS-RTPRESP-HEADER TO RTPRESP-REC.                       ZBNKRTX1
016800     PERFORM RTPRESP-PUT.                                         ZBNKRTX1
016900                                                                  ZBNKRTX1
017000     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKRTX1
017100        READ BNKRTP-FILE NEXT RECORD                              ZBNKRTX1
017200        IF WS-BNKRTP-STATUS IS NOT EQUAL TO '00'                  ZBNKRTX1
017300           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKRTX1
017400        ELSE                                                      ZBNKRTX1
017500           ADD 1 TO WS-REQUESTS-READ                              ZBNKRTX1
017600           PERFORM PROCESS-ONE-REQUEST THRU                       ZBNKRTX1
017700                   PROCESS-ONE-REQUEST-EXIT                       ZBNKRTX1
017800        END-IF                                                    ZBNKRTX1
017900     END-PERFORM.                                                 ZBNKRTX1
018000                                                                  ZBNKRTX1
018100     MOVE SPACES TO WS-RTPRESP-TRAILER.                           ZBNKRTX1
018200     MOVE 'T' TO WS-RS-TYPE.                                      ZBNKRTX1
018300     MOVE WS-RESPONSES-SENT TO WS-RT-DETAIL-COUNT.                ZBNKRTX1
018400     MOVE WS-RTPRESP-TRAILER TO RTPRESP-REC.                      ZBNKRTX1
018500     PERFORM RTPRESP-PUT.                                         ZBNKRTX1
018600                                                                  ZBNKRTX1
018700     PERFORM PRINT-REPORT.                                        ZBNKRTX1
018800     PERFORM CLOSE-FILES.                                         ZBNKRTX1
018900                                                                  ZBNKRTX1
019000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKRTX1
019100     STRING WS-REQUESTS-EXPIRED DELIMITED BY SIZE                 ZBNKRTX1
019200            ' expired, ' DELIMITED BY SIZE                        ZBNKRTX1
019300            WS-RESPONSES-SENT DELIMITED BY SIZE                   ZBNKRTX1
019400            ' responses sent' DELIMITED BY SIZE                   ZBNKRTX1
019500       INTO WS-CONSOLE-MESSAGE.                                   ZBNKRTX1
019600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRTX1
019700     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKRTX1
019800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRTX1
019900                                                                  ZBNKRTX1
020000     PERFORM RUN-TIME.                                            ZBNKRTX1
020100                                                                  ZBNKRTX1
020200     MOVE 0 TO RETURN-CODE.                                       ZBNKRTX1
020300                                                                  ZBNKRTX1
020400     GOBACK.                                                      ZBNKRTX1
020500                                                                  ZBNKRTX1
020600***************************************************************** ZBNKRTX1
020700* One request - expire it if it was never answered in time,     * ZBNKRTX1
020800* then send the biller its status if that has changed           * ZBNKRTX1
020900***************************************************************** ZBNKRTX1
021000 PROCESS-ONE-REQUEST.                                             ZBNKRTX1
021100     IF RTP-STATUS-PENDING AND                                    ZBNKRTX1
021200        RTP-REC-EXPIRY-DATE IS LESS THAN WS-RUN-DATE              ZBNKRTX1
021300        SET RTP-STATUS-EXPIRED TO TRUE                            ZBNKRTX1
021400        MOVE WS-RUN-DATE TO RTP-REC-ANSWERED-DATE                 ZBNKRTX1
021500        SET RTP-RESPONSE-IS-DUE TO TRUE                           ZBNKRTX1
021600        ADD 1 TO WS-REQUESTS-EXPIRED                              ZBNKRTX1
021700     END-IF.                                                      ZBNKRTX1
021800     IF RTP-RESPONSE-IS-SENT                                      ZBNKRTX1
021900        GO TO PROCESS-ONE-REQUEST-EXIT                            ZBNKRTX1
022000     END-IF.                                                      ZBNKRTX1
022100     MOVE SPACES TO WS-RTPRESP-DETAIL.                            ZBNKRTX1
022200     MOVE 'D' TO WS-RS-TYPE.                                      ZBNKRTX1
022300     MOVE RTP-REC-REQ-ID TO WS-RS-REQ-ID.                         ZBNKRTX1
022400     MOVE RTP-REC-BILLER-ID TO WS-RS-BILLER-ID.                   ZBNKRTX1
022500     MOVE RTP-REC-STATUS TO WS-RS-STATUS.                         ZBNKRTX1
022600     MOVE RTP-REC-PAID-AMOUNT TO WS-RS-PAID-AMOUNT.               ZBNKRTX1
022700     MOVE RTP-REC-PAYMENT-REF TO WS-RS-PAYMENT-REF.               ZBNKRTX1
022800     MOVE RTP-REC-ANSWERED-DATE TO WS-RS-STATUS-DATE.             ZBNKRTX1
022900     MOVE WS-RTPRESP-DETAIL TO RTPRESP-REC.                       ZBNKRTX1
023000     PERFORM RTPRESP-PUT.                                         ZBNKRTX1
023100     ADD 1 TO WS-RESPONSES-SENT.                                  ZBNKRTX1
023200     EVALUATE TRUE                                                ZBNKRTX1
023300       WHEN RTP-STATUS-PAID                                       ZBNKRTX1
023400       WHEN RTP-STATUS-PART-PAID                                  ZBNKRTX1
023500         ADD 1 TO WS-SENT-PAID                                    ZBNKRTX1
023600       WHEN RTP-STATUS-SCHEDULED                                  ZBNKRTX1
023700         ADD 1 TO WS-SENT-SCHEDULED                               ZBNKRTX1
023800       WHEN RTP-STATUS-DECLINED                                   ZBNKRTX1
023900         ADD 1 TO WS-SENT-DECLINED                                ZBNKRTX1
024000       WHEN RTP-STATUS-EXPIRED                                    ZBNKRTX1
024100         ADD 1 TO WS-SENT-EXPIRED                                 ZBNKRTX1
024200       WHEN RTP-STATUS-FAILED                                     ZBNKRTX1
024300         ADD 1 TO WS-SENT-FAILED                                  ZBNKRTX1
024400     END-EVALUATE.                                                ZBNKRTX1
024500     SET RTP-RESPONSE-IS-SENT TO TRUE.                            ZBNKRTX1
024600     REWRITE RTP-RECORD.                                          ZBNKRTX1
024700     IF WS-BNKRTP-STATUS IS NOT EQUAL TO '00'                     ZBNKRTX1
024800        MOVE 'BNKRTP error rewriting file...'                     ZBNKRTX1
024900          TO WS-CONSOLE-MESSAGE                                   ZBNKRTX1
025000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTX1
025100        MOVE WS-BNKRTP-STATUS TO WS-IO-STATUS                     ZBNKRTX1
025200        PERFORM DISPLAY-IO-STATUS                                 ZBNKRTX1
025300        PERFORM ABORT-PROGRAM                                     ZBNKRTX1
025400     END-IF.                                                      ZBNKRTX1
025500 PROCESS-ONE-REQUEST-EXIT.                                        ZBNKRTX1
025600     EXIT.                                                        ZBNKRTX1
025700                                                                  ZBNKRTX1
025800***************************************************************** ZBNKRTX1
025900* Print the run counts                                          * ZBNKRTX1
026000***************************************************************** ZBNKRTX1
026100 PRINT-REPORT.                                                    ZBNKRTX1
026200     MOVE WS-LINE1 TO PRINTOUT-REC.                               ZBNKRTX1
026300     PERFORM PRINTOUT-PUT.                                        ZBNKRTX1
026400     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKRTX1
026500     PERFORM PRINTOUT-PUT.                                        ZBNKRTX1
026600     MOVE 'Requests on file' TO WS-LINE5-DESC.                    ZBNKRTX1
026700     MOVE WS-REQUESTS-READ TO WS-LINE5-COUNT.                     ZBNKRTX1
026800     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKRTX1
026900     PERFORM PRINTOUT-PUT.                                        ZBNKRTX1
027000     MOVE 'Requests expired this run' TO WS-LINE5-DESC.           ZBNKRTX1
027100     MOVE WS-REQUESTS-EXPIRED TO WS-LINE5-COUNT.                  ZBNKRTX1
027200     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKRTX1
027300     PERFORM PRINTOUT-PUT.                                        ZBNKRTX1
027400     MOVE 'Responses sent - paid' TO WS-LINE5-DESC.               ZBNKRTX1
027500     MOVE WS-SENT-PAID TO WS-LINE5-COUNT.                         ZBNKRTX1
027600     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKRTX1
027700     PERFORM PRINTOUT-PUT.                                        ZBNKRTX1
027800     MOVE 'Responses sent - scheduled' TO WS-LINE5-DESC.          ZBNKRTX1
027900     MOVE WS-SENT-SCHEDULED TO WS-LINE5-COUNT.                    ZBNKRTX1
028000     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKRTX1
028100     PERFORM PRINTOUT-PUT.                                        ZBNKRTX1
028200     MOVE 'Responses sent - declined' TO WS-LINE5-DESC.           ZBNKRTX1
028300     MOVE WS-SENT-DECLINED TO WS-LINE5-COUNT.                     ZBNKRTX1
028400     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKRTX1
028500     PERFORM PRINTOUT-PUT.                                        ZBNKRTX1
028600     MOVE 'Responses sent - expired' TO WS-LINE5-DESC.            ZBNKRTX1
028700     MOVE WS-SENT-EXPIRED TO WS-LINE5-COUNT.                      ZBNKRTX1
028800     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKRTX1
028900     PERFORM PRINTOUT-PUT.                                        ZBNKRTX1
029000     MOVE 'Responses sent - failed' TO WS-LINE5-DESC.             ZBNKRTX1
029100     MOVE WS-SENT-FAILED TO WS-LINE5-COUNT.                       ZBNKRTX1
029200     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKRTX1
029300     PERFORM PRINTOUT-PUT.                                        ZBNKRTX1
029400     MOVE 'Responses sent - total' TO WS-LINE5-DESC.              ZBNKRTX1
029500     MOVE WS-RESPONSES-SENT TO WS-LINE5-COUNT.                    ZBNKRTX1
029600     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKRTX1
029700     PERFORM PRINTOUT-PUT.                                        ZBNKRTX1
029800                                                                  ZBNKRTX1
029900***************************************************************** ZBNKRTX1
030000* Write a record to the status response file                    * ZBNKRTX1
030100***************************************************************** ZBNKRTX1
030200 RTPRESP-PUT.                                                     ZBNKRTX1
030300     WRITE RTPRESP-REC.                                           ZBNKRTX1
030400     IF WS-RTPRESP-STATUS IS NOT EQUAL TO '00'                    ZBNKRTX1
030500       MOVE 'RTPRESP error writing file...'                       ZBNKRTX1
030600         TO WS-CONSOLE-MESSAGE                                    ZBNKRTX1
030700       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKRTX1
030800       MOVE WS-RTPRESP-STATUS TO WS-IO-STATUS                     ZBNKRTX1
030900       PERFORM DISPLAY-IO-STATUS                                  ZBNKRTX1
031000       PERFORM ABORT-PROGRAM                                      ZBNKRTX1
031100     END-IF.                                                      ZBNKRTX1
031200                                                                  ZBNKRTX1
031300***************************************************************** ZBNKRTX1
031400* Write a record to the sequential print file                   * ZBNKRTX1
031500***************************************************************** ZBNKRTX1
031600 PRINTOUT-PUT.                                                    ZBNKRTX1
031700     WRITE PRINTOUT-REC.                                          ZBNKRTX1
031800     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKRTX1
031900       MOVE 'PRINTOUT error writing file...'                      ZBNKRTX1
032000         TO WS-CONSOLE-MESSAGE                                    ZBNKRTX1
032100       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKRTX1
032200       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKRTX1
032300       PERFORM DISPLAY-IO-STATUS                                  ZBNKRTX1
032400       PERFORM ABORT-PROGRAM                                      ZBNKRTX1
032500     END-IF.                                                      ZBNKRTX1
032600                                                                  ZBNKRTX1
032700***************************************************************** ZBNKRTX1
032800* Open all the files                                            * ZBNKRTX1
032900***************************************************************** ZBNKRTX1
033000 OPEN-FILES.                                                      ZBNKRTX1
033100     OPEN I-O BNKRTP-FILE.                                        ZBNKRTX1
033200     IF WS-BNKRTP-STATUS IS NOT EQUAL TO '00'                     ZBNKRTX1
033300        MOVE 'BNKRTP file open failure...'                        ZBNKRTX1
033400          TO WS-CONSOLE-MESSAGE                                   ZBNKRTX1
033500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTX1
033600        MOVE WS-BNKRTP-STATUS TO WS-IO-STATUS                     ZBNKRTX1
033700        PERFORM DISPLAY-IO-STATUS                                 ZBNKRTX1
033800        PERFORM ABORT-PROGRAM                                     ZBNKRTX1
033900     END-IF.                                                      ZBNKRTX1
034000     OPEN OUTPUT RTPRESP-FILE.                                    ZBNKRTX1
034100     IF WS-RTPRESP-STATUS IS NOT EQUAL TO '00'                    ZBNKRTX1
034200        MOVE 'RTPRESP file open failure...'                       ZBNKRTX1
034300          TO WS-CONSOLE-MESSAGE                                   ZBNKRTX1
034400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTX1
034500        MOVE WS-RTPRESP-STATUS TO WS-IO-STATUS                    ZBNKRTX1
034600        PERFORM DISPLAY-IO-STATUS                                 ZBNKRTX1
034700        PERFORM ABORT-PROGRAM                                     ZBNKRTX1
034800     END-IF.                                                      ZBNKRTX1
034900     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKRTX1
035000     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKRTX1
035100        MOVE 'PRINTOUT file open failure...'                      ZBNKRTX1
035200          TO WS-CONSOLE-MESSAGE                                   ZBNKRTX1
035300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTX1
035400        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKRTX1
035500        PERFORM DISPLAY-IO-STATUS                                 ZBNKRTX1
035600        PERFORM ABORT-PROGRAM                                     ZBNKRTX1
035700     END-IF.                                                      ZBNKRTX1
035800                                                                  ZBNKRTX1
035900***************************************************************** ZBNKRTX1
036000* Close all the files                                           * ZBNKRTX1
036100***************************************************************** ZBNKRTX1
036200 CLOSE-FILES.                                                     ZBNKRTX1
036300     CLOSE BNKRTP-FILE.                                           ZBNKRTX1
036400     CLOSE RTPRESP-FILE.                                          ZBNKRTX1
036500     CLOSE PRINTOUT-FILE.                                         ZBNKRTX1
036600                                                                  ZBNKRTX1
036700***************************************************************** ZBNKRTX1
036800* Display the file status bytes. This routine will display as   * ZBNKRTX1
036900* two digits if the full two byte file status is numeric. If    * ZBNKRTX1
037000* second byte is non-numeric then it will be treated as a       * ZBNKRTX1
037100* binary number.                                                * ZBNKRTX1
037200***************************************************************** ZBNKRTX1
037300 DISPLAY-IO-STATUS.                                               ZBNKRTX1
037400     IF WS-IO-STATUS NUMERIC                                      ZBNKRTX1
037500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKRTX1
037600        STRING 'File status -' DELIMITED BY SIZE                  ZBNKRTX1
037700               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKRTX1
037800          INTO WS-CONSOLE-MESSAGE                                 ZBNKRTX1
037900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTX1
038000     ELSE                                                         ZBNKRTX1
038100        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKRTX1
038200        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKRTX1
038300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKRTX1
038400        STRING 'File status -' DELIMITED BY SIZE                  ZBNKRTX1
038500               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKRTX1
038600               '/' DELIMITED BY SIZE                              ZBNKRTX1
038700               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKRTX1
038800          INTO WS-CONSOLE-MESSAGE                                 ZBNKRTX1
038900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTX1
039000     END-IF.                                                      ZBNKRTX1
039100                                                                  ZBNKRTX1
039200***************************************************************** ZBNKRTX1
039300* 'ABORT' the program.                                          * ZBNKRTX1
039400* Post a message to the console and issue a STOP RUN            * ZBNKRTX1
039500***************************************************************** ZBNKRTX1
039600 ABORT-PROGRAM.                                                   ZBNKRTX1
039700     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKRTX1
039800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTX1
039900     END-IF.                                                      ZBNKRTX1
040000     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKRTX1
040100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRTX1
040200     MOVE 16 TO RETURN-CODE.                                      ZBNKRTX1
040300     STOP RUN.                                                    ZBNKRTX1
040400                                                                  ZBNKRTX1
040500***************************************************************** ZBNKRTX1
040600* Display CONSOLE messages...                                   * ZBNKRTX1
040700***************************************************************** ZBNKRTX1
040800 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKRTX1
040900     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKRTX1
041000       UPON CONSOLE.                                              ZBNKRTX1
041100     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKRTX1
041200                                                                  ZBNKRTX1
041300 COPY CTIMERP.                                                    ZBNKRTX1
041400                                                                  ZBNKRTX1
041500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKRTX1
