000100***************************************************************** ZBNKCMP2
000200*                                                               * ZBNKCMP2
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKCMP2
000400*   This demonstration program is provided for use by users     * ZBNKCMP2
000500*   of Micro Focus products and may be used, modified and       * ZBNKCMP2
000600*   distributed as part of your application provided that       * ZBNKCMP2
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKCMP2
000800*   in this material.                                           * ZBNKCMP2
000900*                                                               * ZBNKCMP2
001000***************************************************************** ZBNKCMP2
001100                                                                  ZBNKCMP2
001200***************************************************************** ZBNKCMP2
001300* Program:     ZBNKCMP2.CBL                                     * ZBNKCMP2
001400* Function:    Marketing campaign responses and take-up.        * ZBNKCMP2
001500*              Loads the CMPRESP response file onto the         * ZBNKCMP2
001600*              campaign membership file BNKCMPR written by      * ZBNKCMP2
001700*              ZBNKCMP1 - a later response for the same         * ZBNKCMP2
001800*              customer replaces an earlier one.  A customer    * ZBNKCMP2
001900*              who asks to hear no more has their consent on    * ZBNKCMP2
002000*              the campaign's channel withdrawn on BNKMKTC.     * ZBNKCMP2
002100*              Responses for a customer not on the campaign, or * ZBNKCMP2
002200*              with an unknown response code, are rejected and  * ZBNKCMP2
002300*              listed.  The run then reports, campaign by       * ZBNKCMP2
002400*              campaign, how many were selected, how many       * ZBNKCMP2
002500*              responded and how, and the take-up rate.         * ZBNKCMP2
002600***************************************************************** ZBNKCMP2
002700                                                                  ZBNKCMP2
002800 IDENTIFICATION DIVISION.                                         ZBNKCMP2
002900 PROGRAM-ID.                                                      ZBNKCMP2
003000     ZBNKCMP2.                                                    ZBNKCMP2
003100 DATE-WRITTEN.                                                    ZBNKCMP2
003200     October 2026.                                                ZBNKCMP2
003300 DATE-COMPILED.                                                   ZBNKCMP2
003400     Today.                                                       ZBNKCMP2
003500                                                                  ZBNKCMP2
003600 ENVIRONMENT DIVISION.                                            ZBNKCMP2
003700 INPUT-OUTPUT   SECTION.                                          ZBNKCMP2
003800   FILE-CONTROL.                                                  ZBNKCMP2
003900     SELECT RESPONSE-FILE                                         ZBNKCMP2
004000            ASSIGN       TO CMPRESP                               ZBNKCMP2
004100            ORGANIZATION IS SEQUENTIAL                            ZBNKCMP2
004200            ACCESS MODE  IS SEQUENTIAL                            ZBNKCMP2
004300            FILE STATUS  IS WS-RESPONSE-STATUS.                   ZBNKCMP2
004400     SELECT BNKCMPR-FILE                                          ZBNKCMP2
004500            ASSIGN       TO BNKCMPR                               ZBNKCMP2
004600            ORGANIZATION IS INDEXED                               ZBNKCMP2
004700            ACCESS MODE  IS DYNAMIC                               ZBNKCMP2
004800            RECORD KEY   IS CMR-KEY                               ZBNKCMP2
004900            FILE STATUS  IS WS-BNKCMPR-STATUS.                    ZBNKCMP2
005000     SELECT BNKMKTC-FILE                                          ZBNKCMP2
005100            ASSIGN       TO BNKMKTC                               ZBNKCMP2
005200            ORGANIZATION IS INDEXED                               ZBNKCMP2
005300            ACCESS MODE  IS DYNAMIC                               ZBNKCMP2
005400            RECORD KEY   IS MKC-KEY                               ZBNKCMP2
005500            FILE STATUS  IS WS-BNKMKTC-STATUS.                    ZBNKCMP2
005600     SELECT PRINTOUT-FILE                                         ZBNKCMP2
005700            ASSIGN       TO PRINTOUT                              ZBNKCMP2
005800            ORGANIZATION IS SEQUENTIAL                            ZBNKCMP2
005900            ACCESS MODE  IS SEQUENTIAL                            ZBNKCMP2
006000            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKCMP2
006100                                                                  ZBNKCMP2
006200 DATA DIVISION.                                                   ZBNKCMP2
006300 FILE SECTION.                                                    ZBNKCMP2
006400                                                                  ZBNKCMP2
006500 FD  RESPONSE-FILE.                                               ZBNKCMP2
006600 01  RESPONSE-REC.                                                ZBNKCMP2
006700 COPY CBANKXT9.                                                   ZBNKCMP2
006800                                                                  ZBNKCMP2
006900 FD  BNKCMPR-FILE.                                                ZBNKCMP2
007000 01  BNKCMPR-REC.                                                 ZBNKCMP2
007100 COPY CBANKVCM.                                                   ZBNKCMP2
007200                                                                  ZBNKCMP2
007300 FD  BNKMKTC-FILE.                                                ZBNKCMP2
007400 01  BNKMKTC-REC.                                                 ZBNKCMP2
007500 COPY CBANKVMC.                                                   ZBNKCMP2
007600                                                                  ZBNKCMP2
007700 FD  PRINTOUT-FILE.                                               ZBNKCMP2
007800 01  PRINTOUT-REC                        PIC X(121).              ZBNKCMP2
007900                                                                  ZBNKCMP2
008000 WORKING-STORAGE SECTION.                                         ZBNKCMP2
008100 COPY CTIMERD.                                                    ZBNKCMP2
008200                                                                  ZBNKCMP2
008300 COPY CTSTAMPD.                                                   ZBNKCMP2
008400                                                                  ZBNKCMP2
008500 01  WS-MISC-STORAGE.                                             ZBNKCMP2
008600   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKCMP2
008700       VALUE 'ZBNKCMP2'.                                          ZBNKCMP2
008800   05  WS-RESPONSE-STATUS.                                        ZBNKCMP2
008900     10  WS-RESPONSE-STAT1                   PIC X(1).            ZBNKCMP2
009000     10  WS-RESPONSE-STAT2                   PIC X(1).            ZBNKCMP2
009100   05  WS-BNKCMPR-STATUS.                                         ZBNKCMP2
009200     10  WS-BNKCMPR-STAT1                    PIC X(1).            ZBNKCMP2
009300     10  WS-BNKCMPR-STAT2                    PIC X(1).            ZBNKCMP2
009400   05  WS-BNKMKTC-STATUS.                                         ZBNKCMP2
009500     10  WS-BNKMKTC-STAT1                    PIC X(1).            ZBNKCMP2
009600     10  WS-BNKMKTC-STAT2                    PIC X(1).            ZBNKCMP2
009700   05  WS-PRINTOUT-STATUS.                                        ZBNKCMP2
009800     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKCMP2
009900     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKCMP2
010000   05  WS-IO-STATUS.                                              ZBNKCMP2
010100     10  WS-IO-STAT1                         PIC X(1).            ZBNKCMP2
010200     10  WS-IO-STAT2                         PIC X(1).            ZBNKCMP2
010300   05  WS-TWO-BYTES.                                              ZBNKCMP2
010400     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKCMP2
010500     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKCMP2
010600   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKCMP2
010700                                             PIC 9(1) COMP.       ZBNKCMP2
010800   05  WS-END-OF-FILE                        PIC X(3)             ZBNKCMP2
010900       VALUE 'NO '.                                               ZBNKCMP2
011000   05  WS-REJECT-REASON                      PIC X(30).           ZBNKCMP2
011100   05  WS-TS-SEQ                             PIC 9(4)             ZBNKCMP2
011200       VALUE ZERO.                                                ZBNKCMP2
011300   05  WS-PREV-CAMPAIGN                      PIC X(6)             ZBNKCMP2
011400       VALUE LOW-VALUES.                                          ZBNKCMP2
011500   05  WS-CONSOLE-MESSAGE                    PIC X(60).           ZBNKCMP2
011600                                                                  ZBNKCMP2
011700 01  WS-COUNTERS.                                                 ZBNKCMP2
011800   05  WS-RESP-READ                          PIC 9(7)             ZBNKCMP2
011900       VALUE ZERO.                                                ZBNKCMP2
012000   05  WS-RESP-LOADED                        PIC 9(7)             ZBNKCMP2
012100       VALUE ZERO.                                                ZBNKCMP2
012200   05  WS-RESP-REPLACED                      PIC 9(7)             ZBNKCMP2
012300       VALUE ZERO.                                                ZBNKCMP2
012400   05  WS-RESP-REJECTED                      PIC 9(7)             ZBNKCMP2
012500       VALUE ZERO.                                                ZBNKCMP2
012600   05  WS-CONSENT-WITHDRAWN                  PIC 9(7)             ZBNKCMP2
012700       VALUE ZERO.                                                ZBNKCMP2
012800                                                                  ZBNKCMP2
012900***************************************************************** ZBNKCMP2
013000* Take-up totals for the campaign being reported                * ZBNKCMP2
013100***************************************************************** ZBNKCMP2
013200 01  WS-CAMPAIGN-TOTALS.                                          ZBNKCMP2
013300   05  WS-CMP-SELECTED                       PIC 9(7).            ZBNKCMP2
013400   05  WS-CMP-RESPONDED                      PIC 9(7).            ZBNKCMP2
013500   05  WS-CMP-ACCEPTED                       PIC 9(7).            ZBNKCMP2
013600   05  WS-CMP-DECLINED                       PIC 9(7).            ZBNKCMP2
013700   05  WS-CMP-OPTED-OUT                      PIC 9(7).            ZBNKCMP2
013800   05  WS-CMP-OPENED                         PIC 9(7).            ZBNKCMP2
013900   05  WS-CMP-TAKE-UP                        PIC 9(3)V9.          ZBNKCMP2
014000                                                                  ZBNKCMP2
014100***************************************************************** ZBNKCMP2
014200* Report lines                                                  * ZBNKCMP2
014300***************************************************************** ZBNKCMP2
014400 01  WS-REPORT-LINES.                                             ZBNKCMP2
014500   05  WS-RPT1.                                                   ZBNKCMP2
014600     10  WS-RPT1-CC                          PIC X(1)             ZBNKCMP2
014700         VALUE '1'.                                               ZBNKCMP2
014800     10  FILLER                              PIC X(10)            ZBNKCMP2
014900         VALUE SPACES.                                            ZBNKCMP2
015000     10  FILLER                              PIC X(40)            ZBNKCMP2
015100         VALUE 'Marketing Campaign Responses and Take-up'.        ZBNKCMP2
015200     10  FILLER                              PIC X(4)             ZBNKCMP2
015300         VALUE SPACES.                                            ZBNKCMP2
015400     10  WS-RPT1-DATE                        PIC X(10).           ZBNKCMP2
015500   05  WS-RPT2.                                                   ZBNKCMP2
015600     10  WS-RPT2-CC                          PIC X(1)             ZBNKCMP2
015700         VALUE '0'.                                               ZBNKCMP2
015800     10  FILLER                              PIC X(9)             ZBNKCMP2
015900         VALUE 'Rejected'.                                        ZBNKCMP2
016000     10  WS-RPT2-CAMPAIGN                    PIC X(7).            ZBNKCMP2
016100     10  WS-RPT2-PID                         PIC X(6).            ZBNKCMP2
016200     10  WS-RPT2-RESPONSE                    PIC X(2).            ZBNKCMP2
016300     10  WS-RPT2-REASON                      PIC X(30).           ZBNKCMP2
016400   05  WS-RPT3.                                                   ZBNKCMP2
016500     10  WS-RPT3-CC                          PIC X(1)             ZBNKCMP2
016600         VALUE '0'.                                               ZBNKCMP2
016700     10  FILLER                              PIC X(9)             ZBNKCMP2
016800         VALUE 'Campaign'.                                        ZBNKCMP2
016900     10  FILLER                              PIC X(9)             ZBNKCMP2
017000         VALUE 'Channel'.                                         ZBNKCMP2
017100     10  FILLER                              PIC X(10)            ZBNKCMP2
017200         VALUE ' Selected'.                                       ZBNKCMP2
017300     10  FILLER                              PIC X(10)            ZBNKCMP2
017400         VALUE 'Responded'.                                       ZBNKCMP2
017500     10  FILLER                              PIC X(10)            ZBNKCMP2
017600         VALUE ' Accepted'.                                       ZBNKCMP2
017700     10  FILLER                              PIC X(10)            ZBNKCMP2
017800         VALUE ' Declined'.                                       ZBNKCMP2
017900     10  FILLER                              PIC X(10)            ZBNKCMP2
018000         VALUE 'Opted out'.                                       ZBNKCMP2
018100     10  FILLER                              PIC X(10)            ZBNKCMP2
018200         VALUE '   Opened'.                                       ZBNKCMP2
018300     10  FILLER                              PIC X(10)            ZBNKCMP2
018400         VALUE ' Take-up%'.                                       ZBNKCMP2
018500   05  WS-RPT4.                                                   ZBNKCMP2
018600     10  WS-RPT4-CC                          PIC X(1)             ZBNKCMP2
018700         VALUE ' '.                                               ZBNKCMP2
018800     10  WS-RPT4-CAMPAIGN                    PIC X(9).            ZBNKCMP2
018900     10  WS-RPT4-CHANNEL                     PIC X(9).            ZBNKCMP2
019000     10  WS-RPT4-SELECTED                    PIC Z(8)9.           ZBNKCMP2
019100     10  FILLER                              PIC X(1)             ZBNKCMP2
019200         VALUE SPACE.                                             ZBNKCMP2
019300     10  WS-RPT4-RESPONDED                   PIC Z(8)9.           ZBNKCMP2
019400     10  FILLER                              PIC X(1)             ZBNKCMP2
019500         VALUE SPACE.                                             ZBNKCMP2
019600     10  WS-RPT4-ACCEPTED                    PIC Z(8)9.           ZBNKCMP2
019700     10  FILLER                              PIC X(1)             ZBNKCMP2
019800         VALUE SPACE.                                             ZBNKCMP2
019900     10  WS-RPT4-DECLINED                    PIC Z(8)9.           ZBNKCMP2
020000     10  FILLER                              PIC X(1)             ZBNKCMP2
020100         VALUE SPACE.                                             ZBNKCMP2
020200     10  WS-RPT4-OPTED-OUT                   PIC Z(8)9.           ZBNKCMP2
020300     10  FILLER                              PIC X(1)             ZBNKCMP2
020400         VALUE SPACE.                                             ZBNKCMP2
020500     10  WS-RPT4-OPENED                      PIC Z(8)9.           ZBNKCMP2
020600     10  FILLER                              PIC X(1)             ZBNKCMP2
020700         VALUE SPACE.                                             ZBNKCMP2
020800     10  WS-RPT4-TAKE-UP                     PIC Z(5)9.9.         ZBNKCMP2
020900   05  WS-RPT5.                                                   ZBNKCMP2
021000     10  WS-RPT5-CC                          PIC X(1)             ZBNKCMP2
021100         VALUE ' '.                                               ZBNKCMP2
021200     10  WS-RPT5-DESC                        PIC X(40).           ZBNKCMP2
021300     10  WS-RPT5-COUNT                       PIC ZZZZZZ9.         ZBNKCMP2
021400                                                                  ZBNKCMP2
021500 PROCEDURE DIVISION.                                              ZBNKCMP2
021600                                                                  ZBNKCMP2
021700     PERFORM RUN-TIME.                                            ZBNKCMP2
021800                                                                  ZBNKCMP2
021900     MOVE 'Campaign response load starting'                       ZBNKCMP2
022000       TO WS-CONSOLE-MESSAGE.                                     ZBNKCMP2
022100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCMP2
022200                                                                  ZBNKCMP2
022300 COPY CTSTAMPP.                                                   ZBNKCMP2
022400                                                                  ZBNKCMP2
022500     PERFORM OPEN-FILES.                                          ZBNKCMP2
022600                                                                  ZBNKCMP2
022700     MOVE WS-TS-DATE (1:10) TO WS-RPT1-DATE.                      ZBNKCMP2
022800     MOVE WS-RPT1 TO PRINTOUT-REC.                                ZBNKCMP2
022900     PERFORM PRINTOUT-PUT.                                        ZBNKCMP2
023000                                                                  ZBNKCMP2
023100     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKCMP2
023200        READ RESPONSE-FILE                                        ZBNKCMP2
023300        IF WS-RESPONSE-STATUS IS NOT EQUAL TO '00'                ZBNKCMP2
023400           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKCMP2
023500        ELSE                                                      ZBNKCMP2
023600           ADD 1 TO WS-RESP-READ                                  ZBNKCMP2
023700           PERFORM LOAD-ONE-RESPONSE THRU                         ZBNKCMP2
023800                   LOAD-ONE-RESPONSE-EXIT                         ZBNKCMP2
023900        END-IF                                                    ZBNKCMP2
024000     END-PERFORM.                                                 ZBNKCMP2
024100                                                                  ZBNKCMP2
024200     PERFORM PRINT-LOAD-TOTALS.                                   ZBNKCMP2
024300     PERFORM REPORT-TAKE-UP THRU                                  ZBNKCMP2
024350             REPORT-TAKE-UP-EXIT.                                 ZBNKCMP2
024400     PERFORM CLOSE-FILES.                                         ZBNKCMP2
024500                                                                  ZBNKCMP2
024600     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKCMP2
024700     STRING WS-RESP-LOADED DELIMITED BY SIZE                      ZBNKCMP2
024800            ' responses loaded, ' DELIMITED BY SIZE               ZBNKCMP2
024900            WS-RESP-REJECTED DELIMITED BY SIZE                    ZBNKCMP2
025000            ' rejected' DELIMITED BY SIZE                         ZBNKCMP2
025100       INTO WS-CONSOLE-MESSAGE.                                   ZBNKCMP2
025200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCMP2
025300     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKCMP2
025400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCMP2
025500                                                                  ZBNKCMP2
025600     PERFORM RUN-TIME.                                            ZBNKCMP2
025700                                                                  ZBNKCMP2
025800     MOVE 0 TO RETURN-CODE.                                       ZBNKCMP2
025900                                                                  ZBNKCMP2
026000     GOBACK.                                                      ZBNKCMP2
026100                                                                  ZBNKCMP2
026200***************************************************************** ZBNKCMP2
026300* Put one response onto the customer's campaign membership      * ZBNKCMP2
026400***************************************************************** ZBNKCMP2
026500 LOAD-ONE-RESPONSE.                                               ZBNKCMP2
026600     IF BANKXT09-RESPONSE IS NOT EQUAL TO 'A' AND                 ZBNKCMP2
026700        BANKXT09-RESPONSE IS NOT EQUAL TO 'D' AND                 ZBNKCMP2
026800        BANKXT09-RESPONSE IS NOT EQUAL TO 'O'                     ZBNKCMP2
026900        MOVE 'Unknown response code' TO WS-REJECT-REASON          ZBNKCMP2
027000        PERFORM REJECT-RESPONSE                                   ZBNKCMP2
027100        GO TO LOAD-ONE-RESPONSE-EXIT                              ZBNKCMP2
027200     END-IF.                                                      ZBNKCMP2
027300     MOVE BANKXT09-CAMPAIGN TO CMR-REC-CAMPAIGN.                  ZBNKCMP2
027400     MOVE BANKXT09-PID TO CMR-REC-PID.                            ZBNKCMP2
027500     READ BNKCMPR-FILE.                                           ZBNKCMP2
027600     IF WS-BNKCMPR-STATUS IS EQUAL TO '23'                        ZBNKCMP2
027700        MOVE 'Customer not on this campaign' TO WS-REJECT-REASON  ZBNKCMP2
027800        PERFORM REJECT-RESPONSE                                   ZBNKCMP2
027900        GO TO LOAD-ONE-RESPONSE-EXIT                              ZBNKCMP2
028000     END-IF.                                                      ZBNKCMP2
028100     IF WS-BNKCMPR-STATUS IS NOT EQUAL TO '00'                    ZBNKCMP2
028200        MOVE 'BNKCMPR error reading file...'                      ZBNKCMP2
028300          TO WS-CONSOLE-MESSAGE                                   ZBNKCMP2
028400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCMP2
028500        MOVE WS-BNKCMPR-STATUS TO WS-IO-STATUS                    ZBNKCMP2
028600        PERFORM DISPLAY-IO-STATUS                                 ZBNKCMP2
028700        PERFORM ABORT-PROGRAM                                     ZBNKCMP2
028800     END-IF.                                                      ZBNKCMP2
028900     IF NOT CMR-RESPONSE-NONE                                     ZBNKCMP2
029000        ADD 1 TO WS-RESP-REPLACED                                 ZBNKCMP2
029100     END-IF.                                                      ZBNKCMP2
029200     MOVE BANKXT09-RESPONSE TO CMR-REC-RESPONSE.                  ZBNKCMP2
029300     MOVE BANKXT09-RESPONSE-DTE TO CMR-REC-RESPONSE-DTE.          ZBNKCMP2
029400     IF CMR-RESPONSE-ACCEPTED                                     ZBNKCMP2
029500        MOVE BANKXT09-NEW-ACCNO TO CMR-REC-NEW-ACCNO              ZBNKCMP2
029600     ELSE                                                         ZBNKCMP2
029700        MOVE SPACES TO CMR-REC-NEW-ACCNO                          ZBNKCMP2
029800     END-IF.                                                      ZBNKCMP2
029900     REWRITE BNKCMPR-REC.                                         ZBNKCMP2
030000     IF WS-BNKCMPR-STATUS IS NOT EQUAL TO '00'                    ZBNKCMP2
030100        MOVE 'BNKCMPR error rewriting file...'                    ZBNKCMP2
030200          TO WS-CONSOLE-MESSAGE                                   ZBNKCMP2
030300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCMP2
030400        MOVE WS-BNKCMPR-STATUS TO WS-IO-STATUS                    ZBNKCMP2
030500        PERFORM DISPLAY-IO-STATUS                                 ZBNKCMP2
030600        PERFORM ABORT-PROGRAM                                     ZBNKCMP2
030700     END-IF.                                                      ZBNKCMP2
030800     ADD 1 TO WS-RESP-LOADED.                                     ZBNKCMP2
030900     IF CMR-RESPONSE-OPTED-OUT                                    ZBNKCMP2
031000        PERFORM WITHDRAW-CONSENT                                  ZBNKCMP2
031100     END-IF.                                                      ZBNKCMP2
031200 LOAD-ONE-RESPONSE-EXIT.                                          ZBNKCMP2
031300     EXIT.                                                        ZBNKCMP2
031400                                                                  ZBNKCMP2
031500***************************************************************** ZBNKCMP2
031600* The customer asked to hear no more - record a withdrawal of   * ZBNKCMP2
031700* consent on the channel the campaign used, effective from the  * ZBNKCMP2
031800* response date.  Each row gets its own place in the time part  * ZBNKCMP2
031900* of the key so two withdrawals in one run cannot collide.      * ZBNKCMP2
032000***************************************************************** ZBNKCMP2
032100 WITHDRAW-CONSENT.                                                ZBNKCMP2
032200     ADD 1 TO WS-TS-SEQ.                                          ZBNKCMP2
032300     MOVE WS-TS-SEQ TO WS-TS-TIME-DDDDDD (3:4).                   ZBNKCMP2
032400     MOVE SPACES TO MKC-RECORD.                                   ZBNKCMP2
032500     MOVE CMR-REC-PID TO MKC-REC-PID.                             ZBNKCMP2
032600     MOVE CMR-REC-CHANNEL TO MKC-REC-CHANNEL.                     ZBNKCMP2
032700     MOVE WS-TIMESTAMP TO MKC-REC-TIMESTAMP.                      ZBNKCMP2
032800     MOVE 'N' TO MKC-REC-CONSENT.                                 ZBNKCMP2
032900     MOVE CMR-REC-RESPONSE-DTE TO MKC-REC-EFFECT-DTE.             ZBNKCMP2
033000     IF MKC-REC-EFFECT-DTE IS EQUAL TO SPACES                     ZBNKCMP2
033100        MOVE WS-TS-DATE (1:10) TO MKC-REC-EFFECT-DTE              ZBNKCMP2
033200     END-IF.                                                      ZBNKCMP2
033300     MOVE 'W' TO MKC-REC-SOURCE.                                  ZBNKCMP2
033400     MOVE WS-PROGRAM-ID TO MKC-REC-USERID.                        ZBNKCMP2
033500     WRITE BNKMKTC-REC.                                           ZBNKCMP2
033600     IF WS-BNKMKTC-STATUS IS NOT EQUAL TO '00'                    ZBNKCMP2
033700        MOVE 'BNKMKTC error writing file...'                      ZBNKCMP2
033800          TO WS-CONSOLE-MESSAGE                                   ZBNKCMP2
033900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCMP2
034000        MOVE WS-BNKMKTC-STATUS TO WS-IO-STATUS                    ZBNKCMP2
034100        PERFORM DISPLAY-IO-STATUS                                 ZBNKCMP2
034200        PERFORM ABORT-PROGRAM                                     ZBNKCMP2
034300     END-IF.                                                      ZBNKCMP2
034400     ADD 1 TO WS-CONSENT-WITHDRAWN.                               ZBNKCMP2
034500                                                                  ZBNKCMP2
034600***************************************************************** ZBNKCMP2
034700* List a response that could not be loaded                      * ZBNKCMP2
034800***************************************************************** ZBNKCMP2
034900 REJECT-RESPONSE.                                                 ZBNKCMP2
035000     ADD 1 TO WS-RESP-REJECTED.                                   ZBNKCMP2
035100     MOVE BANKXT09-CAMPAIGN TO WS-RPT2-CAMPAIGN.                  ZBNKCMP2
035200     MOVE BANKXT09-PID TO WS-RPT2-PID.                            ZBNKCMP2
035300     MOVE BANKXT09-RESPONSE TO WS-RPT2-RESPONSE.                  ZBNKCMP2
035400     MOVE WS-REJECT-REASON TO WS-RPT2-REASON.                     ZBNKCMP2
035500     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKCMP2
035600     PERFORM PRINTOUT-PUT.                                        ZBNKCMP2
035700     MOVE ' ' TO WS-RPT2-CC.                                      ZBNKCMP2
035800                                                                  ZBNKCMP2
035900***************************************************************** ZBNKCMP2
036000* Print the load totals                                         * ZBNKCMP2
036100***************************************************************** ZBNKCMP2
036200 PRINT-LOAD-TOTALS.                                               ZBNKCMP2
036300     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKCMP2
036400     PERFORM PRINTOUT-PUT.                                        ZBNKCMP2
036500     MOVE 'Responses read' TO WS-RPT5-DESC.                       ZBNKCMP2
036600     MOVE WS-RESP-READ TO WS-RPT5-COUNT.                          ZBNKCMP2
036700     MOVE WS-RPT5 TO PRINTOUT-REC.                                ZBNKCMP2
036800     PERFORM PRINTOUT-PUT.                                        ZBNKCMP2
036900     MOVE 'Responses loaded' TO WS-RPT5-DESC.                     ZBNKCMP2
037000     MOVE WS-RESP-LOADED TO WS-RPT5-COUNT.                        ZBNKCMP2
037100     MOVE WS-RPT5 TO PRINTOUT-REC.                                ZBNKCMP2
037200     PERFORM PRINTOUT-PUT.                                        ZBNKCMP2
037300     MOVE '  of which replaced an earlier response'               ZBNKCMP2
037400       TO WS-RPT5-DESC.                                           ZBNKCMP2
037500     MOVE WS-RESP-REPLACED TO WS-RPT5-COUNT.                      ZBNKCMP2
037600     MOVE WS-RPT5 TO PRINTOUT-REC.                                ZBNKCMP2
037700     PERFORM PRINTOUT-PUT.                                        ZBNKCMP2
037800     MOVE 'Responses rejected' TO WS-RPT5-DESC.                   ZBNKCMP2
037900     MOVE WS-RESP-REJECTED TO WS-RPT5-COUNT.                      ZBNKCMP2
038000     MOVE WS-RPT5 TO PRINTOUT-REC.                                ZBNKCMP2
038100     PERFORM PRINTOUT-PUT.                                        ZBNKCMP2
038200     MOVE 'Marketing consent withdrawn' TO WS-RPT5-DESC.          ZBNKCMP2
038300     MOVE WS-CONSENT-WITHDRAWN TO WS-RPT5-COUNT.                  ZBNKCMP2
038400     MOVE WS-RPT5 TO PRINTOUT-REC.                                ZBNKCMP2
038500     PERFORM PRINTOUT-PUT.                                        ZBNKCMP2
038600                                                                  ZBNKCMP2
038700***************************************************************** ZBNKCMP2
038800* Read the whole membership file in campaign order and print a  * ZBNKCMP2
038900* take-up line for each campaign                                * ZBNKCMP2
039000***************************************************************** ZBNKCMP2
039100 REPORT-TAKE-UP.                                                  ZBNKCMP2
039200     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCMP2
039300     PERFORM PRINTOUT-PUT.                                        ZBNKCMP2
039400     MOVE LOW-VALUES TO CMR-KEY.                                  ZBNKCMP2
039500     START BNKCMPR-FILE KEY IS GREATER THAN OR EQUAL CMR-KEY.     ZBNKCMP2
039600     IF WS-BNKCMPR-STATUS IS NOT EQUAL TO '00'                    ZBNKCMP2
039700        GO TO REPORT-TAKE-UP-EXIT                                 ZBNKCMP2
039800     END-IF.                                                      ZBNKCMP2
039900     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKCMP2
040000     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKCMP2
040100        READ BNKCMPR-FILE NEXT RECORD                             ZBNKCMP2
040200        IF WS-BNKCMPR-STATUS IS NOT EQUAL TO '00'                 ZBNKCMP2
040300           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKCMP2
040400        ELSE                                                      ZBNKCMP2
040500           IF CMR-REC-CAMPAIGN IS NOT EQUAL TO WS-PREV-CAMPAIGN   ZBNKCMP2
040600              IF WS-PREV-CAMPAIGN IS NOT EQUAL TO LOW-VALUES      ZBNKCMP2
040700                 PERFORM PRINT-CAMPAIGN-LINE                      ZBNKCMP2
040800              END-IF                                              ZBNKCMP2
040900              MOVE CMR-REC-CAMPAIGN TO WS-PREV-CAMPAIGN           ZBNKCMP2
041000              MOVE CMR-REC-CHANNEL TO WS-RPT4-CHANNEL             ZBNKCMP2
041100              MOVE ZERO TO WS-CAMPAIGN-TOTALS                     ZBNKCMP2
041200           END-IF                                                 ZBNKCMP2
041300           PERFORM ADD-TO-CAMPAIGN                                ZBNKCMP2
041400        END-IF                                                    ZBNKCMP2
041500     END-PERFORM.                                                 ZBNKCMP2
041600     IF WS-PREV-CAMPAIGN IS NOT EQUAL TO LOW-VALUES               ZBNKCMP2
041700        PERFORM PRINT-CAMPAIGN-LINE                               ZBNKCMP2
041800     END-IF.                                                      ZBNKCMP2
041900 REPORT-TAKE-UP-EXIT.                                             ZBNKCMP2
042000     EXIT.                                                        ZBNKCMP2
042100                                                                  ZBNKCMP2
042200 ADD-TO-CAMPAIGN.                                                 ZBNKCMP2
042300     ADD 1 TO WS-CMP-SELECTED.                                    ZBNKCMP2
042400     IF NOT CMR-RESPONSE-NONE                                     ZBNKCMP2
042500        ADD 1 TO WS-CMP-RESPONDED                                 ZBNKCMP2
042600     END-IF.                                                      ZBNKCMP2
042700     IF CMR-RESPONSE-ACCEPTED                                     ZBNKCMP2
042800        ADD 1 TO WS-CMP-ACCEPTED                                  ZBNKCMP2
042900        IF CMR-REC-NEW-ACCNO IS NOT EQUAL TO SPACES               ZBNKCMP2
043000           ADD 1 TO WS-CMP-OPENED                                 ZBNKCMP2
043100        END-IF                                                    ZBNKCMP2
043200     END-IF.                                                      ZBNKCMP2
043300     IF CMR-RESPONSE-DECLINED                                     ZBNKCMP2
043400        ADD 1 TO WS-CMP-DECLINED                                  ZBNKCMP2
043500     END-IF.                                                      ZBNKCMP2
043600     IF CMR-RESPONSE-OPTED-OUT                                    ZBNKCMP2
043700        ADD 1 TO WS-CMP-OPTED-OUT                                 ZBNKCMP2
043800     END-IF.                                                      ZBNKCMP2
043900                                                                  ZBNKCMP2
044000***************************************************************** ZBNKCMP2
044100* Take-up is offers accepted as a share of customers selected   * ZBNKCMP2
044200***************************************************************** ZBNKCMP2
044300 PRINT-CAMPAIGN-LINE.                                             ZBNKCMP2
044400     MOVE ZERO TO WS-CMP-TAKE-UP.                                 ZBNKCMP2
044500     IF WS-CMP-SELECTED IS GREATER THAN ZERO                      ZBNKCMP2
044600        COMPUTE WS-CMP-TAKE-UP ROUNDED =                          ZBNKCMP2
044700                WS-CMP-ACCEPTED * 100 / WS-CMP-SELECTED           ZBNKCMP2
044800     END-IF.                                                      ZBNKCMP2
044900     MOVE WS-PREV-CAMPAIGN TO WS-RPT4-CAMPAIGN.                   ZBNKCMP2
045000     MOVE WS-CMP-SELECTED TO WS-RPT4-SELECTED.                    ZBNKCMP2
045100     MOVE WS-CMP-RESPONDED TO WS-RPT4-RESPONDED.                  ZBNKCMP2
045200     MOVE WS-CMP-ACCEPTED TO WS-RPT4-ACCEPTED.                    ZBNKCMP2
045300     MOVE WS-CMP-DECLINED TO WS-RPT4-DECLINED.                    ZBNKCMP2
045400     MOVE WS-CMP-OPTED-OUT TO WS-RPT4-OPTED-OUT.                  ZBNKCMP2
045500     MOVE WS-CMP-OPENED TO WS-RPT4-OPENED.                        ZBNKCMP2
045600     MOVE WS-CMP-TAKE-UP TO WS-RPT4-TAKE-UP.                      ZBNKCMP2
045700     MOVE WS-RPT4 TO PRINTOUT-REC.                                ZBNKCMP2
045800     PERFORM PRINTOUT-PUT.                                        ZBNKCMP2
045900                                                                  ZBNKCMP2
046000***************************************************************** ZBNKCMP2
046100* Open the files.  BNKMKTC is created if no consent has ever    * ZBNKCMP2
046200* been recorded.                                                * ZBNKCMP2
046300***************************************************************** ZBNKCMP2
046400 OPEN-FILES.                                                      ZBNKCMP2
046500     OPEN INPUT RESPONSE-FILE.                                    ZBNKCMP2
046600     IF WS-RESPONSE-STATUS IS NOT EQUAL TO '00'                   ZBNKCMP2
046700        MOVE 'CMPRESP file open failure...'                       ZBNKCMP2
046800          TO WS-CONSOLE-MESSAGE                                   ZBNKCMP2
046900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCMP2
047000        MOVE WS-RESPONSE-STATUS TO WS-IO-STATUS                   ZBNKCMP2
047100        PERFORM DISPLAY-IO-STATUS                                 ZBNKCMP2
047200        PERFORM ABORT-PROGRAM                                     ZBNKCMP2
047300     END-IF.                                                      ZBNKCMP2
047400     OPEN I-O BNKCMPR-FILE.                                       ZBNKCMP2
047500     IF WS-BNKCMPR-STATUS IS NOT EQUAL TO '00'                    ZBNKCMP2
047600        MOVE 'BNKCMPR file open failure...'                       ZBNKCMP2
047700          TO WS-CONSOLE-MESSAGE                                   ZBNKCMP2
047800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCMP2
047900        MOVE WS-BNKCMPR-STATUS TO WS-IO-STATUS                    ZBNKCMP2
048000        PERFORM DISPLAY-IO-STATUS                                 ZBNKCMP2
048100        PERFORM ABORT-PROGRAM                                     ZBNKCMP2
048200     END-IF.                                                      ZBNKCMP2
048300     OPEN I-O BNKMKTC-FILE.                                       ZBNKCMP2
048400     IF WS-BNKMKTC-STATUS IS EQUAL TO '35'                        ZBNKCMP2
048500        OPEN OUTPUT BNKMKTC-FILE                                  ZBNKCMP2
048600        CLOSE BNKMKTC-FILE                                        ZBNKCMP2
048700        OPEN I-O BNKMKTC-FILE                                     ZBNKCMP2
048800     END-IF.                                                      ZBNKCMP2
048900     IF WS-BNKMKTC-STATUS IS NOT EQUAL TO '00'                    ZBNKCMP2
049000        MOVE 'BNKMKTC file open failure...'                       ZBNKCMP2
049100          TO WS-CONSOLE-MESSAGE                                   ZBNKCMP2
049200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCMP2
049300        MOVE WS-BNKMKTC-STATUS TO WS-IO-STATUS                    ZBNKCMP2
049400        PERFORM DISPLAY-IO-STATUS                                 ZBNKCMP2
049500        PERFORM ABORT-PROGRAM                                     ZBNKCMP2
049600     END-IF.                                                      ZBNKCMP2
049700     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKCMP2
049800     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCMP2
049900        MOVE 'PRINTOUT file open failure...'                      ZBNKCMP2
050000          TO WS-CONSOLE-MESSAGE                                   ZBNKCMP2
050100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCMP2
050200        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKCMP2
050300        PERFORM DISPLAY-IO-STATUS                                 ZBNKCMP2
050400        PERFORM ABORT-PROGRAM                                     ZBNKCMP2
050500     END-IF.                                                      ZBNKCMP2
050600                                                                  ZBNKCMP2
050700***************************************************************** ZBNKCMP2
050800* Close all the files                                           * ZBNKCMP2
050900***************************************************************** ZBNKCMP2
051000 CLOSE-FILES.                                                     ZBNKCMP2
051100     CLOSE RESPONSE-FILE.                                         ZBNKCMP2
051200     CLOSE BNKCMPR-FILE.                                          ZBNKCMP2
051300     CLOSE BNKMKTC-FILE.                                          ZBNKCMP2
051400     CLOSE PRINTOUT-FILE.                                         ZBNKCMP2
051500                                                                  ZBNKCMP2
051600***************************************************************** ZBNKCMP2
051700* Write a report line                                           * ZBNKCMP2
051800***************************************************************** ZBNKCMP2
051900 PRINTOUT-PUT.                                                    ZBNKCMP2
052000     WRITE PRINTOUT-REC.                                          ZBNKCMP2
052100     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCMP2
052200       MOVE 'PRINTOUT error writing file...'                      ZBNKCMP2
052300         TO WS-CONSOLE-MESSAGE                                    ZBNKCMP2
052400       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKCMP2
052500       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKCMP2
052600       PERFORM DISPLAY-IO-STATUS                                  ZBNKCMP2
052700       PERFORM ABORT-PROGRAM                                      ZBNKCMP2
052800     END-IF.                                                      ZBNKCMP2
052900                                                                  ZBNKCMP2
053000***************************************************************** ZBNKCMP2
053100* Display the file status bytes. This routine will display as   * ZBNKCMP2
053200* two digits if the full two byte file status is numeric. If    * ZBNKCMP2
053300* second byte is non-numeric then it will be treated as a       * ZBNKCMP2
053400* binary number.                                                * ZBNKCMP2
053500***************************************************************** ZBNKCMP2
053600 DISPLAY-IO-STATUS.                                               ZBNKCMP2
053700     IF WS-IO-STATUS NUMERIC                                      ZBNKCMP2
053800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKCMP2
053900        STRING 'File status -' DELIMITED BY SIZE                  ZBNKCMP2
054000               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKCMP2
054100          INTO WS-CONSOLE-MESSAGE                                 ZBNKCMP2
054200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCMP2
054300     ELSE                                                         ZBNKCMP2
054400        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKCMP2
054500        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKCMP2
054600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKCMP2
054700        STRING 'File status -' DELIMITED BY SIZE                  ZBNKCMP2
054800               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKCMP2
054900               '/' DELIMITED BY SIZE                              ZBNKCMP2
055000               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKCMP2
055100          INTO WS-CONSOLE-MESSAGE                                 ZBNKCMP2
055200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCMP2
055300     END-IF.                                                      ZBNKCMP2
055400                                                                  ZBNKCMP2
055500***************************************************************** ZBNKCMP2
055600* 'ABORT' the program.                                          * ZBNKCMP2
055700* Post a message to the console and issue a STOP RUN            * ZBNKCMP2
055800***************************************************************** ZBNKCMP2
055900 ABORT-PROGRAM.                                                   ZBNKCMP2
056000     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKCMP2
056100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCMP2
056200     END-IF.                                                      ZBNKCMP2
056300     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKCMP2
056400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCMP2
056500     MOVE 16 TO RETURN-CODE.                                      ZBNKCMP2
056600     STOP RUN.                                                    ZBNKCMP2
056700                                                                  ZBNKCMP2
056800***************************************************************** ZBNKCMP2
056900* Display CONSOLE messages...                                   * ZBNKCMP2
057000***************************************************************** ZBNKCMP2
057100 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKCMP2
057200     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKCMP2
057300       UPON CONSOLE.                                              ZBNKCMP2
057400     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKCMP2
057500                                                                  ZBNKCMP2
057600 COPY CTIMERP.                                                    ZBNKCMP2
057700                                                                  ZBNKCMP2
057800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKCMP2
