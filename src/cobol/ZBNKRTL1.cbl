000100***************************************************************** ZBNKRTL1
000200*                                                               * ZBNKRTL1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKRTL1
000400*   This demonstration program is provided for use by users     * ZBNKRTL1
000500*   of Micro Focus products and may be used, modified and       * ZBNKRTL1
000600*   distributed as part of your application provided that       * ZBNKRTL1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKRTL1
000800*   in this material.                                           * ZBNKRTL1
000900*                                                               * ZBNKRTL1
001000***************************************************************** ZBNKRTL1
001100                                                                  ZBNKRTL1
001200***************************************************************** ZBNKRTL1
001300* Program:     ZBNKRTL1.CBL                                     * ZBNKRTL1
001400* Function:    Bank routing directory load, run weekly.  Reads  * ZBNKRTL1
001500*              the clearing network's directory file (RTDIRIN - * ZBNKRTL1
001600*              a header with the directory date, one detail     * ZBNKRTL1
001700*              per routing, and a trailer with the detail       * ZBNKRTL1
001800*              count), checks each routing's check digit        * ZBNKRTL1
001900*              through URTNCHK and adds or refreshes BNKRTDIR.  * ZBNKRTL1
002000*              Once the trailer count proves the whole file     * ZBNKRTL1
002100*              arrived, any active routing that was not on      * ZBNKRTL1
002200*              this directory is marked inactive - a short or   * ZBNKRTL1
002300*              truncated file stops the run before that pass    * ZBNKRTL1
002400*              so it can never retire banks wholesale.          * ZBNKRTL1
002500***************************************************************** ZBNKRTL1
002600                                                                  ZBNKRTL1
002700 IDENTIFICATION DIVISION.                                         ZBNKRTL1
002800 PROGRAM-ID.                                                      ZBNKRTL1
002900     ZBNKRTL1.                                                    ZBNKRTL1
003000 DATE-WRITTEN.                                                    ZBNKRTL1
003100     October 2026.                                                ZBNKRTL1
003200 DATE-COMPILED.                                                   ZBNKRTL1
003300     Today.                                                       ZBNKRTL1
003400                                                                  ZBNKRTL1
003500 ENVIRONMENT DIVISION.                                            ZBNKRTL1
003600 INPUT-OUTPUT   SECTION.                                          ZBNKRTL1
003700   FILE-CONTROL.                                                  ZBNKRTL1
003800     SELECT RTDIRIN-FILE                                          ZBNKRTL1
003900            ASSIGN       TO RTDIRIN                               ZBNKRTL1
004000            ORGANIZATION IS SEQUENTIAL                            ZBNKRTL1
004100            ACCESS MODE  IS SEQUENTIAL                            ZBNKRTL1
004200            FILE STATUS  IS WS-RTDIRIN-STATUS.                    ZBNKRTL1
004300     SELECT BNKRTDIR-FILE                                         ZBNKRTL1
004400            ASSIGN       TO BNKRTDIR                              ZBNKRTL1
004500            ORGANIZATION IS INDEXED                               ZBNKRTL1
004600            ACCESS MODE  IS DYNAMIC                               ZBNKRTL1
004700            RECORD KEY   IS RTD-KEY                               ZBNKRTL1
004800            FILE STATUS  IS WS-BNKRTDIR-STATUS.                   ZBNKRTL1
004900                                                                  ZBNKRTL1
005000 DATA DIVISION.                                                   ZBNKRTL1
005100 FILE SECTION.                                                    ZBNKRTL1
005200                                                                  ZBNKRTL1
005300 FD  RTDIRIN-FILE.                                                ZBNKRTL1
005400 01  RTDIRIN-REC                             PIC X(100).          ZBNKRTL1
005500                                                                  ZBNKRTL1
005600 FD  BNKRTDIR-FILE.                                               ZBNKRTL1
005700 01  BNKRTDIR-REC.                                                ZBNKRTL1
005800 COPY CBANKVRT.                                                   ZBNKRTL1
005900                                                                  ZBNKRTL1
006000 WORKING-STORAGE SECTION.                                         ZBNKRTL1
006100 COPY CTIMERD.                                                    ZBNKRTL1
006200                                                                  ZBNKRTL1
006300 COPY CTSTAMPD.                                                   ZBNKRTL1
006400                                                                  ZBNKRTL1
006500***************************************************************** ZBNKRTL1
006600* Directory feed - 'H' header, 'D' detail, 'T' trailer          * ZBNKRTL1
006700***************************************************************** ZBNKRTL1
006800 01  WS-RTDIRIN-DETAIL.                                           ZBNKRTL1
006900   05  WS-RI-TYPE                            PIC X(1).            ZBNKRTL1
007000     88  WS-RI-HEADER                        VALUE 'H'.           ZBNKRTL1
007100     88  WS-RI-DETAIL                        VALUE 'D'.           ZBNKRTL1
007200     88  WS-RI-TRAILER                       VALUE 'T'.           ZBNKRTL1
007300   05  WS-RI-ROUTING                         PIC X(9).            ZBNKRTL1
007400   05  WS-RI-NAME                            PIC X(36).           ZBNKRTL1
007500   05  WS-RI-CITY                            PIC X(20).           ZBNKRTL1
007600   05  WS-RI-STATE                           PIC X(2).            ZBNKRTL1
007700   05  WS-RI-STATUS                          PIC X(1).            ZBNKRTL1
007800   05  WS-RI-ACH                             PIC X(1).            ZBNKRTL1
007900   05  WS-RI-WIRE                            PIC X(1).            ZBNKRTL1
008000   05  WS-RI-NEW-ROUTING                     PIC X(9).            ZBNKRTL1
008100   05  FILLER                                PIC X(20).           ZBNKRTL1
008200 01  WS-RTDIRIN-HEADER REDEFINES WS-RTDIRIN-DETAIL.               ZBNKRTL1
008300   05  FILLER                                PIC X(1).            ZBNKRTL1
008400   05  WS-RH-DIRECTORY-DATE                  PIC X(10).           ZBNKRTL1
008500   05  FILLER                                PIC X(89).           ZBNKRTL1
008600 01  WS-RTDIRIN-TRAILER REDEFINES WS-RTDIRIN-DETAIL.              ZBNKRTL1
008700   05  FILLER                                PIC X(1).            ZBNKRTL1
008800   05  WS-RT-DETAIL-COUNT                    PIC 9(7).            ZBNKRTL1
008900   05  FILLER                                PIC X(92).           ZBNKRTL1
009000                                                                  ZBNKRTL1
009100 01  WS-MISC-STORAGE.                                             ZBNKRTL1
009200   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKRTL1
009300       VALUE 'ZBNKRTL1'.                                          ZBNKRTL1
009400   05  WS-RTDIRIN-STATUS.                                         ZBNKRTL1
009500     10  WS-RTDIRIN-STAT1                    PIC X(1).            ZBNKRTL1
009600     10  WS-RTDIRIN-STAT2                    PIC X(1).            ZBNKRTL1
009700   05  WS-BNKRTDIR-STATUS.                                        ZBNKRTL1
009800     10  WS-BNKRTDIR-STAT1                   PIC X(1).            ZBNKRTL1
009900     10  WS-BNKRTDIR-STAT2                   PIC X(1).            ZBNKRTL1
010000   05  WS-IO-STATUS.                                              ZBNKRTL1
010100     10  WS-IO-STAT1                         PIC X(1).            ZBNKRTL1
010200     10  WS-IO-STAT2                         PIC X(1).            ZBNKRTL1
010300   05  WS-TWO-BYTES.                                              ZBNKRTL1
010400     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKRTL1
010500     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKRTL1
010600   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKRTL1
010700                                             PIC 9(1) COMP.       ZBNKRTL1
010800   05  WS-END-OF-FILE                        PIC X(3)             ZBNKRTL1
010900       VALUE 'NO '.                                               ZBNKRTL1
011000   05  WS-HEADER-SEEN                        PIC X(1)             ZBNKRTL1
011100       VALUE 'N'.                                                 ZBNKRTL1
011200   05  WS-TRAILER-SEEN                       PIC X(1)             ZBNKRTL1
011300       VALUE 'N'.                                                 ZBNKRTL1
011400   05  WS-RUN-DATE                           PIC X(10).           ZBNKRTL1
011500   05  WS-DIRECTORY-DATE                     PIC X(10).           ZBNKRTL1
011600   05  WS-CHECK-RESULT                       PIC X(1).            ZBNKRTL1
011700   05  WS-ROW-CHANGED                        PIC X(1).            ZBNKRTL1
011800   05  WS-DETAILS-READ                       PIC 9(7)             ZBNKRTL1
011900       VALUE ZERO.                                                ZBNKRTL1
012000   05  WS-ROUTINGS-ADDED                     PIC 9(7)             ZBNKRTL1
012100       VALUE ZERO.                                                ZBNKRTL1
012200   05  WS-ROUTINGS-CHANGED                   PIC 9(7)             ZBNKRTL1
012300       VALUE ZERO.                                                ZBNKRTL1
012400   05  WS-ROUTINGS-REJECTED                  PIC 9(7)             ZBNKRTL1
012500       VALUE ZERO.                                                ZBNKRTL1
012600   05  WS-ROUTINGS-RETIRED                   PIC 9(7)             ZBNKRTL1
012700       VALUE ZERO.                                                ZBNKRTL1
012800                                                                  ZBNKRTL1
012900 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKRTL1
013000                                                                  ZBNKRTL1
013100 PROCEDURE DIVISION.                                              ZBNKRTL1
013200                                                                  ZBNKRTL1
013300     PERFORM RUN-TIME.                                            ZBNKRTL1
013400                                                                  ZBNKRTL1
013500     MOVE 'Bank routing directory load starting'                  ZBNKRTL1
013600       TO WS-CONSOLE-MESSAGE.                                     ZBNKRTL1
013700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRTL1
013800                                                                  ZBNKRTL1
013900 COPY CTSTAMPP.                                                   ZBNKRTL1
014000     MOVE WS-TIMESTAMP (1:10) TO WS-RUN-DATE.                     ZBNKRTL1
014100                                                                  ZBNKRTL1
014200     PERFORM OPEN-FILES.                                          ZBNKRTL1
014300                                                                  ZBNKRTL1
014400***************************************************************** ZBNKRTL1
014500* Pass one - add or refresh every routing on the directory      * ZBNKRTL1
014600***************************************************************** ZBNKRTL1
014700     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKRTL1
014800        READ RTDIRIN-FILE INTO WS-RTDIRIN-DETAIL                  ZBNKRTL1
014900        IF WS-RTDIRIN-STATUS IS NOT EQUAL TO '00'                 ZBNKRTL1
015000           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKRTL1
015100        ELSE                                                      ZBNKRTL1
015200           PERFORM APPLY-ONE-RECORD THRU                          ZBNKRTL1
015300                   APPLY-ONE-RECORD-EXIT                          ZBNKRTL1
015400        END-IF                                                    ZBNKRTL1
015500     END-PERFORM.                                                 ZBNKRTL1
015600                                                                  ZBNKRTL1
015700***************************************************************** ZBNKRTL1
015800* The trailer must be there and agree with the details read -   * ZBNKRTL1
015900* otherwise the file is short and nothing may be retired        * ZBNKRTL1
016000***************************************************************** ZBNKRTL1
016100     IF WS-TRAILER-SEEN IS NOT EQUAL TO 'Y'                       ZBNKRTL1
016200        MOVE 'Directory trailer missing - file incomplete'        ZBNKRTL1
016300          TO WS-CONSOLE-MESSAGE                                   ZBNKRTL1
016400        PERFORM ABORT-PROGRAM                                     ZBNKRTL1
016500     END-IF.                                                      ZBNKRTL1
016600     IF WS-RT-DETAIL-COUNT IS NOT EQUAL TO WS-DETAILS-READ        ZBNKRTL1
016700        MOVE SPACES TO WS-CONSOLE-MESSAGE                         ZBNKRTL1
016800        STRING 'Trailer count ' DELIMITED BY SIZE                 ZBNKRTL1
016900               WS-RT-DETAIL-COUNT DELIMITED BY SIZE               ZBNKRTL1
017000               ' but details read ' DELIMITED BY SIZE             ZBNKRTL1
017100               WS-DETAILS-READ DELIMITED BY SIZE                  ZBNKRTL1
017200          INTO WS-CONSOLE-MESSAGE                                 ZBNKRTL1
017300        PERFORM ABORT-PROGRAM                                     ZBNKRTL1
017400     END-IF.                                                      ZBNKRTL1
017500                                                                  ZBNKRTL1
017600***************************************************************** ZBNKRTL1
017700* Pass two - retire every active routing this directory did not * ZBNKRTL1
017800* carry                                                         * ZBNKRTL1
017900***************************************************************** ZBNKRTL1
018000     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKRTL1
018100     MOVE LOW-VALUES TO RTD-KEY.                                  ZBNKRTL1
018200     START BNKRTDIR-FILE KEY GREATER THAN RTD-KEY.                ZBNKRTL1
018300     IF WS-BNKRTDIR-STATUS IS NOT EQUAL TO '00'                   ZBNKRTL1
018400        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKRTL1
018500     END-IF.                                                      ZBNKRTL1
018600     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKRTL1
018700        READ BNKRTDIR-FILE NEXT RECORD                            ZBNKRTL1
018800        IF WS-BNKRTDIR-STATUS IS NOT EQUAL TO '00'                ZBNKRTL1
018900           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKRTL1
019000        ELSE                                                      ZBNKRTL1
019100           IF RTD-STATUS-ACTIVE AND                               ZBNKRTL1
019200              RTD-REC-LOADED-DATE IS NOT EQUAL TO WS-RUN-DATE     ZBNKRTL1
019300              PERFORM RETIRE-ONE-ROUTING                          ZBNKRTL1
019400           END-IF                                                 ZBNKRTL1
019500        END-IF                                                    ZBNKRTL1
019600     END-PERFORM.                                                 ZBNKRTL1
019700                                                                  ZBNKRTL1
019800     PERFORM CLOSE-FILES.                                         ZBNKRTL1
019900                                                                  ZBNKRTL1
020000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKRTL1
020100     STRING 'Directory dated ' DELIMITED BY SIZE                  ZBNKRTL1
020200            WS-DIRECTORY-DATE DELIMITED BY SIZE                   ZBNKRTL1
020300       INTO WS-CONSOLE-MESSAGE.                                   ZBNKRTL1
020400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRTL1
020500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKRTL1
020600     STRING WS-ROUTINGS-ADDED DELIMITED BY SIZE                   ZBNKRTL1
020700            ' routings added' DELIMITED BY SIZE                   ZBNKRTL1
020800       INTO WS-CONSOLE-MESSAGE.                                   ZBNKRTL1
020900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRTL1
021000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKRTL1
021100     STRING WS-ROUTINGS-CHANGED DELIMITED BY SIZE                 ZBNKRTL1
021200            ' routings changed' DELIMITED BY SIZE                 ZBNKRTL1
021300       INTO WS-CONSOLE-MESSAGE.                                   ZBNKRTL1
021400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRTL1
021500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKRTL1
021600     STRING WS-ROUTINGS-RETIRED DELIMITED BY SIZE                 ZBNKRTL1
021700            ' routings no longer listed - inactive'               ZBNKRTL1
021800              DELIMITED BY SIZE                                   ZBNKRTL1
021900       INTO WS-CONSOLE-MESSAGE.                                   ZBNKRTL1
022000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRTL1
022100     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKRTL1
022200     STRING WS-ROUTINGS-REJECTED DELIMITED BY SIZE                ZBNKRTL1
022300            ' routings rejected' DELIMITED BY SIZE                ZBNKRTL1
022400       INTO WS-CONSOLE-MESSAGE.                                   ZBNKRTL1
022500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRTL1
022600     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKRTL1
022700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRTL1
022800                                                                  ZBNKRTL1
022900     PERFORM RUN-TIME.                                            ZBNKRTL1
023000                                                                  ZBNKRTL1
023100     IF WS-ROUTINGS-REJECTED IS GREATER THAN ZERO                 ZBNKRTL1
023200        MOVE 4 TO RETURN-CODE                                     ZBNKRTL1
023300     ELSE                                                         ZBNKRTL1
023400        MOVE 0 TO RETURN-CODE                                     ZBNKRTL1
023500     END-IF.                                                      ZBNKRTL1
023600                                                                  ZBNKRTL1
023700     GOBACK.                                                      ZBNKRTL1
023800                                                                  ZBNKRTL1
023900***************************************************************** ZBNKRTL1
024000* One feed record - the header must come first, details are     * ZBNKRTL1
024100* counted and applied, the trailer ends the directory           * ZBNKRTL1
024200***************************************************************** ZBNKRTL1
024300 APPLY-ONE-RECORD.                                                ZBNKRTL1
024400     IF WS-HEADER-SEEN IS NOT EQUAL TO 'Y'                        ZBNKRTL1
024500        IF NOT WS-RI-HEADER                                       ZBNKRTL1
024600           MOVE 'Directory header missing - file rejected'        ZBNKRTL1
024700             TO WS-CONSOLE-MESSAGE                                ZBNKRTL1
024800           PERFORM ABORT-PROGRAM                                  ZBNKRTL1
024900        END-IF                                                    ZBNKRTL1
025000        MOVE 'Y' TO WS-HEADER-SEEN                                ZBNKRTL1
025100        MOVE WS-RH-DIRECTORY-DATE TO WS-DIRECTORY-DATE            ZBNKRTL1
025200        GO TO APPLY-ONE-RECORD-EXIT                               ZBNKRTL1
025300     END-IF.                                                      ZBNKRTL1
025400     IF WS-TRAILER-SEEN IS EQUAL TO 'Y'                           ZBNKRTL1
025500        GO TO APPLY-ONE-RECORD-EXIT                               ZBNKRTL1
025600     END-IF.                                                      ZBNKRTL1
025700     IF WS-RI-TRAILER                                             ZBNKRTL1
025800        MOVE 'Y' TO WS-TRAILER-SEEN                               ZBNKRTL1
025900        GO TO APPLY-ONE-RECORD-EXIT                               ZBNKRTL1
026000     END-IF.                                                      ZBNKRTL1
026100     IF NOT WS-RI-DETAIL                                          ZBNKRTL1
026200        GO TO APPLY-ONE-RECORD-EXIT                               ZBNKRTL1
026300     END-IF.                                                      ZBNKRTL1
026400     ADD 1 TO WS-DETAILS-READ.                                    ZBNKRTL1
026500     CALL 'URTNCHK' USING WS-RI-ROUTING                           ZBNKRTL1
026600                          WS-CHECK-RESULT.                        ZBNKRTL1
026700     IF WS-CHECK-RESULT IS NOT EQUAL TO 'Y' OR                    ZBNKRTL1
026800        WS-RI-NAME IS EQUAL TO SPACES                             ZBNKRTL1
026900        ADD 1 TO WS-ROUTINGS-REJECTED                             ZBNKRTL1
027000        MOVE SPACES TO WS-CONSOLE-MESSAGE                         ZBNKRTL1
027100        STRING 'Routing rejected - ' DELIMITED BY SIZE            ZBNKRTL1
027200               WS-RI-ROUTING DELIMITED BY SIZE                    ZBNKRTL1
027300          INTO WS-CONSOLE-MESSAGE                                 ZBNKRTL1
027400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTL1
027500        GO TO APPLY-ONE-RECORD-EXIT                               ZBNKRTL1
027600     END-IF.                                                      ZBNKRTL1
027700     IF WS-RI-STATUS IS NOT EQUAL TO 'I'                          ZBNKRTL1
027800        MOVE 'A' TO WS-RI-STATUS                                  ZBNKRTL1
027900     END-IF.                                                      ZBNKRTL1
028000     IF WS-RI-ACH IS NOT EQUAL TO 'Y'                             ZBNKRTL1
028100        MOVE 'N' TO WS-RI-ACH                                     ZBNKRTL1
028200     END-IF.                                                      ZBNKRTL1
028300     IF WS-RI-WIRE IS NOT EQUAL TO 'Y'                            ZBNKRTL1
028400        MOVE 'N' TO WS-RI-WIRE                                    ZBNKRTL1
028500     END-IF.                                                      ZBNKRTL1
028600                                                                  ZBNKRTL1
028700     MOVE WS-RI-ROUTING TO RTD-KEY.                               ZBNKRTL1
028800     READ BNKRTDIR-FILE.                                          ZBNKRTL1
028900     IF WS-BNKRTDIR-STATUS IS NOT EQUAL TO '00'                   ZBNKRTL1
029000        MOVE SPACES TO BNKRTDIR-REC                               ZBNKRTL1
029100        MOVE WS-RI-ROUTING TO RTD-REC-ROUTING                     ZBNKRTL1
029200        PERFORM MOVE-FEED-TO-ROW                                  ZBNKRTL1
029300        MOVE WS-RUN-DATE TO RTD-REC-CHANGE-DATE                   ZBNKRTL1
029400        MOVE WS-RUN-DATE TO RTD-REC-LOADED-DATE                   ZBNKRTL1
029500        IF RTD-STATUS-INACTIVE                                    ZBNKRTL1
029600           MOVE WS-RUN-DATE TO RTD-REC-INACTIVE-DATE              ZBNKRTL1
029700        END-IF                                                    ZBNKRTL1
029800        WRITE RTD-RECORD                                          ZBNKRTL1
029900        ADD 1 TO WS-ROUTINGS-ADDED                                ZBNKRTL1
030000     ELSE                                                         ZBNKRTL1
030100        MOVE 'N' TO WS-ROW-CHANGED                                ZBNKRTL1
030200        IF RTD-REC-NAME IS NOT EQUAL TO WS-RI-NAME OR             ZBNKRTL1
030300           RTD-REC-CITY IS NOT EQUAL TO WS-RI-CITY OR             ZBNKRTL1
030400           RTD-REC-STATE IS NOT EQUAL TO WS-RI-STATE OR           ZBNKRTL1
030500           RTD-REC-STATUS IS NOT EQUAL TO WS-RI-STATUS OR         ZBNKRTL1
030600           RTD-REC-ACH IS NOT EQUAL TO WS-RI-ACH OR               ZBNKRTL1
030700           RTD-REC-WIRE IS NOT EQUAL TO WS-RI-WIRE OR             ZBNKRTL1
030800           RTD-REC-NEW-ROUTING IS NOT EQUAL TO WS-RI-NEW-ROUTING  ZBNKRTL1
030900           MOVE 'Y' TO WS-ROW-CHANGED                             ZBNKRTL1
031000        END-IF                                                    ZBNKRTL1
031100        IF WS-RI-STATUS IS EQUAL TO 'I' AND                       ZBNKRTL1
031200           RTD-STATUS-ACTIVE                                      ZBNKRTL1
031300           MOVE WS-RUN-DATE TO RTD-REC-INACTIVE-DATE              ZBNKRTL1
031400        END-IF                                                    ZBNKRTL1
031500        IF WS-RI-STATUS IS EQUAL TO 'A'                           ZBNKRTL1
031600           MOVE SPACES TO RTD-REC-INACTIVE-DATE                   ZBNKRTL1
031700        END-IF                                                    ZBNKRTL1
031800        PERFORM MOVE-FEED-TO-ROW                                  ZBNKRTL1
031900        IF WS-ROW-CHANGED IS EQUAL TO 'Y'                         ZBNKRTL1
032000           MOVE WS-RUN-DATE TO RTD-REC-CHANGE-DATE                ZBNKRTL1
032100           ADD 1 TO WS-ROUTINGS-CHANGED                           ZBNKRTL1
032200        END-IF                                                    ZBNKRTL1
032300        MOVE WS-RUN-DATE TO RTD-REC-LOADED-DATE                   ZBNKRTL1
032400        REWRITE RTD-RECORD                                        ZBNKRTL1
032500     END-IF.                                                      ZBNKRTL1
032600     IF WS-BNKRTDIR-STATUS IS NOT EQUAL TO '00'                   ZBNKRTL1
032700        MOVE 'Unable to load directory entry'                     ZBNKRTL1
032800          TO WS-CONSOLE-MESSAGE                                   ZBNKRTL1
032900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTL1
033000        MOVE WS-BNKRTDIR-STATUS TO WS-IO-STATUS                   ZBNKRTL1
033100        PERFORM DISPLAY-IO-STATUS                                 ZBNKRTL1
033200        PERFORM ABORT-PROGRAM                                     ZBNKRTL1
033300     END-IF.                                                      ZBNKRTL1
033400 APPLY-ONE-RECORD-EXIT.                                           ZBNKRTL1
033500     EXIT.                                                        ZBNKRTL1
033600                                                                  ZBNKRTL1
033700***************************************************************** ZBNKRTL1
033800* Carry the directory's view of the bank onto the row           * ZBNKRTL1
033900***************************************************************** ZBNKRTL1
034000 MOVE-FEED-TO-ROW.                                                ZBNKRTL1
034100     MOVE WS-RI-NAME TO RTD-REC-NAME.                             ZBNKRTL1
034200     MOVE WS-RI-CITY TO RTD-REC-CITY.                             ZBNKRTL1
034300     MOVE WS-RI-STATE TO RTD-REC-STATE.                           ZBNKRTL1
034400     MOVE WS-RI-STATUS TO RTD-REC-STATUS.                         ZBNKRTL1
034500     MOVE WS-RI-ACH TO RTD-REC-ACH.                               ZBNKRTL1
034600     MOVE WS-RI-WIRE TO RTD-REC-WIRE.                             ZBNKRTL1
034700     MOVE WS-RI-NEW-ROUTING TO RTD-REC-NEW-ROUTING.               ZBNKRTL1
034800                                                                  ZBNKRTL1
034900***************************************************************** ZBNKRTL1
035000* A routing the directory no longer carries is kept but marked  * ZBNKRTL1
035100* inactive so stored instructions still name their bank         * ZBNKRTL1
035200***************************************************************** ZBNKRTL1
035300 RETIRE-ONE-ROUTING.                                              ZBNKRTL1
035400     SET RTD-STATUS-INACTIVE TO TRUE.                             ZBNKRTL1
035500     MOVE WS-RUN-DATE TO RTD-REC-INACTIVE-DATE.                   ZBNKRTL1
035600     MOVE WS-RUN-DATE TO RTD-REC-CHANGE-DATE.                     ZBNKRTL1
035700     REWRITE RTD-RECORD.                                          ZBNKRTL1
035800     IF WS-BNKRTDIR-STATUS IS NOT EQUAL TO '00'                   ZBNKRTL1
035900        MOVE 'Unable to retire directory entry'                   ZBNKRTL1
036000          TO WS-CONSOLE-MESSAGE                                   ZBNKRTL1
036100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTL1
036200        MOVE WS-BNKRTDIR-STATUS TO WS-IO-STATUS                   ZBNKRTL1
036300        PERFORM DISPLAY-IO-STATUS                                 ZBNKRTL1
036400        PERFORM ABORT-PROGRAM                                     ZBNKRTL1
036500     END-IF.                                                      ZBNKRTL1
036600     ADD 1 TO WS-ROUTINGS-RETIRED.                                ZBNKRTL1
036700                                                                  ZBNKRTL1
036800***************************************************************** ZBNKRTL1
036900* Open the feed and directory files                             * ZBNKRTL1
037000***************************************************************** ZBNKRTL1
037100 OPEN-FILES.                                                      ZBNKRTL1
037200     OPEN INPUT RTDIRIN-FILE.                                     ZBNKRTL1
037300     IF WS-RTDIRIN-STATUS IS NOT EQUAL TO '00'                    ZBNKRTL1
037400        MOVE 'RTDIRIN file open failure...'                       ZBNKRTL1
037500          TO WS-CONSOLE-MESSAGE                                   ZBNKRTL1
037600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTL1
037700        MOVE WS-RTDIRIN-STATUS TO WS-IO-STATUS                    ZBNKRTL1
037800        PERFORM DISPLAY-IO-STATUS                                 ZBNKRTL1
037900        PERFORM ABORT-PROGRAM                                     ZBNKRTL1
038000     END-IF.                                                      ZBNKRTL1
038100     OPEN I-O BNKRTDIR-FILE.                                      ZBNKRTL1
038200     IF WS-BNKRTDIR-STATUS IS NOT EQUAL TO '00'                   ZBNKRTL1
038300        MOVE 'BNKRTDIR file open failure...'                      ZBNKRTL1
038400          TO WS-CONSOLE-MESSAGE                                   ZBNKRTL1
038500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTL1
038600        MOVE WS-BNKRTDIR-STATUS TO WS-IO-STATUS                   ZBNKRTL1
038700        PERFORM DISPLAY-IO-STATUS                                 ZBNKRTL1
038800        PERFORM ABORT-PROGRAM                                     ZBNKRTL1
038900     END-IF.                                                      ZBNKRTL1
039000                                                                  ZBNKRTL1
039100***************************************************************** ZBNKRTL1
039200* Close the files                                               * ZBNKRTL1
039300***************************************************************** ZBNKRTL1
039400 CLOSE-FILES.                                                     ZBNKRTL1
039500     CLOSE RTDIRIN-FILE.                                          ZBNKRTL1
039600     CLOSE BNKRTDIR-FILE.                                         ZBNKRTL1
039700                                                                  ZBNKRTL1
039800***************************************************************** ZBNKRTL1
039900* Display the file status bytes. This routine will display as   * ZBNKRTL1
040000* two digits if the full two byte file status is numeric. If    * ZBNKRTL1
040100* second byte is non-numeric then it will be treated as a       * ZBNKRTL1
040200* binary number.                                                * ZBNKRTL1
040300***************************************************************** ZBNKRTL1
040400 DISPLAY-IO-STATUS.                                               ZBNKRTL1
040500     IF WS-IO-STATUS NUMERIC                                      ZBNKRTL1
040600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKRTL1
040700        STRING 'File status -' DELIMITED BY SIZE                  ZBNKRTL1
040800               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKRTL1
040900          INTO WS-CONSOLE-MESSAGE                                 ZBNKRTL1
041000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTL1
041100     ELSE                                                         ZBNKRTL1
041200        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKRTL1
041300        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKRTL1
041400        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKRTL1
041500        STRING 'File status -' DELIMITED BY SIZE                  ZBNKRTL1
041600               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKRTL1
041700               '/' DELIMITED BY SIZE                              ZBNKRTL1
041800               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKRTL1
041900          INTO WS-CONSOLE-MESSAGE                                 ZBNKRTL1
042000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTL1
042100     END-IF.                                                      ZBNKRTL1
042200                                                                  ZBNKRTL1
042300***************************************************************** ZBNKRTL1
042400* 'ABORT' the program.                                          * ZBNKRTL1
042500* Post a message to the console and issue a STOP RUN            * ZBNKRTL1
042600***************************************************************** ZBNKRTL1
042700 ABORT-PROGRAM.                                                   ZBNKRTL1
042800     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKRTL1
042900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTL1
043000     END-IF.                                                      ZBNKRTL1
043100     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKRTL1
043200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRTL1
043300     MOVE 16 TO RETURN-CODE.                                      ZBNKRTL1
043400     STOP RUN.                                                    ZBNKRTL1
043500                                                                  ZBNKRTL1
043600***************************************************************** ZBNKRTL1
043700* Display CONSOLE messages...                                   * ZBNKRTL1
043800***************************************************************** ZBNKRTL1
043900 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKRTL1
044000     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKRTL1
044100       UPON CONSOLE.                                              ZBNKRTL1
044200     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKRTL1
044300                                                                  ZBNKRTL1
044400 COPY CTIMERP.                                                    ZBNKRTL1
044500                                                                  ZBNKRTL1
044600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKRTL1
