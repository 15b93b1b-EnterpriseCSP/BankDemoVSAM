000100***************************************************************** ZBNKRML1
000200*                                                               * ZBNKRML1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKRML1
000400*   This demonstration program is provided for use by users     * ZBNKRML1
000500*   of Micro Focus products and may be used, modified and       * ZBNKRML1
000600*   distributed as part of your application provided that       * ZBNKRML1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKRML1
000800*   in this material.                                           * ZBNKRML1
000900*                                                               * ZBNKRML1
001000***************************************************************** ZBNKRML1
001100                                                                  ZBNKRML1
001200***************************************************************** ZBNKRML1
001300* Program:     ZBNKRML1.CBL                                     * ZBNKRML1
001400* Function:    Returned-mail load.  Reads the RMAILIN file of   * ZBNKRML1
001500*              statements, labels, letters and cards that have  * ZBNKRML1
001600*              come back gone-away, whether scanned from the    * ZBNKRML1
001700*              envelope barcode or keyed by the post room, one  * ZBNKRML1
001800*              card per item:                                   * ZBNKRML1
001900*                col 1-5   PID                                  * ZBNKRML1
002000*                col 6-7   document - ST statement, LB label,   * ZBNKRML1
002100*                          LT letter, CD card                   * ZBNKRML1
002200*                col 8-17  date returned (ccyy-mm-dd) - blank   * ZBNKRML1
002300*                          for today                            * ZBNKRML1
002400*                col 18    B barcode scan, K keyed (default)    * ZBNKRML1
002500*              The customer's address is marked undeliverable   * ZBNKRML1
002600*              on BNKCUST with the date and the document, so    * ZBNKRML1
002700*              statements, labels and letters are held or sent  * ZBNKRML1
002800*              by email until a new address is recorded.  A     * ZBNKRML1
002900*              merged PID is followed to its survivor.  Every   * ZBNKRML1
003000*              customer returned is listed by branch of record  * ZBNKRML1
003100*              with the last known address, telephone and email * ZBNKRML1
003200*              for the branch to trace.  RC 4 when any card is  * ZBNKRML1
003300*              rejected.  BNKCUST updates are journaled through * ZBNKRML1
003400*              UJOURNL for forward recovery.                    * ZBNKRML1
003500***************************************************************** ZBNKRML1
003600                                                                  ZBNKRML1
003700 IDENTIFICATION DIVISION.                                         ZBNKRML1
003800 PROGRAM-ID.                                                      ZBNKRML1
003900     ZBNKRML1.                                                    ZBNKRML1
004000 DATE-WRITTEN.                                                    ZBNKRML1
004100     October 2026.                                                ZBNKRML1
004200 DATE-COMPILED.                                                   ZBNKRML1
004300     Today.                                                       ZBNKRML1
004400                                                                  ZBNKRML1
004500 ENVIRONMENT DIVISION.                                            ZBNKRML1
004600 INPUT-OUTPUT   SECTION.                                          ZBNKRML1
004700   FILE-CONTROL.                                                  ZBNKRML1
004800     SELECT RMAILIN-FILE                                          ZBNKRML1
004900            ASSIGN       TO RMAILIN                               ZBNKRML1
005000            ORGANIZATION IS SEQUENTIAL                            ZBNKRML1
005100            ACCESS MODE  IS SEQUENTIAL                            ZBNKRML1
005200            FILE STATUS  IS WS-RMAILIN-STATUS.                    ZBNKRML1
005300     SELECT BNKCUST-FILE                                          ZBNKRML1
005400            ASSIGN       TO BNKCUST                               ZBNKRML1
005500            ORGANIZATION IS INDEXED                               ZBNKRML1
005600            ACCESS MODE  IS DYNAMIC                               ZBNKRML1
005700            RECORD KEY   IS BCS-REC-PID                           ZBNKRML1
005800            ALTERNATE KEY IS BCS-REC-NAME WITH DUPLICATES         ZBNKRML1
005900            ALTERNATE KEY IS BCS-REC-NAME-FF WITH DUPLICATES      ZBNKRML1
006000            FILE STATUS  IS WS-BNKCUST-STATUS.                    ZBNKRML1
006100     SELECT BNKACC-FILE                                           ZBNKRML1
006200            ASSIGN       TO BNKACC                                ZBNKRML1
006300            ORGANIZATION IS INDEXED                               ZBNKRML1
006400            ACCESS MODE  IS DYNAMIC                               ZBNKRML1
006500            RECORD KEY   IS BAC-REC-ACCNO                         ZBNKRML1
006600            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          ZBNKRML1
006700            FILE STATUS  IS WS-BNKACC-STATUS.                     ZBNKRML1
006800     SELECT SRTRML-FILE                                           ZBNKRML1
006900            ASSIGN       TO SRTRML.                               ZBNKRML1
007000     SELECT PRINTOUT-FILE                                         ZBNKRML1
007100            ASSIGN       TO PRINTOUT                              ZBNKRML1
007200            ORGANIZATION IS SEQUENTIAL                            ZBNKRML1
007300            ACCESS MODE  IS SEQUENTIAL                            ZBNKRML1
007400            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKRML1
007500                                                                  ZBNKRML1
007600 DATA DIVISION.                                                   ZBNKRML1
007700 FILE SECTION.                                                    ZBNKRML1
007800                                                                  ZBNKRML1
007900 FD  RMAILIN-FILE.                                                ZBNKRML1
008000 01  RMAILIN-REC                             PIC X(80).           ZBNKRML1
008100                                                                  ZBNKRML1
008200 FD  BNKCUST-FILE.                                                ZBNKRML1
008300 01  BNKCUST-REC.                                                 ZBNKRML1
008400 COPY CBANKVCS.                                                   ZBNKRML1
008500                                                                  ZBNKRML1
008600 FD  BNKACC-FILE.                                                 ZBNKRML1
008700 01  BNKACC-REC.                                                  ZBNKRML1
008800 COPY CBANKVAC.                                                   ZBNKRML1
008900                                                                  ZBNKRML1
009000 SD  SRTRML-FILE.                                                 ZBNKRML1
009100 01  SRTRML-REC.                                                  ZBNKRML1
009200   05  SRTRML-BRANCH                         PIC X(3).            ZBNKRML1
009300   05  SRTRML-PID                            PIC X(5).            ZBNKRML1
009400   05  SRTRML-NAME                           PIC X(25).           ZBNKRML1
009500   05  SRTRML-ADDR1                          PIC X(25).           ZBNKRML1
009600   05  SRTRML-ADDR2                          PIC X(25).           ZBNKRML1
009700   05  SRTRML-STATE                          PIC X(2).            ZBNKRML1
009800   05  SRTRML-CNTRY                          PIC X(6).            ZBNKRML1
009900   05  SRTRML-POST-CODE                      PIC X(6).            ZBNKRML1
010000   05  SRTRML-TEL                            PIC X(12).           ZBNKRML1
010100   05  SRTRML-EMAIL                          PIC X(30).           ZBNKRML1
010200   05  SRTRML-DOC                            PIC X(2).            ZBNKRML1
010300   05  SRTRML-RETURNED-DTE                   PIC X(10).           ZBNKRML1
010400   05  SRTRML-SINCE-DTE                      PIC X(10).           ZBNKRML1
010500                                                                  ZBNKRML1
010600 FD  PRINTOUT-FILE.                                               ZBNKRML1
010700 01  PRINTOUT-REC                            PIC X(121).          ZBNKRML1
010800                                                                  ZBNKRML1
010900 WORKING-STORAGE SECTION.                                         ZBNKRML1
011000 COPY CTIMERD.                                                    ZBNKRML1
011100                                                                  ZBNKRML1
011200 COPY CTSTAMPD.                                                   ZBNKRML1
011300                                                                  ZBNKRML1
011400 COPY CJOURNLD.                                                   ZBNKRML1
011500                                                                  ZBNKRML1
011600***************************************************************** ZBNKRML1
011700* Returned-mail card                                            * ZBNKRML1
011800***************************************************************** ZBNKRML1
011900 01  WS-RMAILIN-CARD.                                             ZBNKRML1
012000   05  WS-RC-PID                             PIC X(5).            ZBNKRML1
012100     88  WS-RC-COMMENT VALUE '*'.                                 ZBNKRML1
012200   05  WS-RC-DOC                             PIC X(2).            ZBNKRML1
012300     88  WS-RC-DOC-VALID VALUE 'ST' 'LB' 'LT' 'CD'.               ZBNKRML1
012400   05  WS-RC-DATE                            PIC X(10).           ZBNKRML1
012500   05  WS-RC-DATE-R REDEFINES WS-RC-DATE.                         ZBNKRML1
012600     10  WS-RC-DATE-CCYY                     PIC X(4).            ZBNKRML1
012700     10  WS-RC-DATE-SEP1                     PIC X(1).            ZBNKRML1
012800     10  WS-RC-DATE-MM                       PIC X(2).            ZBNKRML1
012900     10  WS-RC-DATE-SEP2                     PIC X(1).            ZBNKRML1
013000     10  WS-RC-DATE-DD                       PIC X(2).            ZBNKRML1
013100   05  WS-RC-SOURCE                          PIC X(1).            ZBNKRML1
013200     88  WS-RC-SCANNED VALUE 'B'.                                 ZBNKRML1
013300     88  WS-RC-KEYED VALUE 'K' ' '.                               ZBNKRML1
013400   05  FILLER                                PIC X(62).           ZBNKRML1
013500                                                                  ZBNKRML1
013600 01  WS-MISC-STORAGE.                                             ZBNKRML1
013700   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKRML1
013800       VALUE 'ZBNKRML1'.                                          ZBNKRML1
013900   05  WS-RMAILIN-STATUS.                                         ZBNKRML1
014000     10  WS-RMAILIN-STAT1                    PIC X(1).            ZBNKRML1
014100     10  WS-RMAILIN-STAT2                    PIC X(1).            ZBNKRML1
014200   05  WS-BNKCUST-STATUS.                                         ZBNKRML1
014300     10  WS-BNKCUST-STAT1                    PIC X(1).            ZBNKRML1
014400     10  WS-BNKCUST-STAT2                    PIC X(1).            ZBNKRML1
014500   05  WS-BNKACC-STATUS.                                          ZBNKRML1
014600     10  WS-BNKACC-STAT1                     PIC X(1).            ZBNKRML1
014700     10  WS-BNKACC-STAT2                     PIC X(1).            ZBNKRML1
014800   05  WS-PRINTOUT-STATUS.                                        ZBNKRML1
014900     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKRML1
015000     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKRML1
015100   05  WS-IO-STATUS.                                              ZBNKRML1
015200     10  WS-IO-STAT1                         PIC X(1).            ZBNKRML1
015300     10  WS-IO-STAT2                         PIC X(1).            ZBNKRML1
015400   05  WS-TWO-BYTES.                                              ZBNKRML1
015500     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKRML1
015600     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKRML1
015700   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKRML1
015800                                             PIC 9(1) COMP.       ZBNKRML1
015900   05  WS-END-OF-FILE                        PIC X(3)             ZBNKRML1
016000       VALUE 'NO '.                                               ZBNKRML1
016100   05  WS-RUN-DATE                           PIC X(10).           ZBNKRML1
016200   05  WS-RETURNED-DTE                       PIC X(10).           ZBNKRML1
016300   05  WS-CUST-BRANCH                        PIC X(3).            ZBNKRML1
016400   05  WS-LAST-BRANCH                        PIC X(3).            ZBNKRML1
016500   05  WS-REJECT-REASON                      PIC X(40).           ZBNKRML1
016600   05  WS-CARDS-READ                         PIC 9(7)             ZBNKRML1
016700       VALUE ZERO.                                                ZBNKRML1
016800   05  WS-CARDS-SCANNED                      PIC 9(7)             ZBNKRML1
016900       VALUE ZERO.                                                ZBNKRML1
017000   05  WS-CARDS-KEYED                        PIC 9(7)             ZBNKRML1
017100       VALUE ZERO.                                                ZBNKRML1
017200   05  WS-ADDRS-FLAGGED                      PIC 9(7)             ZBNKRML1
017300       VALUE ZERO.                                                ZBNKRML1
017400   05  WS-ADDRS-ALREADY                      PIC 9(7)             ZBNKRML1
017500       VALUE ZERO.                                                ZBNKRML1
017600   05  WS-CARDS-REJECTED                     PIC 9(7)             ZBNKRML1
017700       VALUE ZERO.                                                ZBNKRML1
017800   05  WS-CUSTS-LISTED                       PIC 9(7)             ZBNKRML1
017900       VALUE ZERO.                                                ZBNKRML1
018000                                                                  ZBNKRML1
018100 01  WS-REPORT-LINES.                                             ZBNKRML1
018200   05  WS-LINE1.                                                  ZBNKRML1
018300     10  WS-LINE1-CC                         PIC X(1)             ZBNKRML1
018400         VALUE '1'.                                               ZBNKRML1
018500     10  FILLER                              PIC X(20)            ZBNKRML1
018600         VALUE SPACES.                                            ZBNKRML1
018700     10  WS-LINE1-HEAD                       PIC X(45)            ZBNKRML1
018800         VALUE 'Returned Mail Load'.                              ZBNKRML1
018900     10  FILLER                              PIC X(10)            ZBNKRML1
019000         VALUE 'Run date'.                                        ZBNKRML1
019100     10  WS-LINE1-DATE                       PIC X(10).           ZBNKRML1
019200   05  WS-LINE3.                                                  ZBNKRML1
019300     10  WS-LINE3-CC                         PIC X(1)             ZBNKRML1
019400         VALUE ' '.                                               ZBNKRML1
019500     10  FILLER                              PIC X(9)             ZBNKRML1
019600         VALUE 'PID'.                                             ZBNKRML1
019700     10  FILLER                              PIC X(5)             ZBNKRML1
019800         VALUE 'Doc'.                                             ZBNKRML1
019900     10  FILLER                              PIC X(12)            ZBNKRML1
020000         VALUE 'Returned'.                                        ZBNKRML1
020100     10  FILLER                              PIC X(8)             ZBNKRML1
020200         VALUE 'Source'.                                          ZBNKRML1
020300     10  FILLER                              PIC X(40)            ZBNKRML1
020400         VALUE 'Result'.                                          ZBNKRML1
020500   05  WS-LINE4.                                                  ZBNKRML1
020600     10  WS-LINE4-CC                         PIC X(1)             ZBNKRML1
020700         VALUE ' '.                                               ZBNKRML1
020800     10  WS-LINE4-PID                        PIC X(5).            ZBNKRML1
020900     10  FILLER                              PIC X(4)             ZBNKRML1
021000         VALUE SPACES.                                            ZBNKRML1
021100     10  WS-LINE4-DOC                        PIC X(2).            ZBNKRML1
021200     10  FILLER                              PIC X(3)             ZBNKRML1
021300         VALUE SPACES.                                            ZBNKRML1
021400     10  WS-LINE4-DATE                       PIC X(10).           ZBNKRML1
021500     10  FILLER                              PIC X(2)             ZBNKRML1
021600         VALUE SPACES.                                            ZBNKRML1
021700     10  WS-LINE4-SOURCE                     PIC X(8).            ZBNKRML1
021800     10  WS-LINE4-RESULT                     PIC X(40).           ZBNKRML1
021900     10  WS-LINE4-MERGED                     PIC X(15).           ZBNKRML1
022000   05  WS-LINE5.                                                  ZBNKRML1
022100     10  WS-LINE5-CC                         PIC X(1)             ZBNKRML1
022200         VALUE ' '.                                               ZBNKRML1
022300     10  WS-LINE5-DESC                       PIC X(30).           ZBNKRML1
022400     10  WS-LINE5-COUNT                      PIC ZZZZZZ9.         ZBNKRML1
022500   05  WS-LINE6.                                                  ZBNKRML1
022600     10  WS-LINE6-CC                         PIC X(1)             ZBNKRML1
022700         VALUE '1'.                                               ZBNKRML1
022800     10  FILLER                              PIC X(20)            ZBNKRML1
022900         VALUE SPACES.                                            ZBNKRML1
023000     10  FILLER                              PIC X(45)            ZBNKRML1
023100         VALUE 'Returned Mail - Branch Trace List'.               ZBNKRML1
023200     10  FILLER                              PIC X(7)             ZBNKRML1
023300         VALUE 'Branch'.                                          ZBNKRML1
023400     10  WS-LINE6-BRANCH                     PIC X(3).            ZBNKRML1
023500   05  WS-LINE7.                                                  ZBNKRML1
023600     10  WS-LINE7-CC                         PIC X(1)             ZBNKRML1
023700         VALUE ' '.                                               ZBNKRML1
023800     10  FILLER                              PIC X(7)             ZBNKRML1
023900         VALUE 'PID'.                                             ZBNKRML1
024000     10  FILLER                              PIC X(27)            ZBNKRML1
024100         VALUE 'Name'.                                            ZBNKRML1
024200     10  FILLER                              PIC X(27)            ZBNKRML1
024300         VALUE 'Last address'.                                    ZBNKRML1
024400     10  FILLER                              PIC X(27)            ZBNKRML1
024500         VALUE SPACES.                                            ZBNKRML1
024600     10  FILLER                              PIC X(5)             ZBNKRML1
024700         VALUE 'Doc'.                                             ZBNKRML1
024800     10  FILLER                              PIC X(12)            ZBNKRML1
024900         VALUE 'Returned'.                                        ZBNKRML1
025000     10  FILLER                              PIC X(15)            ZBNKRML1
025100         VALUE 'Undeliverable'.                                   ZBNKRML1
025200   05  WS-LINE8.                                                  ZBNKRML1
025300     10  WS-LINE8-CC                         PIC X(1)             ZBNKRML1
025400         VALUE ' '.                                               ZBNKRML1
025500     10  WS-LINE8-PID                        PIC X(5).            ZBNKRML1
025600     10  FILLER                              PIC X(2)             ZBNKRML1
025700         VALUE SPACES.                                            ZBNKRML1
025800     10  WS-LINE8-NAME                       PIC X(25).           ZBNKRML1
025900     10  FILLER                              PIC X(2)             ZBNKRML1
026000         VALUE SPACES.                                            ZBNKRML1
026100     10  WS-LINE8-ADDR1                      PIC X(25).           ZBNKRML1
026200     10  FILLER                              PIC X(2)             ZBNKRML1
026300         VALUE SPACES.                                            ZBNKRML1
026400     10  WS-LINE8-ADDR2                      PIC X(25).           ZBNKRML1
026500     10  FILLER                              PIC X(2)             ZBNKRML1
026600         VALUE SPACES.                                            ZBNKRML1
026700     10  WS-LINE8-DOC                        PIC X(2).            ZBNKRML1
026800     10  FILLER                              PIC X(3)             ZBNKRML1
026900         VALUE SPACES.                                            ZBNKRML1
027000     10  WS-LINE8-RETURNED                   PIC X(10).           ZBNKRML1
027100     10  FILLER                              PIC X(2)             ZBNKRML1
027200         VALUE SPACES.                                            ZBNKRML1
027300     10  WS-LINE8-SINCE                      PIC X(15).           ZBNKRML1
027400   05  WS-LINE9.                                                  ZBNKRML1
027500     10  WS-LINE9-CC                         PIC X(1)             ZBNKRML1
027600         VALUE ' '.                                               ZBNKRML1
027700     10  FILLER                              PIC X(61)            ZBNKRML1
027800         VALUE SPACES.                                            ZBNKRML1
027900     10  WS-LINE9-STATE                      PIC X(2).            ZBNKRML1
028000     10  FILLER                              PIC X(1)             ZBNKRML1
028100         VALUE SPACES.                                            ZBNKRML1
028200     10  WS-LINE9-POST-CODE                  PIC X(6).            ZBNKRML1
028300     10  FILLER                              PIC X(1)             ZBNKRML1
028400         VALUE SPACES.                                            ZBNKRML1
028500     10  WS-LINE9-CNTRY                      PIC X(6).            ZBNKRML1
028600     10  FILLER                              PIC X(6)             ZBNKRML1
028700         VALUE '  Tel'.                                           ZBNKRML1
028800     10  WS-LINE9-TEL                        PIC X(12).           ZBNKRML1
028900     10  FILLER                              PIC X(8)             ZBNKRML1
029000         VALUE '  Email'.                                         ZBNKRML1
029100     10  WS-LINE9-EMAIL                      PIC X(30).           ZBNKRML1
029200                                                                  ZBNKRML1
029300 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKRML1
029400                                                                  ZBNKRML1
029500 PROCEDURE DIVISION.                                              ZBNKRML1
029600                                                                  ZBNKRML1
029700     PERFORM RUN-TIME.                                            ZBNKRML1
029800                                                                  ZBNKRML1
029900     MOVE 'Returned mail load starting'                           ZBNKRML1
030000       TO WS-CONSOLE-MESSAGE.                                     ZBNKRML1
030100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRML1
030200                                                                  ZBNKRML1
030300 COPY CTSTAMPP.                                                   ZBNKRML1
030400     MOVE WS-TIMESTAMP (1:10) TO WS-RUN-DATE.                     ZBNKRML1
030500                                                                  ZBNKRML1
030600     PERFORM OPEN-FILES.                                          ZBNKRML1
030700     MOVE WS-RUN-DATE TO WS-LINE1-DATE.                           ZBNKRML1
030800     MOVE WS-LINE1 TO PRINTOUT-REC.                               ZBNKRML1
030900     PERFORM PRINTOUT-PUT.                                        ZBNKRML1
031000     MOVE WS-LINE3 TO PRINTOUT-REC.                               ZBNKRML1
031100     PERFORM PRINTOUT-PUT.                                        ZBNKRML1
031200                                                                  ZBNKRML1
031300     SORT SRTRML-FILE                                             ZBNKRML1
031400          ON ASCENDING KEY SRTRML-BRANCH                          ZBNKRML1
031500                           SRTRML-PID                             ZBNKRML1
031600          INPUT PROCEDURE IS LOAD-RETURNED-MAIL                   ZBNKRML1
031700                        THRU LOAD-RETURNED-MAIL-EXIT              ZBNKRML1
031800          OUTPUT PROCEDURE IS PRINT-TRACE-LIST                    ZBNKRML1
031900                         THRU PRINT-TRACE-LIST-EXIT.              ZBNKRML1
032000     IF SORT-RETURN IS NOT EQUAL TO ZERO                          ZBNKRML1
032100        MOVE 'Sort of branch trace list failed'                   ZBNKRML1
032200          TO WS-CONSOLE-MESSAGE                                   ZBNKRML1
032300        PERFORM ABORT-PROGRAM                                     ZBNKRML1
032400     END-IF.                                                      ZBNKRML1
032500                                                                  ZBNKRML1
032600     PERFORM PRINT-REPORT-TOTALS.                                 ZBNKRML1
032700     PERFORM CLOSE-FILES.                                         ZBNKRML1
032800                                                                  ZBNKRML1
032900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKRML1
033000     STRING WS-ADDRS-FLAGGED DELIMITED BY SIZE                    ZBNKRML1
033100            ' addresses flagged, ' DELIMITED BY SIZE              ZBNKRML1
033200            WS-CARDS-REJECTED DELIMITED BY SIZE                   ZBNKRML1
033300            ' cards rejected' DELIMITED BY SIZE                   ZBNKRML1
033400       INTO WS-CONSOLE-MESSAGE.                                   ZBNKRML1
033500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRML1
033600     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKRML1
033700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRML1
033800                                                                  ZBNKRML1
033900     PERFORM RUN-TIME.                                            ZBNKRML1
034000                                                                  ZBNKRML1
034100     IF WS-CARDS-REJECTED IS GREATER THAN ZERO                    ZBNKRML1
034200        MOVE 4 TO RETURN-CODE                                     ZBNKRML1
034300     ELSE                                                         ZBNKRML1
034400        MOVE 0 TO RETURN-CODE                                     ZBNKRML1
034500     END-IF.                                                      ZBNKRML1
034600                                                                  ZBNKRML1
034700     GOBACK.                                                      ZBNKRML1
034800                                                                  ZBNKRML1
034900***************************************************************** ZBNKRML1
035000* Sort input - work every returned-mail card and release each   * ZBNKRML1
035100* customer marked undeliverable for the branch trace list       * ZBNKRML1
035200***************************************************************** ZBNKRML1
035300 LOAD-RETURNED-MAIL.                                              ZBNKRML1
035400     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKRML1
035500        READ RMAILIN-FILE INTO WS-RMAILIN-CARD                    ZBNKRML1
035600        IF WS-RMAILIN-STATUS IS NOT EQUAL TO '00'                 ZBNKRML1
035700           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKRML1
035800        ELSE                                                      ZBNKRML1
035900           PERFORM PROCESS-ONE-CARD THRU                          ZBNKRML1
036000                   PROCESS-ONE-CARD-EXIT                          ZBNKRML1
036100        END-IF                                                    ZBNKRML1
036200     END-PERFORM.                                                 ZBNKRML1
036300 LOAD-RETURNED-MAIL-EXIT.                                         ZBNKRML1
036400     EXIT.                                                        ZBNKRML1
036500                                                                  ZBNKRML1
036600***************************************************************** ZBNKRML1
036700* Check one card and mark the customer's address undeliverable  * ZBNKRML1
036800* - a customer already marked keeps the date first returned     * ZBNKRML1
036900***************************************************************** ZBNKRML1
037000 PROCESS-ONE-CARD.                                                ZBNKRML1
037100     IF WS-RMAILIN-CARD IS EQUAL TO SPACES OR                     ZBNKRML1
037200        WS-RMAILIN-CARD (1:1) IS EQUAL TO '*'                     ZBNKRML1
037300        GO TO PROCESS-ONE-CARD-EXIT                               ZBNKRML1
037400     END-IF.                                                      ZBNKRML1
037500     ADD 1 TO WS-CARDS-READ.                                      ZBNKRML1
037600     IF WS-RC-SCANNED                                             ZBNKRML1
037700        ADD 1 TO WS-CARDS-SCANNED                                 ZBNKRML1
037800     ELSE                                                         ZBNKRML1
037900        ADD 1 TO WS-CARDS-KEYED                                   ZBNKRML1
038000     END-IF.                                                      ZBNKRML1
038100     MOVE SPACES TO WS-REJECT-REASON.                             ZBNKRML1
038200     MOVE SPACES TO WS-LINE4-MERGED.                              ZBNKRML1
038300     PERFORM CHECK-CARD THRU                                      ZBNKRML1
038400             CHECK-CARD-EXIT.                                     ZBNKRML1
038500     IF WS-REJECT-REASON IS NOT EQUAL TO SPACES                   ZBNKRML1
038600        ADD 1 TO WS-CARDS-REJECTED                                ZBNKRML1
038700        MOVE WS-REJECT-REASON TO WS-LINE4-RESULT                  ZBNKRML1
038800        PERFORM PRINT-CARD-LINE                                   ZBNKRML1
038900        GO TO PROCESS-ONE-CARD-EXIT                               ZBNKRML1
039000     END-IF.                                                      ZBNKRML1
039100     IF BCS-ADDR-UNDELIVERABLE                                    ZBNKRML1
039200        ADD 1 TO WS-ADDRS-ALREADY                                 ZBNKRML1
039300        MOVE SPACES TO WS-LINE4-RESULT                            ZBNKRML1
039400        STRING 'Already undeliverable since ' DELIMITED BY SIZE   ZBNKRML1
039500               BCS-REC-UNDELIV-DTE DELIMITED BY SIZE              ZBNKRML1
039600          INTO WS-LINE4-RESULT                                    ZBNKRML1
039700     ELSE                                                         ZBNKRML1
039800        SET BCS-ADDR-UNDELIVERABLE TO TRUE                        ZBNKRML1
039900        MOVE WS-RETURNED-DTE TO BCS-REC-UNDELIV-DTE               ZBNKRML1
040000        MOVE WS-RC-DOC TO BCS-REC-UNDELIV-DOC                     ZBNKRML1
040100        PERFORM REWRITE-BNKCUST                                   ZBNKRML1
040200        ADD 1 TO WS-ADDRS-FLAGGED                                 ZBNKRML1
040300        MOVE 'Address marked undeliverable'                       ZBNKRML1
040400          TO WS-LINE4-RESULT                                      ZBNKRML1
040500     END-IF.                                                      ZBNKRML1
040600     IF BCS-REC-PID IS NOT EQUAL TO WS-RC-PID                     ZBNKRML1
040700        MOVE SPACES TO WS-LINE4-MERGED                            ZBNKRML1
040800        STRING 'Merged to ' DELIMITED BY SIZE                     ZBNKRML1
040900               BCS-REC-PID DELIMITED BY SIZE                      ZBNKRML1
041000          INTO WS-LINE4-MERGED                                    ZBNKRML1
041100     END-IF.                                                      ZBNKRML1
041200     PERFORM PRINT-CARD-LINE.                                     ZBNKRML1
041300     PERFORM FIND-CUSTOMER-BRANCH THRU                            ZBNKRML1
041400             FIND-CUSTOMER-BRANCH-EXIT.                           ZBNKRML1
041500     MOVE WS-CUST-BRANCH TO SRTRML-BRANCH.                        ZBNKRML1
041600     MOVE BCS-REC-PID TO SRTRML-PID.                              ZBNKRML1
041700     MOVE BCS-REC-NAME TO SRTRML-NAME.                            ZBNKRML1
041800     MOVE BCS-REC-ADDR1 TO SRTRML-ADDR1.                          ZBNKRML1
041900     MOVE BCS-REC-ADDR2 TO SRTRML-ADDR2.                          ZBNKRML1
042000     MOVE BCS-REC-STATE TO SRTRML-STATE.                          ZBNKRML1
042100     MOVE BCS-REC-CNTRY TO SRTRML-CNTRY.                          ZBNKRML1
042200     MOVE BCS-REC-POST-CODE TO SRTRML-POST-CODE.                  ZBNKRML1
042300     MOVE BCS-REC-TEL TO SRTRML-TEL.                              ZBNKRML1
042400     MOVE BCS-REC-EMAIL TO SRTRML-EMAIL.                          ZBNKRML1
042500     MOVE WS-RC-DOC TO SRTRML-DOC.                                ZBNKRML1
042600     MOVE WS-RETURNED-DTE TO SRTRML-RETURNED-DTE.                 ZBNKRML1
042700     MOVE BCS-REC-UNDELIV-DTE TO SRTRML-SINCE-DTE.                ZBNKRML1
042800     RELEASE SRTRML-REC.                                          ZBNKRML1
042900 PROCESS-ONE-CARD-EXIT.                                           ZBNKRML1
043000     EXIT.                                                        ZBNKRML1
043100                                                                  ZBNKRML1
043200***************************************************************** ZBNKRML1
043300* The document must be one we send, the date a real date not    * ZBNKRML1
043400* after today, and the PID on file - a merged PID is followed   * ZBNKRML1
043500* to the customer it was merged into                            * ZBNKRML1
043600***************************************************************** ZBNKRML1
043700 CHECK-CARD.                                                      ZBNKRML1
043800     IF NOT WS-RC-DOC-VALID                                       ZBNKRML1
043900        MOVE 'Document must be ST, LB, LT or CD'                  ZBNKRML1
044000          TO WS-REJECT-REASON                                     ZBNKRML1
044100        GO TO CHECK-CARD-EXIT                                     ZBNKRML1
044200     END-IF.                                                      ZBNKRML1
044300     IF NOT WS-RC-SCANNED AND                                     ZBNKRML1
044400        NOT WS-RC-KEYED                                           ZBNKRML1
044500        MOVE 'Source must be B or K' TO WS-REJECT-REASON          ZBNKRML1
044600        GO TO CHECK-CARD-EXIT                                     ZBNKRML1
044700     END-IF.                                                      ZBNKRML1
044800     IF WS-RC-DATE IS EQUAL TO SPACES                             ZBNKRML1
044900        MOVE WS-RUN-DATE TO WS-RETURNED-DTE                       ZBNKRML1
045000     ELSE                                                         ZBNKRML1
045100        IF WS-RC-DATE-CCYY IS NOT NUMERIC OR                      ZBNKRML1
045200           WS-RC-DATE-MM IS NOT NUMERIC OR                        ZBNKRML1
045300           WS-RC-DATE-DD IS NOT NUMERIC OR                        ZBNKRML1
045400           WS-RC-DATE-SEP1 IS NOT EQUAL TO '-' OR                 ZBNKRML1
045500           WS-RC-DATE-SEP2 IS NOT EQUAL TO '-' OR                 ZBNKRML1
045600           WS-RC-DATE-MM IS LESS THAN '01' OR                     ZBNKRML1
045700           WS-RC-DATE-MM IS GREATER THAN '12' OR                  ZBNKRML1
045800           WS-RC-DATE-DD IS LESS THAN '01' OR                     ZBNKRML1
045900           WS-RC-DATE-DD IS GREATER THAN '31'                     ZBNKRML1
046000           MOVE 'Date returned must be ccyy-mm-dd'                ZBNKRML1
046100             TO WS-REJECT-REASON                                  ZBNKRML1
046200           GO TO CHECK-CARD-EXIT                                  ZBNKRML1
046300        END-IF                                                    ZBNKRML1
046400        IF WS-RC-DATE IS GREATER THAN WS-RUN-DATE                 ZBNKRML1
046500           MOVE 'Date returned is in the future'                  ZBNKRML1
046600             TO WS-REJECT-REASON                                  ZBNKRML1
046700           GO TO CHECK-CARD-EXIT                                  ZBNKRML1
046800        END-IF                                                    ZBNKRML1
046900        MOVE WS-RC-DATE TO WS-RETURNED-DTE                        ZBNKRML1
047000     END-IF.                                                      ZBNKRML1
047100     IF WS-RC-PID IS EQUAL TO SPACES                              ZBNKRML1
047200        MOVE 'PID is missing' TO WS-REJECT-REASON                 ZBNKRML1
047300        GO TO CHECK-CARD-EXIT                                     ZBNKRML1
047400     END-IF.                                                      ZBNKRML1
047500     MOVE WS-RC-PID TO BCS-REC-PID.                               ZBNKRML1
047600     READ BNKCUST-FILE.                                           ZBNKRML1
047700     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKRML1
047800        MOVE 'PID not on file' TO WS-REJECT-REASON                ZBNKRML1
047900        GO TO CHECK-CARD-EXIT                                     ZBNKRML1
048000     END-IF.                                                      ZBNKRML1
048100     IF BCS-REC-MERGED-TO-PID IS EQUAL TO SPACES OR               ZBNKRML1
048200        BCS-REC-MERGED-TO-PID IS EQUAL TO LOW-VALUES              ZBNKRML1
048300        GO TO CHECK-CARD-EXIT                                     ZBNKRML1
048400     END-IF.                                                      ZBNKRML1
048500     MOVE BCS-REC-MERGED-TO-PID TO BCS-REC-PID.                   ZBNKRML1
048600     READ BNKCUST-FILE.                                           ZBNKRML1
048700     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKRML1
048800        MOVE 'PID merged to a PID not on file'                    ZBNKRML1
048900          TO WS-REJECT-REASON                                     ZBNKRML1
049000     END-IF.                                                      ZBNKRML1
049100 CHECK-CARD-EXIT.                                                 ZBNKRML1
049200     EXIT.                                                        ZBNKRML1
049300                                                                  ZBNKRML1
049400***************************************************************** ZBNKRML1
049500* The branch of record comes from the customer's first account  * ZBNKRML1
049600* - a customer with no accounts belongs to the main office      * ZBNKRML1
049700***************************************************************** ZBNKRML1
049800 FIND-CUSTOMER-BRANCH.                                            ZBNKRML1
049900     MOVE '001' TO WS-CUST-BRANCH.                                ZBNKRML1
050000     MOVE BCS-REC-PID TO BAC-REC-PID.                             ZBNKRML1
050100     START BNKACC-FILE KEY IS NOT LESS THAN BAC-REC-PID.          ZBNKRML1
050200     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKRML1
050300        GO TO FIND-CUSTOMER-BRANCH-EXIT                           ZBNKRML1
050400     END-IF.                                                      ZBNKRML1
050500     READ BNKACC-FILE NEXT RECORD.                                ZBNKRML1
050600     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKRML1
050700        GO TO FIND-CUSTOMER-BRANCH-EXIT                           ZBNKRML1
050800     END-IF.                                                      ZBNKRML1
050900     IF BAC-REC-PID IS NOT EQUAL TO BCS-REC-PID                   ZBNKRML1
051000        GO TO FIND-CUSTOMER-BRANCH-EXIT                           ZBNKRML1
051100     END-IF.                                                      ZBNKRML1
051200     IF BAC-REC-BRANCH-CODE IS NOT EQUAL TO SPACES AND            ZBNKRML1
051300        BAC-REC-BRANCH-CODE IS NOT EQUAL TO LOW-VALUES            ZBNKRML1
051400        MOVE BAC-REC-BRANCH-CODE TO WS-CUST-BRANCH                ZBNKRML1
051500     END-IF.                                                      ZBNKRML1
051600 FIND-CUSTOMER-BRANCH-EXIT.                                       ZBNKRML1
051700     EXIT.                                                        ZBNKRML1
051800                                                                  ZBNKRML1
051900***************************************************************** ZBNKRML1
052000* Sort output - the trace list, a new page for each branch      * ZBNKRML1
052100***************************************************************** ZBNKRML1
052200 PRINT-TRACE-LIST.                                                ZBNKRML1
052300     MOVE HIGH-VALUES TO WS-LAST-BRANCH.                          ZBNKRML1
052400 PRINT-TRACE-LIST-LOOP.                                           ZBNKRML1
052500     RETURN SRTRML-FILE                                           ZBNKRML1
052600       AT END                                                     ZBNKRML1
052700         GO TO PRINT-TRACE-LIST-EXIT                              ZBNKRML1
052800     END-RETURN.                                                  ZBNKRML1
052900     IF SRTRML-BRANCH IS NOT EQUAL TO WS-LAST-BRANCH              ZBNKRML1
053000        MOVE SRTRML-BRANCH TO WS-LAST-BRANCH                      ZBNKRML1
053100        MOVE SRTRML-BRANCH TO WS-LINE6-BRANCH                     ZBNKRML1
053200        MOVE WS-LINE6 TO PRINTOUT-REC                             ZBNKRML1
053300        PERFORM PRINTOUT-PUT                                      ZBNKRML1
053400        MOVE WS-LINE7 TO PRINTOUT-REC                             ZBNKRML1
053500        PERFORM PRINTOUT-PUT                                      ZBNKRML1
053600     END-IF.                                                      ZBNKRML1
053700     ADD 1 TO WS-CUSTS-LISTED.                                    ZBNKRML1
053800     MOVE SRTRML-PID TO WS-LINE8-PID.                             ZBNKRML1
053900     MOVE SRTRML-NAME TO WS-LINE8-NAME.                           ZBNKRML1
054000     MOVE SRTRML-ADDR1 TO WS-LINE8-ADDR1.                         ZBNKRML1
054100     MOVE SRTRML-ADDR2 TO WS-LINE8-ADDR2.                         ZBNKRML1
054200     MOVE SRTRML-DOC TO WS-LINE8-DOC.                             ZBNKRML1
054300     MOVE SRTRML-RETURNED-DTE TO WS-LINE8-RETURNED.               ZBNKRML1
054400     IF SRTRML-SINCE-DTE IS EQUAL TO SRTRML-RETURNED-DTE          ZBNKRML1
054500        MOVE 'New' TO WS-LINE8-SINCE                              ZBNKRML1
054600     ELSE                                                         ZBNKRML1
054700        MOVE SPACES TO WS-LINE8-SINCE                             ZBNKRML1
054800        STRING 'Since ' DELIMITED BY SIZE                         ZBNKRML1
054900               SRTRML-SINCE-DTE DELIMITED BY SIZE                 ZBNKRML1
055000          INTO WS-LINE8-SINCE                                     ZBNKRML1
055100     END-IF.                                                      ZBNKRML1
055200     MOVE WS-LINE8 TO PRINTOUT-REC.                               ZBNKRML1
055300     PERFORM PRINTOUT-PUT.                                        ZBNKRML1
055400     MOVE SRTRML-STATE TO WS-LINE9-STATE.                         ZBNKRML1
055500     MOVE SRTRML-POST-CODE TO WS-LINE9-POST-CODE.                 ZBNKRML1
055600     MOVE SRTRML-CNTRY TO WS-LINE9-CNTRY.                         ZBNKRML1
055700     MOVE SRTRML-TEL TO WS-LINE9-TEL.                             ZBNKRML1
055800     MOVE SRTRML-EMAIL TO WS-LINE9-EMAIL.                         ZBNKRML1
055900     MOVE WS-LINE9 TO PRINTOUT-REC.                               ZBNKRML1
056000     PERFORM PRINTOUT-PUT.                                        ZBNKRML1
056100     GO TO PRINT-TRACE-LIST-LOOP.                                 ZBNKRML1
056200 PRINT-TRACE-LIST-EXIT.                                           ZBNKRML1
056300     EXIT.                                                        ZBNKRML1
056400                                                                  ZBNKRML1
056500***************************************************************** ZBNKRML1
056600* Mark the address on BNKCUST and journal the update            * ZBNKRML1
056700***************************************************************** ZBNKRML1
056800 REWRITE-BNKCUST.                                                 ZBNKRML1
056900     REWRITE BCS-RECORD.                                          ZBNKRML1
057000     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKRML1
057100        MOVE 'BNKCUST error updating file...'                     ZBNKRML1
057200          TO WS-CONSOLE-MESSAGE                                   ZBNKRML1
057300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRML1
057400        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    ZBNKRML1
057500        PERFORM DISPLAY-IO-STATUS                                 ZBNKRML1
057600        PERFORM ABORT-PROGRAM                                     ZBNKRML1
057700     END-IF.                                                      ZBNKRML1
057800     SET JRN-CTL-CHANGE TO TRUE.                                  ZBNKRML1
057900     PERFORM JOURNAL-BNKCUST.                                     ZBNKRML1
058000                                                                  ZBNKRML1
058100***************************************************************** ZBNKRML1
058200* Print the card and what became of it                          * ZBNKRML1
058300***************************************************************** ZBNKRML1
058400 PRINT-CARD-LINE.                                                 ZBNKRML1
058500     MOVE WS-RC-PID TO WS-LINE4-PID.                              ZBNKRML1
058600     MOVE WS-RC-DOC TO WS-LINE4-DOC.                              ZBNKRML1
058700     MOVE WS-RC-DATE TO WS-LINE4-DATE.                            ZBNKRML1
058800     IF WS-RC-SCANNED                                             ZBNKRML1
058900        MOVE 'Scanned' TO WS-LINE4-SOURCE                         ZBNKRML1
059000     ELSE                                                         ZBNKRML1
059100        MOVE 'Keyed' TO WS-LINE4-SOURCE                           ZBNKRML1
059200     END-IF.                                                      ZBNKRML1
059300     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKRML1
059400     PERFORM PRINTOUT-PUT.                                        ZBNKRML1
059500                                                                  ZBNKRML1
059600***************************************************************** ZBNKRML1
059700* Print the run totals                                          * ZBNKRML1
059800***************************************************************** ZBNKRML1
059900 PRINT-REPORT-TOTALS.                                             ZBNKRML1
060000     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKRML1
060100     PERFORM PRINTOUT-PUT.                                        ZBNKRML1
060200     MOVE 'Cards read' TO WS-LINE5-DESC.                          ZBNKRML1
060300     MOVE WS-CARDS-READ TO WS-LINE5-COUNT.                        ZBNKRML1
060400     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKRML1
060500     PERFORM PRINTOUT-PUT.                                        ZBNKRML1
060600     MOVE '  scanned' TO WS-LINE5-DESC.                           ZBNKRML1
060700     MOVE WS-CARDS-SCANNED TO WS-LINE5-COUNT.                     ZBNKRML1
060800     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKRML1
060900     PERFORM PRINTOUT-PUT.                                        ZBNKRML1
061000     MOVE '  keyed' TO WS-LINE5-DESC.                             ZBNKRML1
061100     MOVE WS-CARDS-KEYED TO WS-LINE5-COUNT.                       ZBNKRML1
061200     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKRML1
061300     PERFORM PRINTOUT-PUT.                                        ZBNKRML1
061400     MOVE 'Addresses marked undeliverable' TO WS-LINE5-DESC.      ZBNKRML1
061500     MOVE WS-ADDRS-FLAGGED TO WS-LINE5-COUNT.                     ZBNKRML1
061600     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKRML1
061700     PERFORM PRINTOUT-PUT.                                        ZBNKRML1
061800     MOVE 'Already undeliverable' TO WS-LINE5-DESC.               ZBNKRML1
061900     MOVE WS-ADDRS-ALREADY TO WS-LINE5-COUNT.                     ZBNKRML1
062000     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKRML1
062100     PERFORM PRINTOUT-PUT.                                        ZBNKRML1
062200     MOVE 'Cards rejected' TO WS-LINE5-DESC.                      ZBNKRML1
062300     MOVE WS-CARDS-REJECTED TO WS-LINE5-COUNT.                    ZBNKRML1
062400     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKRML1
062500     PERFORM PRINTOUT-PUT.                                        ZBNKRML1
062600     MOVE 'Customers on trace list' TO WS-LINE5-DESC.             ZBNKRML1
062700     MOVE WS-CUSTS-LISTED TO WS-LINE5-COUNT.                      ZBNKRML1
062800     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKRML1
062900     PERFORM PRINTOUT-PUT.                                        ZBNKRML1
063000                                                                  ZBNKRML1
063100***************************************************************** ZBNKRML1
063200* Write a record to the sequential print file                   * ZBNKRML1
063300***************************************************************** ZBNKRML1
063400 PRINTOUT-PUT.                                                    ZBNKRML1
063500     WRITE PRINTOUT-REC.                                          ZBNKRML1
063600     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKRML1
063700       MOVE 'PRINTOUT error writing file...'                      ZBNKRML1
063800         TO WS-CONSOLE-MESSAGE                                    ZBNKRML1
063900       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKRML1
064000       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKRML1
064100       PERFORM DISPLAY-IO-STATUS                                  ZBNKRML1
064200       PERFORM ABORT-PROGRAM                                      ZBNKRML1
064300     END-IF.                                                      ZBNKRML1
064400                                                                  ZBNKRML1
064500***************************************************************** ZBNKRML1
064600* Open all the files                                            * ZBNKRML1
064700***************************************************************** ZBNKRML1
064800 OPEN-FILES.                                                      ZBNKRML1
064900     OPEN INPUT RMAILIN-FILE.                                     ZBNKRML1
065000     IF WS-RMAILIN-STATUS IS NOT EQUAL TO '00'                    ZBNKRML1
065100        MOVE 'RMAILIN file open failure...'                       ZBNKRML1
065200          TO WS-CONSOLE-MESSAGE                                   ZBNKRML1
065300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRML1
065400        MOVE WS-RMAILIN-STATUS TO WS-IO-STATUS                    ZBNKRML1
065500        PERFORM DISPLAY-IO-STATUS                                 ZBNKRML1
065600        PERFORM ABORT-PROGRAM                                     ZBNKRML1
065700     END-IF.                                                      ZBNKRML1
065800     OPEN I-O BNKCUST-FILE.                                       ZBNKRML1
065900     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKRML1
066000        MOVE 'BNKCUST file open failure...'                       ZBNKRML1
066100          TO WS-CONSOLE-MESSAGE                                   ZBNKRML1
066200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRML1
066300        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    ZBNKRML1
066400        PERFORM DISPLAY-IO-STATUS                                 ZBNKRML1
066500        PERFORM ABORT-PROGRAM                                     ZBNKRML1
066600     END-IF.                                                      ZBNKRML1
066700     OPEN INPUT BNKACC-FILE.                                      ZBNKRML1
066800     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKRML1
066900        MOVE 'BNKACC file open failure...'                        ZBNKRML1
067000          TO WS-CONSOLE-MESSAGE                                   ZBNKRML1
067100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRML1
067200        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKRML1
067300        PERFORM DISPLAY-IO-STATUS                                 ZBNKRML1
067400        PERFORM ABORT-PROGRAM                                     ZBNKRML1
067500     END-IF.                                                      ZBNKRML1
067600     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKRML1
067700     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKRML1
067800        MOVE 'PRINTOUT file open failure...'                      ZBNKRML1
067900          TO WS-CONSOLE-MESSAGE                                   ZBNKRML1
068000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRML1
068100        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKRML1
068200        PERFORM DISPLAY-IO-STATUS                                 ZBNKRML1
068300        PERFORM ABORT-PROGRAM                                     ZBNKRML1
068400     END-IF.                                                      ZBNKRML1
068500                                                                  ZBNKRML1
068600***************************************************************** ZBNKRML1
068700* Close all the files                                           * ZBNKRML1
068800***************************************************************** ZBNKRML1
068900 CLOSE-FILES.                                                     ZBNKRML1
069000     CLOSE RMAILIN-FILE.                                          ZBNKRML1
069100     CLOSE BNKCUST-FILE.                                          ZBNKRML1
069200     CLOSE BNKACC-FILE.                                           ZBNKRML1
069300     CLOSE PRINTOUT-FILE.                                         ZBNKRML1
069400                                                                  ZBNKRML1
069500***************************************************************** ZBNKRML1
069600* Journal a BNKCUST update for forward recovery                 * ZBNKRML1
069700***************************************************************** ZBNKRML1
069800 JOURNAL-BNKCUST.                                                 ZBNKRML1
069900     MOVE 'BNKCUST' TO JRN-CTL-FILE.                              ZBNKRML1
070000     MOVE WS-BNKCUST-STATUS TO JRN-CTL-IO-STATUS.                 ZBNKRML1
070100     MOVE BNKCUST-REC TO JRN-CTL-IMAGE.                           ZBNKRML1
070200     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKRML1
070300     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKRML1
070400     IF JRN-CTL-ERROR                                             ZBNKRML1
070500        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKRML1
070600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRML1
070700        PERFORM ABORT-PROGRAM                                     ZBNKRML1
070800     END-IF.                                                      ZBNKRML1
070900***************************************************************** ZBNKRML1
071000* Display the file status bytes. This routine will display as   * ZBNKRML1
071100* two digits if the full two byte file status is numeric. If    * ZBNKRML1
071200* second byte is non-numeric then it will be treated as a       * ZBNKRML1
071300* binary number.                                                * ZBNKRML1
071400***************************************************************** ZBNKRML1
071500 DISPLAY-IO-STATUS.                                               ZBNKRML1
071600     IF WS-IO-STATUS NUMERIC                                      ZBNKRML1
071700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKRML1
071800        STRING 'File status -' DELIMITED BY SIZE                  ZBNKRML1
071900               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKRML1
072000          INTO WS-CONSOLE-MESSAGE                                 ZBNKRML1
072100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRML1
072200     ELSE                                                         ZBNKRML1
072300        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKRML1
072400        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKRML1
072500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKRML1
072600        STRING 'File status -' DELIMITED BY SIZE                  ZBNKRML1
072700               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKRML1
072800               '/' DELIMITED BY SIZE                              ZBNKRML1
072900               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKRML1
073000          INTO WS-CONSOLE-MESSAGE                                 ZBNKRML1
073100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRML1
073200     END-IF.                                                      ZBNKRML1
073300                                                                  ZBNKRML1
073400***************************************************************** ZBNKRML1
073500* 'ABORT' the program.                                          * ZBNKRML1
073600* Post a message to the console and issue a STOP RUN            * ZBNKRML1
073700***************************************************************** ZBNKRML1
073800 ABORT-PROGRAM.                                                   ZBNKRML1
073900     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKRML1
074000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRML1
074100     END-IF.                                                      ZBNKRML1
074200     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKRML1
074300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRML1
074400     MOVE 16 TO RETURN-CODE.                                      ZBNKRML1
074500     STOP RUN.                                                    ZBNKRML1
074600                                                                  ZBNKRML1
074700***************************************************************** ZBNKRML1
074800* Display CONSOLE messages...                                   * ZBNKRML1
074900***************************************************************** ZBNKRML1
075000 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKRML1
075100     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKRML1
075200       UPON CONSOLE.                                              ZBNKRML1
075300     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKRML1
075400                                                                  ZBNKRML1
075500 COPY CTIMERP.                                                    ZBNKRML1
075600                                                                  ZBNKRML1
075700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKRML1
