000100***************************************************************** ZBNKPPL1
000200*                                                               * ZBNKPPL1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKPPL1
000400*   This demonstration program is provided for use by users     * ZBNKPPL1
000500*   of Micro Focus products and may be used, modified and       * ZBNKPPL1
000600*   distributed as part of your application provided that       * ZBNKPPL1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKPPL1
000800*   in this material.                                           * ZBNKPPL1
000900*                                                               * ZBNKPPL1
001000***************************************************************** ZBNKPPL1
001100                                                                  ZBNKPPL1
001200***************************************************************** ZBNKPPL1
001300* Program:     ZBNKPPL1.CBL                                     * ZBNKPPL1
001400* Function:    Positive-pay issued-cheque load.  A corporate    * ZBNKPPL1
001500*              customer's file of the cheques it has written    * ZBNKPPL1
001600*              (serial, amount, payee, issue date) arrives on   * ZBNKPPL1
001700*              PPISSUE.  The control trailer is verified        * ZBNKPPL1
001800*              against the contents in a first pass, the way    * ZBNKPPL1
001900*              ZBNKCHQ1 verifies the clearing file; the second  * ZBNKPPL1
002000*              pass loads each issued cheque to the positive-   * ZBNKPPL1
002100*              pay register BNKPPAY, or voids the register row  * ZBNKPPL1
002200*              when the record says so.  Only accounts enrolled * ZBNKPPL1
002300*              for positive pay on BNKPPEN are accepted; a      * ZBNKPPL1
002400*              serial already on the register, a void of a      * ZBNKPPL1
002500*              cheque already paid and any malformed record     * ZBNKPPL1
002600*              are listed on the load report and skipped.       * ZBNKPPL1
002700***************************************************************** ZBNKPPL1
002800                                                                  ZBNKPPL1
002900 IDENTIFICATION DIVISION.                                         ZBNKPPL1
003000 PROGRAM-ID.                                                      ZBNKPPL1
003100     ZBNKPPL1.                                                    ZBNKPPL1
003200 DATE-WRITTEN.                                                    ZBNKPPL1
003300     October 2026.                                                ZBNKPPL1
003400 DATE-COMPILED.                                                   ZBNKPPL1
003500     Today.                                                       ZBNKPPL1
003600                                                                  ZBNKPPL1
003700 ENVIRONMENT DIVISION.                                            ZBNKPPL1
003800 INPUT-OUTPUT   SECTION.                                          ZBNKPPL1
003900   FILE-CONTROL.                                                  ZBNKPPL1
004000     SELECT PPISSUE-FILE                                          ZBNKPPL1
004100            ASSIGN       TO PPISSUE                               ZBNKPPL1
004200            ORGANIZATION IS SEQUENTIAL                            ZBNKPPL1
004300            ACCESS MODE  IS SEQUENTIAL                            ZBNKPPL1
004400            FILE STATUS  IS WS-PPISSUE-STATUS.                    ZBNKPPL1
004500     SELECT BNKACC-FILE                                           ZBNKPPL1
004600            ASSIGN       TO BNKACC                                ZBNKPPL1
004700            ORGANIZATION IS INDEXED                               ZBNKPPL1
004800            ACCESS MODE  IS RANDOM                                ZBNKPPL1
004900            RECORD KEY   IS BAC-REC-ACCNO                         ZBNKPPL1
005000            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          ZBNKPPL1
005100            FILE STATUS  IS WS-BNKACC-STATUS.                     ZBNKPPL1
005200     SELECT BNKPPEN-FILE                                          ZBNKPPL1
005300            ASSIGN       TO BNKPPEN                               ZBNKPPL1
005400            ORGANIZATION IS INDEXED                               ZBNKPPL1
005500            ACCESS MODE  IS RANDOM                                ZBNKPPL1
005600            RECORD KEY   IS PPE-KEY                               ZBNKPPL1
005700            FILE STATUS  IS WS-BNKPPEN-STATUS.                    ZBNKPPL1
005800     SELECT BNKPPAY-FILE                                          ZBNKPPL1
005900            ASSIGN       TO BNKPPAY                               ZBNKPPL1
006000            ORGANIZATION IS INDEXED                               ZBNKPPL1
006100            ACCESS MODE  IS RANDOM                                ZBNKPPL1
006200            RECORD KEY   IS PPR-KEY                               ZBNKPPL1
006300            FILE STATUS  IS WS-BNKPPAY-STATUS.                    ZBNKPPL1
006400     SELECT PRINTOUT-FILE                                         ZBNKPPL1
006500            ASSIGN       TO PRINTOUT                              ZBNKPPL1
006600            ORGANIZATION IS SEQUENTIAL                            ZBNKPPL1
006700            ACCESS MODE  IS SEQUENTIAL                            ZBNKPPL1
006800            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKPPL1
006900                                                                  ZBNKPPL1
007000 DATA DIVISION.                                                   ZBNKPPL1
007100 FILE SECTION.                                                    ZBNKPPL1
007200                                                                  ZBNKPPL1
007300 FD  PPISSUE-FILE.                                                ZBNKPPL1
007400 01  PPISSUE-REC                         PIC X(100).              ZBNKPPL1
007500                                                                  ZBNKPPL1
007600 FD  BNKACC-FILE.                                                 ZBNKPPL1
007700 01  BNKACC-REC.                                                  ZBNKPPL1
007800 COPY CBANKVAC.                                                   ZBNKPPL1
007900                                                                  ZBNKPPL1
008000 FD  BNKPPEN-FILE.                                                ZBNKPPL1
008100 01  BNKPPEN-REC.                                                 ZBNKPPL1
008200 COPY CBANKVPE.                                                   ZBNKPPL1
008300                                                                  ZBNKPPL1
008400 FD  BNKPPAY-FILE.                                                ZBNKPPL1
008500 01  BNKPPAY-REC.                                                 ZBNKPPL1
008600 COPY CBANKVPR.                                                   ZBNKPPL1
008700                                                                  ZBNKPPL1
008800 FD  PRINTOUT-FILE.                                               ZBNKPPL1
008900 01  PRINTOUT-REC                        PIC X(121).              ZBNKPPL1
009000                                                                  ZBNKPPL1
009100 WORKING-STORAGE SECTION.                                         ZBNKPPL1
009200 COPY CTIMERD.                                                    ZBNKPPL1
009300                                                                  ZBNKPPL1
009400 COPY CTSTAMPD.                                                   ZBNKPPL1
009500                                                                  ZBNKPPL1
009600 01  WS-PPISSUE-DETAIL.                                           ZBNKPPL1
009700   05  WS-PI-RECORD-TYPE                     PIC X(1).            ZBNKPPL1
009800   05  WS-PI-ACCNO                           PIC X(9).            ZBNKPPL1
009900   05  WS-PI-SERIAL                          PIC X(6).            ZBNKPPL1
010000   05  WS-PI-AMOUNT                          PIC 9(9)V99.         ZBNKPPL1
010100   05  WS-PI-AMOUNT-X REDEFINES WS-PI-AMOUNT                      ZBNKPPL1
010200                                             PIC X(11).           ZBNKPPL1
010300   05  WS-PI-PAYEE                           PIC X(30).           ZBNKPPL1
010400   05  WS-PI-ISSUE-DATE                      PIC X(10).           ZBNKPPL1
010500   05  WS-PI-ACTION                          PIC X(1).            ZBNKPPL1
010600     88  WS-PI-ISSUE                         VALUE 'I', ' '.      ZBNKPPL1
010700     88  WS-PI-VOID                          VALUE 'V'.           ZBNKPPL1
010800   05  FILLER                                PIC X(32).           ZBNKPPL1
010900                                                                  ZBNKPPL1
011000 01  WS-PPISSUE-TRAILER REDEFINES WS-PPISSUE-DETAIL.              ZBNKPPL1
011100   05  WS-PT-RECORD-TYPE                     PIC X(1).            ZBNKPPL1
011200   05  WS-PT-COUNT                           PIC 9(7).            ZBNKPPL1
011300   05  WS-PT-COUNT-X REDEFINES WS-PT-COUNT  PIC X(7).             ZBNKPPL1
011400   05  WS-PT-AMOUNT                          PIC 9(11)V99.        ZBNKPPL1
011500   05  WS-PT-AMOUNT-X REDEFINES WS-PT-AMOUNT                      ZBNKPPL1
011600                                             PIC X(13).           ZBNKPPL1
011700   05  FILLER                                PIC X(79).           ZBNKPPL1
011800                                                                  ZBNKPPL1
011900 01  WS-MISC-STORAGE.                                             ZBNKPPL1
012000   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKPPL1
012100       VALUE 'ZBNKPPL1'.                                          ZBNKPPL1
012200   05  WS-PPISSUE-STATUS.                                         ZBNKPPL1
012300     10  WS-PPISSUE-STAT1                    PIC X(1).            ZBNKPPL1
012400     10  WS-PPISSUE-STAT2                    PIC X(1).            ZBNKPPL1
012500   05  WS-BNKACC-STATUS.                                          ZBNKPPL1
012600     10  WS-BNKACC-STAT1                     PIC X(1).            ZBNKPPL1
012700     10  WS-BNKACC-STAT2                     PIC X(1).            ZBNKPPL1
012800   05  WS-BNKPPEN-STATUS.                                         ZBNKPPL1
012900     10  WS-BNKPPEN-STAT1                    PIC X(1).            ZBNKPPL1
013000     10  WS-BNKPPEN-STAT2                    PIC X(1).            ZBNKPPL1
013100   05  WS-BNKPPAY-STATUS.                                         ZBNKPPL1
013200     10  WS-BNKPPAY-STAT1                    PIC X(1).            ZBNKPPL1
013300     10  WS-BNKPPAY-STAT2                    PIC X(1).            ZBNKPPL1
013400   05  WS-PRINTOUT-STATUS.                                        ZBNKPPL1
013500     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKPPL1
013600     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKPPL1
013700   05  WS-IO-STATUS.                                              ZBNKPPL1
013800     10  WS-IO-STAT1                         PIC X(1).            ZBNKPPL1
013900     10  WS-IO-STAT2                         PIC X(1).            ZBNKPPL1
014000   05  WS-TWO-BYTES.                                              ZBNKPPL1
014100     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKPPL1
014200     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKPPL1
014300   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKPPL1
014400                                             PIC 9(1) COMP.       ZBNKPPL1
014500   05  WS-END-OF-FILE                        PIC X(3)             ZBNKPPL1
014600       VALUE 'NO '.                                               ZBNKPPL1
014700   05  WS-PASS                               PIC 9(1)             ZBNKPPL1
014800       VALUE 1.                                                   ZBNKPPL1
014900   05  WS-TRAILER-SEEN                       PIC X(1)             ZBNKPPL1
015000       VALUE 'N'.                                                 ZBNKPPL1
015100   05  WS-ITEMS-READ                         PIC 9(7)             ZBNKPPL1
015200       VALUE ZERO.                                                ZBNKPPL1
015300   05  WS-ITEMS-LOADED                       PIC 9(7)             ZBNKPPL1
015400       VALUE ZERO.                                                ZBNKPPL1
015500   05  WS-ITEMS-VOIDED                       PIC 9(7)             ZBNKPPL1
015600       VALUE ZERO.                                                ZBNKPPL1
015700   05  WS-ITEMS-REJECTED                     PIC 9(7)             ZBNKPPL1
015800       VALUE ZERO.                                                ZBNKPPL1
015900   05  WS-AMOUNT-READ                        PIC S9(11)V99 COMP-3 ZBNKPPL1
016000       VALUE ZERO.                                                ZBNKPPL1
016100   05  WS-AMOUNT-LOADED                      PIC S9(11)V99 COMP-3 ZBNKPPL1
016200       VALUE ZERO.                                                ZBNKPPL1
016300   05  WS-TRAILER-COUNT                      PIC 9(7)             ZBNKPPL1
016400       VALUE ZERO.                                                ZBNKPPL1
016500   05  WS-TRAILER-AMOUNT                     PIC S9(11)V99 COMP-3 ZBNKPPL1
016600       VALUE ZERO.                                                ZBNKPPL1
016700   05  WS-TODAY-ISO                          PIC X(10).           ZBNKPPL1
016800   05  WS-REJECT-REASON                      PIC X(30).           ZBNKPPL1
016900                                                                  ZBNKPPL1
017000 01  WS-REPORT-LINES.                                             ZBNKPPL1
017100   05  WS-LINE1.                                                  ZBNKPPL1
017200     10  WS-LINE1-CC                     PIC X(1)                 ZBNKPPL1
017300         VALUE '1'.                                               ZBNKPPL1
017400     10  FILLER                          PIC X(20)                ZBNKPPL1
017500         VALUE SPACES.                                            ZBNKPPL1
017600     10  WS-LINE1-HEAD                   PIC X(45)                ZBNKPPL1
017700         VALUE 'Positive Pay Issued Cheque Load - Rejects'.       ZBNKPPL1
017800   05  WS-LINE3.                                                  ZBNKPPL1
017900     10  WS-LINE3-CC                     PIC X(1)                 ZBNKPPL1
018000         VALUE ' '.                                               ZBNKPPL1
018100     10  FILLER                          PIC X(11)                ZBNKPPL1
018200         VALUE 'Account'.                                         ZBNKPPL1
018300     10  FILLER                          PIC X(8)                 ZBNKPPL1
018400         VALUE 'Serial'.                                          ZBNKPPL1
018500     10  FILLER                          PIC X(15)                ZBNKPPL1
018600         VALUE 'Amount'.                                          ZBNKPPL1
018700     10  FILLER                          PIC X(4)                 ZBNKPPL1
018800         VALUE 'Act'.                                             ZBNKPPL1
018900     10  FILLER                          PIC X(30)                ZBNKPPL1
019000         VALUE 'Reason'.                                          ZBNKPPL1
019100   05  WS-LINE4.                                                  ZBNKPPL1
019200     10  WS-LINE4-CC                     PIC X(1)                 ZBNKPPL1
019300         VALUE ' '.                                               ZBNKPPL1
019400     10  WS-LINE4-ACCNO                  PIC X(11).               ZBNKPPL1
019500     10  WS-LINE4-SERIAL                 PIC X(8).                ZBNKPPL1
019600     10  WS-LINE4-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.      ZBNKPPL1
019700     10  FILLER                          PIC X(1)                 ZBNKPPL1
019800         VALUE SPACES.                                            ZBNKPPL1
019900     10  WS-LINE4-ACTION                 PIC X(4).                ZBNKPPL1
020000     10  WS-LINE4-REASON                 PIC X(30).               ZBNKPPL1
020100   05  WS-LINE5.                                                  ZBNKPPL1
020200     10  WS-LINE5-CC                     PIC X(1)                 ZBNKPPL1
020300         VALUE ' '.                                               ZBNKPPL1
020400     10  WS-LINE5-DESC                   PIC X(30).               ZBNKPPL1
020500     10  WS-LINE5-COUNT                  PIC ZZZZZZ9.             ZBNKPPL1
020600     10  FILLER                          PIC X(3)                 ZBNKPPL1
020700         VALUE SPACES.                                            ZBNKPPL1
020800     10  WS-LINE5-AMOUNT                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.  ZBNKPPL1
020900                                                                  ZBNKPPL1
021000 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKPPL1
021100                                                                  ZBNKPPL1
021200 PROCEDURE DIVISION.                                              ZBNKPPL1
021300                                                                  ZBNKPPL1
021400     PERFORM RUN-TIME.                                            ZBNKPPL1
021500                                                                  ZBNKPPL1
021600     MOVE 'Positive-pay issued cheque load starting'              ZBNKPPL1
021700       TO WS-CONSOLE-MESSAGE.                                     ZBNKPPL1
021800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPPL1
021900                                                                  ZBNKPPL1
022000 COPY CTSTAMPP.                                                   ZBNKPPL1
022100     MOVE WS-TS-DATE TO WS-TODAY-ISO.                             ZBNKPPL1
022200                                                                  ZBNKPPL1
022300***************************************************************** ZBNKPPL1
022400* Pass one - verify the file's control trailer against its      * ZBNKPPL1
022500* contents before the register is touched                       * ZBNKPPL1
022600***************************************************************** ZBNKPPL1
022700     MOVE 1 TO WS-PASS.                                           ZBNKPPL1
022800     PERFORM OPEN-INPUT-ONLY.                                     ZBNKPPL1
022900     PERFORM READ-PPISSUE-FILE.                                   ZBNKPPL1
023000     PERFORM CLOSE-PPISSUE.                                       ZBNKPPL1
023100     IF WS-TRAILER-SEEN IS NOT EQUAL TO 'Y'                       ZBNKPPL1
023200        MOVE 'PPISSUE file has no control trailer'                ZBNKPPL1
023300          TO WS-CONSOLE-MESSAGE                                   ZBNKPPL1
023400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPL1
023500        PERFORM ABORT-PROGRAM                                     ZBNKPPL1
023600     END-IF.                                                      ZBNKPPL1
023700     IF WS-ITEMS-READ IS NOT EQUAL TO WS-TRAILER-COUNT OR         ZBNKPPL1
023800        WS-AMOUNT-READ IS NOT EQUAL TO WS-TRAILER-AMOUNT          ZBNKPPL1
023900        MOVE 'PPISSUE control totals do not match contents'       ZBNKPPL1
024000          TO WS-CONSOLE-MESSAGE                                   ZBNKPPL1
024100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPL1
024200        PERFORM ABORT-PROGRAM                                     ZBNKPPL1
024300     END-IF.                                                      ZBNKPPL1
024400                                                                  ZBNKPPL1
024500***************************************************************** ZBNKPPL1
024600* Pass two - load the issued cheques                            * ZBNKPPL1
024700***************************************************************** ZBNKPPL1
024800     MOVE 2 TO WS-PASS.                                           ZBNKPPL1
024900     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKPPL1
025000     PERFORM OPEN-ALL-FILES.                                      ZBNKPPL1
025100     PERFORM PRINT-REPORT-HEADER.                                 ZBNKPPL1
025200     PERFORM READ-PPISSUE-FILE.                                   ZBNKPPL1
025300     PERFORM PRINT-REPORT-TOTALS.                                 ZBNKPPL1
025400     PERFORM CLOSE-ALL-FILES.                                     ZBNKPPL1
025500                                                                  ZBNKPPL1
025600     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKPPL1
025700     STRING WS-ITEMS-LOADED DELIMITED BY SIZE                     ZBNKPPL1
025800            ' loaded, ' DELIMITED BY SIZE                         ZBNKPPL1
025900            WS-ITEMS-VOIDED DELIMITED BY SIZE                     ZBNKPPL1
026000            ' voided, ' DELIMITED BY SIZE                         ZBNKPPL1
026100            WS-ITEMS-REJECTED DELIMITED BY SIZE                   ZBNKPPL1
026200            ' rejected' DELIMITED BY SIZE                         ZBNKPPL1
026300       INTO WS-CONSOLE-MESSAGE.                                   ZBNKPPL1
026400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPPL1
026500     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKPPL1
026600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPPL1
026700                                                                  ZBNKPPL1
026800     PERFORM RUN-TIME.                                            ZBNKPPL1
026900                                                                  ZBNKPPL1
027000     IF WS-ITEMS-REJECTED IS GREATER THAN ZERO                    ZBNKPPL1
027100        MOVE 4 TO RETURN-CODE                                     ZBNKPPL1
027200     ELSE                                                         ZBNKPPL1
027300        MOVE 0 TO RETURN-CODE                                     ZBNKPPL1
027400     END-IF.                                                      ZBNKPPL1
027500                                                                  ZBNKPPL1
027600     GOBACK.                                                      ZBNKPPL1
027700                                                                  ZBNKPPL1
027800***************************************************************** ZBNKPPL1
027900* Read the inbound file to its end, routing each record by its  * ZBNKPPL1
028000* type and the pass we are in                                   * ZBNKPPL1
028100***************************************************************** ZBNKPPL1
028200 READ-PPISSUE-FILE.                                               ZBNKPPL1
028300     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKPPL1
028400        READ PPISSUE-FILE INTO WS-PPISSUE-DETAIL                  ZBNKPPL1
028500        IF WS-PPISSUE-STATUS IS EQUAL TO '10'                     ZBNKPPL1
028600           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKPPL1
028700        ELSE                                                      ZBNKPPL1
028800           IF WS-PPISSUE-STATUS IS NOT EQUAL TO '00'              ZBNKPPL1
028900              MOVE 'PPISSUE read error during scan'               ZBNKPPL1
029000                TO WS-CONSOLE-MESSAGE                             ZBNKPPL1
029100              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKPPL1
029200              MOVE WS-PPISSUE-STATUS TO WS-IO-STATUS              ZBNKPPL1
029300              PERFORM DISPLAY-IO-STATUS                           ZBNKPPL1
029400              PERFORM ABORT-PROGRAM                               ZBNKPPL1
029500           ELSE                                                   ZBNKPPL1
029600              PERFORM PROCESS-PPISSUE-RECORD THRU                 ZBNKPPL1
029700                      PROCESS-PPISSUE-RECORD-EXIT                 ZBNKPPL1
029800           END-IF                                                 ZBNKPPL1
029900        END-IF                                                    ZBNKPPL1
030000     END-PERFORM.                                                 ZBNKPPL1
030100                                                                  ZBNKPPL1
030200***************************************************************** ZBNKPPL1
030300* Route one inbound record                                      * ZBNKPPL1
030400***************************************************************** ZBNKPPL1
030500 PROCESS-PPISSUE-RECORD.                                          ZBNKPPL1
030600     IF WS-PI-RECORD-TYPE IS EQUAL TO 'T'                         ZBNKPPL1
030700        MOVE 'Y' TO WS-TRAILER-SEEN                               ZBNKPPL1
030800        IF WS-PASS IS EQUAL TO 1                                  ZBNKPPL1
030900           IF WS-PT-COUNT-X IS NUMERIC AND                        ZBNKPPL1
031000              WS-PT-AMOUNT-X IS NUMERIC                           ZBNKPPL1
031100              MOVE WS-PT-COUNT TO WS-TRAILER-COUNT                ZBNKPPL1
031200              MOVE WS-PT-AMOUNT TO WS-TRAILER-AMOUNT              ZBNKPPL1
031300           ELSE                                                   ZBNKPPL1
031400              MOVE 'PPISSUE control trailer is not numeric'       ZBNKPPL1
031500                TO WS-CONSOLE-MESSAGE                             ZBNKPPL1
031600              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKPPL1
031700              PERFORM ABORT-PROGRAM                               ZBNKPPL1
031800           END-IF                                                 ZBNKPPL1
031900        END-IF                                                    ZBNKPPL1
032000        GO TO PROCESS-PPISSUE-RECORD-EXIT                         ZBNKPPL1
032100     END-IF.                                                      ZBNKPPL1
032200     IF WS-PI-RECORD-TYPE IS NOT EQUAL TO 'D'                     ZBNKPPL1
032300        GO TO PROCESS-PPISSUE-RECORD-EXIT                         ZBNKPPL1
032400     END-IF.                                                      ZBNKPPL1
032500     IF WS-PI-AMOUNT-X IS NOT NUMERIC                             ZBNKPPL1
032600        IF WS-PASS IS EQUAL TO 1                                  ZBNKPPL1
032700           MOVE 'PPISSUE item amount is not numeric'              ZBNKPPL1
032800             TO WS-CONSOLE-MESSAGE                                ZBNKPPL1
032900           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKPPL1
033000           PERFORM ABORT-PROGRAM                                  ZBNKPPL1
033100        END-IF                                                    ZBNKPPL1
033200        GO TO PROCESS-PPISSUE-RECORD-EXIT                         ZBNKPPL1
033300     END-IF.                                                      ZBNKPPL1
033400     IF WS-PASS IS EQUAL TO 1                                     ZBNKPPL1
033500        ADD 1 TO WS-ITEMS-READ                                    ZBNKPPL1
033600        ADD WS-PI-AMOUNT TO WS-AMOUNT-READ                        ZBNKPPL1
033700        GO TO PROCESS-PPISSUE-RECORD-EXIT                         ZBNKPPL1
033800     END-IF.                                                      ZBNKPPL1
033900     PERFORM LOAD-ONE-CHEQUE THRU                                 ZBNKPPL1
034000             LOAD-ONE-CHEQUE-EXIT.                                ZBNKPPL1
034100 PROCESS-PPISSUE-RECORD-EXIT.                                     ZBNKPPL1
034200     EXIT.                                                        ZBNKPPL1
034300                                                                  ZBNKPPL1
034400***************************************************************** ZBNKPPL1
034500* Load or void one register row - the account must exist and    * ZBNKPPL1
034600* be enrolled for positive pay by its owner, and the serial     * ZBNKPPL1
034700* must be numeric                                               * ZBNKPPL1
034800***************************************************************** ZBNKPPL1
034900 LOAD-ONE-CHEQUE.                                                 ZBNKPPL1
035000     IF WS-PI-SERIAL IS NOT NUMERIC                               ZBNKPPL1
035100        MOVE 'Serial is not numeric' TO WS-REJECT-REASON          ZBNKPPL1
035200        PERFORM REJECT-ONE-CHEQUE                                 ZBNKPPL1
035300        GO TO LOAD-ONE-CHEQUE-EXIT                                ZBNKPPL1
035400     END-IF.                                                      ZBNKPPL1
035500     IF NOT WS-PI-ISSUE AND                                       ZBNKPPL1
035600        NOT WS-PI-VOID                                            ZBNKPPL1
035700        MOVE 'Action must be I or V' TO WS-REJECT-REASON          ZBNKPPL1
035800        PERFORM REJECT-ONE-CHEQUE                                 ZBNKPPL1
035900        GO TO LOAD-ONE-CHEQUE-EXIT                                ZBNKPPL1
036000     END-IF.                                                      ZBNKPPL1
036100     MOVE WS-PI-ACCNO TO BAC-REC-ACCNO.                           ZBNKPPL1
036200     READ BNKACC-FILE.                                            ZBNKPPL1
036300     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKPPL1
036400        MOVE 'Account not on file' TO WS-REJECT-REASON            ZBNKPPL1
036500        PERFORM REJECT-ONE-CHEQUE                                 ZBNKPPL1
036600        GO TO LOAD-ONE-CHEQUE-EXIT                                ZBNKPPL1
036700     END-IF.                                                      ZBNKPPL1
036800     MOVE BAC-REC-PID TO PPE-REC-PID.                             ZBNKPPL1
036900     MOVE WS-PI-ACCNO TO PPE-REC-ACCNO.                           ZBNKPPL1
037000     READ BNKPPEN-FILE.                                           ZBNKPPL1
037100     IF WS-BNKPPEN-STATUS IS NOT EQUAL TO '00'                    ZBNKPPL1
037200        MOVE 'Account not enrolled' TO WS-REJECT-REASON           ZBNKPPL1
037300        PERFORM REJECT-ONE-CHEQUE                                 ZBNKPPL1
037400        GO TO LOAD-ONE-CHEQUE-EXIT                                ZBNKPPL1
037500     END-IF.                                                      ZBNKPPL1
037600     IF NOT PPE-STATUS-ACTIVE                                     ZBNKPPL1
037700        MOVE 'Account not enrolled' TO WS-REJECT-REASON           ZBNKPPL1
037800        PERFORM REJECT-ONE-CHEQUE                                 ZBNKPPL1
037900        GO TO LOAD-ONE-CHEQUE-EXIT                                ZBNKPPL1
038000     END-IF.                                                      ZBNKPPL1
038100     MOVE WS-PI-ACCNO TO PPR-REC-ACCNO.                           ZBNKPPL1
038200     MOVE WS-PI-SERIAL TO PPR-REC-SERIAL.                         ZBNKPPL1
038300     READ BNKPPAY-FILE.                                           ZBNKPPL1
038400     IF WS-PI-VOID                                                ZBNKPPL1
038500        PERFORM VOID-ONE-CHEQUE THRU                              ZBNKPPL1
038600                VOID-ONE-CHEQUE-EXIT                              ZBNKPPL1
038700        GO TO LOAD-ONE-CHEQUE-EXIT                                ZBNKPPL1
038800     END-IF.                                                      ZBNKPPL1
038900     IF WS-BNKPPAY-STATUS IS EQUAL TO '00'                        ZBNKPPL1
039000        MOVE 'Serial already on register' TO WS-REJECT-REASON     ZBNKPPL1
039100        PERFORM REJECT-ONE-CHEQUE                                 ZBNKPPL1
039200        GO TO LOAD-ONE-CHEQUE-EXIT                                ZBNKPPL1
039300     END-IF.                                                      ZBNKPPL1
039400     MOVE SPACES TO PPR-RECORD.                                   ZBNKPPL1
039500     MOVE WS-PI-ACCNO TO PPR-REC-ACCNO.                           ZBNKPPL1
039600     MOVE WS-PI-SERIAL TO PPR-REC-SERIAL.                         ZBNKPPL1
039700     SET PPR-STATUS-ISSUED TO TRUE.                               ZBNKPPL1
039800     MOVE BAC-REC-PID TO PPR-REC-PID.                             ZBNKPPL1
039900     MOVE WS-PI-AMOUNT TO PPR-REC-AMOUNT.                         ZBNKPPL1
040000     MOVE WS-PI-PAYEE TO PPR-REC-PAYEE.                           ZBNKPPL1
040100     MOVE WS-PI-ISSUE-DATE TO PPR-REC-ISSUE-DATE.                 ZBNKPPL1
040200     MOVE WS-TODAY-ISO TO PPR-REC-LOAD-DATE.                      ZBNKPPL1
040300     WRITE PPR-RECORD.                                            ZBNKPPL1
040400     IF WS-BNKPPAY-STATUS IS NOT EQUAL TO '00'                    ZBNKPPL1
040500        MOVE 'Unable to add register cheque'                      ZBNKPPL1
040600          TO WS-CONSOLE-MESSAGE                                   ZBNKPPL1
040700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPL1
040800        MOVE WS-BNKPPAY-STATUS TO WS-IO-STATUS                    ZBNKPPL1
040900        PERFORM DISPLAY-IO-STATUS                                 ZBNKPPL1
041000        PERFORM ABORT-PROGRAM                                     ZBNKPPL1
041100     END-IF.                                                      ZBNKPPL1
041200     ADD 1 TO WS-ITEMS-LOADED.                                    ZBNKPPL1
041300     ADD WS-PI-AMOUNT TO WS-AMOUNT-LOADED.                        ZBNKPPL1
041400 LOAD-ONE-CHEQUE-EXIT.                                            ZBNKPPL1
041500     EXIT.                                                        ZBNKPPL1
041600                                                                  ZBNKPPL1
041700***************************************************************** ZBNKPPL1
041800* Void a register row.  A void for a cheque not yet loaded      * ZBNKPPL1
041900* still goes on the register, already voided, so the item is    * ZBNKPPL1
042000* held if it is ever presented; a cheque already paid cannot be * ZBNKPPL1
042100* voided.                                                       * ZBNKPPL1
042200***************************************************************** ZBNKPPL1
042300 VOID-ONE-CHEQUE.                                                 ZBNKPPL1
042400     IF WS-BNKPPAY-STATUS IS NOT EQUAL TO '00'                    ZBNKPPL1
042500        MOVE SPACES TO PPR-RECORD                                 ZBNKPPL1
042600        MOVE WS-PI-ACCNO TO PPR-REC-ACCNO                         ZBNKPPL1
042700        MOVE WS-PI-SERIAL TO PPR-REC-SERIAL                       ZBNKPPL1
042800        SET PPR-STATUS-VOID TO TRUE                               ZBNKPPL1
042900        MOVE BAC-REC-PID TO PPR-REC-PID                           ZBNKPPL1
043000        MOVE WS-PI-AMOUNT TO PPR-REC-AMOUNT                       ZBNKPPL1
043100        MOVE WS-PI-PAYEE TO PPR-REC-PAYEE                         ZBNKPPL1
043200        MOVE WS-PI-ISSUE-DATE TO PPR-REC-ISSUE-DATE               ZBNKPPL1
043300        MOVE WS-TODAY-ISO TO PPR-REC-LOAD-DATE                    ZBNKPPL1
043400        WRITE PPR-RECORD                                          ZBNKPPL1
043500     ELSE                                                         ZBNKPPL1
043600        IF PPR-STATUS-PAID                                        ZBNKPPL1
043700           MOVE 'Cheque already paid' TO WS-REJECT-REASON         ZBNKPPL1
043800           PERFORM REJECT-ONE-CHEQUE                              ZBNKPPL1
043900           GO TO VOID-ONE-CHEQUE-EXIT                             ZBNKPPL1
044000        END-IF                                                    ZBNKPPL1
044100        SET PPR-STATUS-VOID TO TRUE                               ZBNKPPL1
044200        REWRITE PPR-RECORD                                        ZBNKPPL1
044300     END-IF.                                                      ZBNKPPL1
044400     IF WS-BNKPPAY-STATUS IS NOT EQUAL TO '00'                    ZBNKPPL1
044500        MOVE 'Unable to void register cheque'                     ZBNKPPL1
044600          TO WS-CONSOLE-MESSAGE                                   ZBNKPPL1
044700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPL1
044800        MOVE WS-BNKPPAY-STATUS TO WS-IO-STATUS                    ZBNKPPL1
044900        PERFORM DISPLAY-IO-STATUS                                 ZBNKPPL1
045000        PERFORM ABORT-PROGRAM                                     ZBNKPPL1
045100     END-IF.                                                      ZBNKPPL1
045200     ADD 1 TO WS-ITEMS-VOIDED.                                    ZBNKPPL1
045300 VOID-ONE-CHEQUE-EXIT.                                            ZBNKPPL1
045400     EXIT.                                                        ZBNKPPL1
045500                                                                  ZBNKPPL1
045600***************************************************************** ZBNKPPL1
045700* List one skipped record on the load report                    * ZBNKPPL1
045800***************************************************************** ZBNKPPL1
045900 REJECT-ONE-CHEQUE.                                               ZBNKPPL1
046000     ADD 1 TO WS-ITEMS-REJECTED.                                  ZBNKPPL1
046100     MOVE WS-PI-ACCNO TO WS-LINE4-ACCNO.                          ZBNKPPL1
046200     MOVE WS-PI-SERIAL TO WS-LINE4-SERIAL.                        ZBNKPPL1
046300     MOVE WS-PI-AMOUNT TO WS-LINE4-AMOUNT.                        ZBNKPPL1
046400     MOVE WS-PI-ACTION TO WS-LINE4-ACTION.                        ZBNKPPL1
046500     MOVE WS-REJECT-REASON TO WS-LINE4-REASON.                    ZBNKPPL1
046600     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKPPL1
046700     PERFORM PRINTOUT-PUT.                                        ZBNKPPL1
046800                                                                  ZBNKPPL1
046900***************************************************************** ZBNKPPL1
047000* Print the report title and column headings                    * ZBNKPPL1
047100***************************************************************** ZBNKPPL1
047200 PRINT-REPORT-HEADER.                                             ZBNKPPL1
047300     MOVE WS-LINE1 TO PRINTOUT-REC.                               ZBNKPPL1
047400     PERFORM PRINTOUT-PUT.                                        ZBNKPPL1
047500     MOVE WS-LINE3 TO PRINTOUT-REC.                               ZBNKPPL1
047600     PERFORM PRINTOUT-PUT.                                        ZBNKPPL1
047700                                                                  ZBNKPPL1
047800***************************************************************** ZBNKPPL1
047900* Print the control totals                                      * ZBNKPPL1
048000***************************************************************** ZBNKPPL1
048100 PRINT-REPORT-TOTALS.                                             ZBNKPPL1
048200     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKPPL1
048300     PERFORM PRINTOUT-PUT.                                        ZBNKPPL1
048400     MOVE 'Records on file' TO WS-LINE5-DESC.                     ZBNKPPL1
048500     MOVE WS-ITEMS-READ TO WS-LINE5-COUNT.                        ZBNKPPL1
048600     MOVE WS-AMOUNT-READ TO WS-LINE5-AMOUNT.                      ZBNKPPL1
048700     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKPPL1
048800     PERFORM PRINTOUT-PUT.                                        ZBNKPPL1
048900     MOVE 'Cheques loaded' TO WS-LINE5-DESC.                      ZBNKPPL1
049000     MOVE WS-ITEMS-LOADED TO WS-LINE5-COUNT.                      ZBNKPPL1
049100     MOVE WS-AMOUNT-LOADED TO WS-LINE5-AMOUNT.                    ZBNKPPL1
049200     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKPPL1
049300     PERFORM PRINTOUT-PUT.                                        ZBNKPPL1
049400     MOVE SPACES TO WS-LINE5.                                     ZBNKPPL1
049500     MOVE 'Cheques voided' TO WS-LINE5-DESC.                      ZBNKPPL1
049600     MOVE WS-ITEMS-VOIDED TO WS-LINE5-COUNT.                      ZBNKPPL1
049700     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKPPL1
049800     PERFORM PRINTOUT-PUT.                                        ZBNKPPL1
049900     MOVE 'Records rejected' TO WS-LINE5-DESC.                    ZBNKPPL1
050000     MOVE WS-ITEMS-REJECTED TO WS-LINE5-COUNT.                    ZBNKPPL1
050100     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKPPL1
050200     PERFORM PRINTOUT-PUT.                                        ZBNKPPL1
050300                                                                  ZBNKPPL1
050400***************************************************************** ZBNKPPL1
050500* Write a record to the sequential print file                   * ZBNKPPL1
050600***************************************************************** ZBNKPPL1
050700 PRINTOUT-PUT.                                                    ZBNKPPL1
050800     WRITE PRINTOUT-REC.                                          ZBNKPPL1
050900     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKPPL1
051000       MOVE 'PRINTOUT error writing file...'                      ZBNKPPL1
051100         TO WS-CONSOLE-MESSAGE                                    ZBNKPPL1
051200       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKPPL1
051300       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKPPL1
051400       PERFORM DISPLAY-IO-STATUS                                  ZBNKPPL1
051500       PERFORM ABORT-PROGRAM                                      ZBNKPPL1
051600     END-IF.                                                      ZBNKPPL1
051700                                                                  ZBNKPPL1
051800***************************************************************** ZBNKPPL1
051900* Open the inbound file alone for the verification pass         * ZBNKPPL1
052000***************************************************************** ZBNKPPL1
052100 OPEN-INPUT-ONLY.                                                 ZBNKPPL1
052200     OPEN INPUT PPISSUE-FILE.                                     ZBNKPPL1
052300     IF WS-PPISSUE-STATUS IS NOT EQUAL TO '00'                    ZBNKPPL1
052400        MOVE 'PPISSUE file open failure...'                       ZBNKPPL1
052500          TO WS-CONSOLE-MESSAGE                                   ZBNKPPL1
052600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPL1
052700        MOVE WS-PPISSUE-STATUS TO WS-IO-STATUS                    ZBNKPPL1
052800        PERFORM DISPLAY-IO-STATUS                                 ZBNKPPL1
052900        PERFORM ABORT-PROGRAM                                     ZBNKPPL1
053000     END-IF.                                                      ZBNKPPL1
053100                                                                  ZBNKPPL1
053200***************************************************************** ZBNKPPL1
053300* Close just the inbound file after the verification pass       * ZBNKPPL1
053400***************************************************************** ZBNKPPL1
053500 CLOSE-PPISSUE.                                                   ZBNKPPL1
053600     CLOSE PPISSUE-FILE.                                          ZBNKPPL1
053700                                                                  ZBNKPPL1
053800***************************************************************** ZBNKPPL1
053900* Open everything for the load pass                             * ZBNKPPL1
054000***************************************************************** ZBNKPPL1
054100 OPEN-ALL-FILES.                                                  ZBNKPPL1
054200     PERFORM OPEN-INPUT-ONLY.                                     ZBNKPPL1
054300     OPEN INPUT BNKACC-FILE.                                      ZBNKPPL1
054400     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKPPL1
054500        MOVE 'BNKACC file open failure...'                        ZBNKPPL1
054600          TO WS-CONSOLE-MESSAGE                                   ZBNKPPL1
054700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPL1
054800        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKPPL1
054900        PERFORM DISPLAY-IO-STATUS                                 ZBNKPPL1
055000        PERFORM ABORT-PROGRAM                                     ZBNKPPL1
055100     END-IF.                                                      ZBNKPPL1
055200     OPEN INPUT BNKPPEN-FILE.                                     ZBNKPPL1
055300     IF WS-BNKPPEN-STATUS IS NOT EQUAL TO '00'                    ZBNKPPL1
055400        MOVE 'BNKPPEN file open failure...'                       ZBNKPPL1
055500          TO WS-CONSOLE-MESSAGE                                   ZBNKPPL1
055600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPL1
055700        MOVE WS-BNKPPEN-STATUS TO WS-IO-STATUS                    ZBNKPPL1
055800        PERFORM DISPLAY-IO-STATUS                                 ZBNKPPL1
055900        PERFORM ABORT-PROGRAM                                     ZBNKPPL1
056000     END-IF.                                                      ZBNKPPL1
056100     OPEN I-O BNKPPAY-FILE.                                       ZBNKPPL1
056200     IF WS-BNKPPAY-STATUS IS NOT EQUAL TO '00'                    ZBNKPPL1
056300        MOVE 'BNKPPAY file open failure...'                       ZBNKPPL1
056400          TO WS-CONSOLE-MESSAGE                                   ZBNKPPL1
056500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPL1
056600        MOVE WS-BNKPPAY-STATUS TO WS-IO-STATUS                    ZBNKPPL1
056700        PERFORM DISPLAY-IO-STATUS                                 ZBNKPPL1
056800        PERFORM ABORT-PROGRAM                                     ZBNKPPL1
056900     END-IF.                                                      ZBNKPPL1
057000     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKPPL1
057100     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKPPL1
057200        MOVE 'PRINTOUT file open failure...'                      ZBNKPPL1
057300          TO WS-CONSOLE-MESSAGE                                   ZBNKPPL1
057400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPL1
057500        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKPPL1
057600        PERFORM DISPLAY-IO-STATUS                                 ZBNKPPL1
057700        PERFORM ABORT-PROGRAM                                     ZBNKPPL1
057800     END-IF.                                                      ZBNKPPL1
057900                                                                  ZBNKPPL1
058000***************************************************************** ZBNKPPL1
058100* Close everything after the load pass                          * ZBNKPPL1
058200***************************************************************** ZBNKPPL1
058300 CLOSE-ALL-FILES.                                                 ZBNKPPL1
058400     CLOSE PPISSUE-FILE.                                          ZBNKPPL1
058500     CLOSE BNKACC-FILE.                                           ZBNKPPL1
058600     CLOSE BNKPPEN-FILE.                                          ZBNKPPL1
058700     CLOSE BNKPPAY-FILE.                                          ZBNKPPL1
058800     CLOSE PRINTOUT-FILE.                                         ZBNKPPL1
058900                                                                  ZBNKPPL1
059000***************************************************************** ZBNKPPL1
059100* Display the file status bytes. This routine will display as   * ZBNKPPL1
059200* two digits if the full two byte file status is numeric. If    * ZBNKPPL1
059300* second byte is non-numeric then it will be treated as a       * ZBNKPPL1
059400* binary number.                                                * ZBNKPPL1
059500***************************************************************** ZBNKPPL1
059600 DISPLAY-IO-STATUS.                                               ZBNKPPL1
059700     IF WS-IO-STATUS NUMERIC                                      ZBNKPPL1
059800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKPPL1
059900        STRING 'File status -' DELIMITED BY SIZE                  ZBNKPPL1
060000               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKPPL1
060100          INTO WS-CONSOLE-MESSAGE                                 ZBNKPPL1
060200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPL1
060300     ELSE                                                         ZBNKPPL1
060400        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKPPL1
060500        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKPPL1
060600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKPPL1
060700        STRING 'File status -' DELIMITED BY SIZE                  ZBNKPPL1
060800               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKPPL1
060900               '/' DELIMITED BY SIZE                              ZBNKPPL1
061000               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKPPL1
061100          INTO WS-CONSOLE-MESSAGE                                 ZBNKPPL1
061200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPL1
061300     END-IF.                                                      ZBNKPPL1
061400                                                                  ZBNKPPL1
061500***************************************************************** ZBNKPPL1
061600* 'ABORT' the program.                                          * ZBNKPPL1
061700* Post a message to the console and issue a STOP RUN            * ZBNKPPL1
061800***************************************************************** ZBNKPPL1
061900 ABORT-PROGRAM.                                                   ZBNKPPL1
062000     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKPPL1
062100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPL1
062200     END-IF.                                                      ZBNKPPL1
062300     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKPPL1
062400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPPL1
062500     MOVE 16 TO RETURN-CODE.                                      ZBNKPPL1
062600     STOP RUN.                                                    ZBNKPPL1
062700                                                                  ZBNKPPL1
062800***************************************************************** ZBNKPPL1
062900* Display CONSOLE messages...                                   * ZBNKPPL1
063000***************************************************************** ZBNKPPL1
063100 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKPPL1
063200     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKPPL1
063300       UPON CONSOLE.                                              ZBNKPPL1
063400     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKPPL1
063500                                                                  ZBNKPPL1
063600 COPY CTIMERP.                                                    ZBNKPPL1
063700                                                                  ZBNKPPL1
063800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKPPL1
