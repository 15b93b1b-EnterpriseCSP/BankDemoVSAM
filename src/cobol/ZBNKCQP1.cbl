000100***************************************************************** ZBNKCQP1
000200*                                                               * ZBNKCQP1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKCQP1
000400*   This demonstration program is provided for use by users     * ZBNKCQP1
000500*   of Micro Focus products and may be used, modified and       * ZBNKCQP1
000600*   distributed as part of your application provided that       * ZBNKCQP1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKCQP1
000800*   in this material.                                           * ZBNKCQP1
000900*                                                               * ZBNKCQP1
001000***************************************************************** ZBNKCQP1
001100                                                                  ZBNKCQP1
001200***************************************************************** ZBNKCQP1
001300* Program:     ZBNKCQP1.CBL                                     * ZBNKCQP1
001400* Function:    End-of-day cheque presentment run.  Reads the    * ZBNKCQP1
001500*              deposited-items file (BNKDEPI) written by the    * ZBNKCQP1
001600*              teller cheque deposit, writes every item still   * ZBNKCQP1
001700*              in deposited status to the fixed-format          * ZBNKCQP1
001800*              outbound presentment file for the paying banks   * ZBNKCQP1
001900*              with a control-total trailer, and marks each     * ZBNKCQP1
002000*              item presented with the run date - the same      * ZBNKCQP1
002100*              shape as the ZBNKPAY1 outbound payment run.      * ZBNKCQP1
002200***************************************************************** ZBNKCQP1
002300                                                                  ZBNKCQP1
002400 IDENTIFICATION DIVISION.                                         ZBNKCQP1
002500 PROGRAM-ID.                                                      ZBNKCQP1
002600     ZBNKCQP1.                                                    ZBNKCQP1
002700 DATE-WRITTEN.                                                    ZBNKCQP1
002800     October 2026.                                                ZBNKCQP1
002900 DATE-COMPILED.                                                   ZBNKCQP1
003000     Today.                                                       ZBNKCQP1
003100                                                                  ZBNKCQP1
003200 ENVIRONMENT DIVISION.                                            ZBNKCQP1
003300 INPUT-OUTPUT   SECTION.                                          ZBNKCQP1
003400   FILE-CONTROL.                                                  ZBNKCQP1
003500     SELECT BNKDEPI-FILE                                          ZBNKCQP1
003600            ASSIGN       TO BNKDEPI                               ZBNKCQP1
003700            ORGANIZATION IS INDEXED                               ZBNKCQP1
003800            ACCESS MODE  IS SEQUENTIAL                            ZBNKCQP1
003900            RECORD KEY   IS DI-REC-REF                            ZBNKCQP1
004000            FILE STATUS  IS WS-BNKDEPI-STATUS.                    ZBNKCQP1
004100     SELECT CHQOUT-FILE                                           ZBNKCQP1
004200            ASSIGN       TO CHQOUT                                ZBNKCQP1
004300            ORGANIZATION IS SEQUENTIAL                            ZBNKCQP1
004400            ACCESS MODE  IS SEQUENTIAL                            ZBNKCQP1
004500            FILE STATUS  IS WS-CHQOUT-STATUS.                     ZBNKCQP1
004600                                                                  ZBNKCQP1
004700 DATA DIVISION.                                                   ZBNKCQP1
004800 FILE SECTION.                                                    ZBNKCQP1
004900                                                                  ZBNKCQP1
005000 FD  BNKDEPI-FILE.                                                ZBNKCQP1
005100 01  BNKDEPI-REC.                                                 ZBNKCQP1
005200 COPY CBANKVDI.                                                   ZBNKCQP1
005300                                                                  ZBNKCQP1
005400 FD  CHQOUT-FILE.                                                 ZBNKCQP1
005500 01  CHQOUT-REC                          PIC X(100).              ZBNKCQP1
005600                                                                  ZBNKCQP1
005700 WORKING-STORAGE SECTION.                                         ZBNKCQP1
005800 COPY CTIMERD.                                                    ZBNKCQP1
005900                                                                  ZBNKCQP1
006000 COPY CTSTAMPD.                                                   ZBNKCQP1
006100                                                                  ZBNKCQP1
006200 01  WS-MISC-STORAGE.                                             ZBNKCQP1
006300   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKCQP1
006400       VALUE 'ZBNKCQP1'.                                          ZBNKCQP1
006500   05  WS-BNKDEPI-STATUS.                                         ZBNKCQP1
006600     10  WS-BNKDEPI-STAT1                    PIC X(1).            ZBNKCQP1
006700     10  WS-BNKDEPI-STAT2                    PIC X(1).            ZBNKCQP1
006800   05  WS-CHQOUT-STATUS.                                          ZBNKCQP1
006900     10  WS-CHQOUT-STAT1                     PIC X(1).            ZBNKCQP1
007000     10  WS-CHQOUT-STAT2                     PIC X(1).            ZBNKCQP1
007100   05  WS-IO-STATUS.                                              ZBNKCQP1
007200     10  WS-IO-STAT1                         PIC X(1).            ZBNKCQP1
007300     10  WS-IO-STAT2                         PIC X(1).            ZBNKCQP1
007400   05  WS-TWO-BYTES.                                              ZBNKCQP1
007500     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKCQP1
007600     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKCQP1
007700   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKCQP1
007800                                             PIC 9(1) COMP.       ZBNKCQP1
007900   05  WS-END-OF-FILE                        PIC X(3)             ZBNKCQP1
008000       VALUE 'NO '.                                               ZBNKCQP1
008100   05  WS-ROWS-READ                          PIC 9(7)             ZBNKCQP1
008200       VALUE ZERO.                                                ZBNKCQP1
008300   05  WS-ITEMS-WRITTEN                      PIC 9(7)             ZBNKCQP1
008400       VALUE ZERO.                                                ZBNKCQP1
008500   05  WS-AMOUNT-TOTAL                       PIC S9(11)V99 COMP-3 ZBNKCQP1
008600       VALUE ZERO.                                                ZBNKCQP1
008700   05  WS-TODAY-ISO                          PIC X(10).           ZBNKCQP1
008800                                                                  ZBNKCQP1
008900 01  WS-CHQOUT-DETAIL.                                            ZBNKCQP1
009000   05  WS-CO-RECORD-TYPE                     PIC X(1)             ZBNKCQP1
009100       VALUE 'D'.                                                 ZBNKCQP1
009200   05  WS-CO-REF                             PIC X(16).           ZBNKCQP1
009300   05  WS-CO-DRAWER-ROUTING                  PIC X(9).            ZBNKCQP1
009400   05  WS-CO-DRAWER-ACCNO                    PIC X(17).           ZBNKCQP1
009500   05  WS-CO-CHEQUE-SERIAL                   PIC X(10).           ZBNKCQP1
009600   05  WS-CO-AMOUNT                          PIC 9(9)V99.         ZBNKCQP1
009700   05  WS-CO-DEPOSIT-DATE                    PIC X(10).           ZBNKCQP1
009800   05  WS-CO-ACCNO                           PIC X(9).            ZBNKCQP1
009900   05  FILLER                                PIC X(17)            ZBNKCQP1
010000       VALUE SPACES.                                              ZBNKCQP1
010100                                                                  ZBNKCQP1
010200 01  WS-CHQOUT-TRAILER.                                           ZBNKCQP1
010300   05  WS-PT-RECORD-TYPE                     PIC X(1)             ZBNKCQP1
010400       VALUE 'T'.                                                 ZBNKCQP1
010500   05  WS-PT-COUNT                           PIC 9(7).            ZBNKCQP1
010600   05  WS-PT-AMOUNT                          PIC 9(11)V99.        ZBNKCQP1
010700   05  FILLER                                PIC X(79)            ZBNKCQP1
010800       VALUE SPACES.                                              ZBNKCQP1
010900                                                                  ZBNKCQP1
011000 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKCQP1
011100                                                                  ZBNKCQP1
011200 PROCEDURE DIVISION.                                              ZBNKCQP1
011300                                                                  ZBNKCQP1
011400     PERFORM RUN-TIME.                                            ZBNKCQP1
011500                                                                  ZBNKCQP1
011600     MOVE 'Cheque presentment run starting'                       ZBNKCQP1
011700       TO WS-CONSOLE-MESSAGE.                                     ZBNKCQP1
011800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCQP1
011900                                                                  ZBNKCQP1
012000 COPY CTSTAMPP.                                                   ZBNKCQP1
012100     MOVE WS-TS-DATE TO WS-TODAY-ISO.                             ZBNKCQP1
012200                                                                  ZBNKCQP1
012300     PERFORM OPEN-FILES.                                          ZBNKCQP1
012400                                                                  ZBNKCQP1
012500     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKCQP1
012600        READ BNKDEPI-FILE                                         ZBNKCQP1
012700        IF WS-BNKDEPI-STATUS IS EQUAL TO '10'                     ZBNKCQP1
012800           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKCQP1
012900        ELSE                                                      ZBNKCQP1
013000           IF WS-BNKDEPI-STATUS IS NOT EQUAL TO '00'              ZBNKCQP1
013100              MOVE 'BNKDEPI read error during scan'               ZBNKCQP1
013200                TO WS-CONSOLE-MESSAGE                             ZBNKCQP1
013300              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKCQP1
013400              MOVE WS-BNKDEPI-STATUS TO WS-IO-STATUS              ZBNKCQP1
013500              PERFORM DISPLAY-IO-STATUS                           ZBNKCQP1
013600              PERFORM ABORT-PROGRAM                               ZBNKCQP1
013700           ELSE                                                   ZBNKCQP1
013800              ADD 1 TO WS-ROWS-READ                               ZBNKCQP1
013900              PERFORM PROCESS-ITEM THRU                           ZBNKCQP1
013950                      PROCESS-ITEM-EXIT                           ZBNKCQP1
014000           END-IF                                                 ZBNKCQP1
014100        END-IF                                                    ZBNKCQP1
014200     END-PERFORM.                                                 ZBNKCQP1
014300                                                                  ZBNKCQP1
014400     PERFORM WRITE-TRAILER.                                       ZBNKCQP1
014500     PERFORM CLOSE-FILES.                                         ZBNKCQP1
014600                                                                  ZBNKCQP1
014700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKCQP1
014800     STRING WS-ROWS-READ DELIMITED BY SIZE                        ZBNKCQP1
014900            ' items read, ' DELIMITED BY SIZE                     ZBNKCQP1
015000            WS-ITEMS-WRITTEN DELIMITED BY SIZE                    ZBNKCQP1
015100            ' cheques presented' DELIMITED BY SIZE                ZBNKCQP1
015200       INTO WS-CONSOLE-MESSAGE.                                   ZBNKCQP1
015300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCQP1
015400     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKCQP1
015500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCQP1
015600                                                                  ZBNKCQP1
015700     PERFORM RUN-TIME.                                            ZBNKCQP1
015800                                                                  ZBNKCQP1
015900     MOVE 0 TO RETURN-CODE.                                       ZBNKCQP1
016000                                                                  ZBNKCQP1
016100     GOBACK.                                                      ZBNKCQP1
016200                                                                  ZBNKCQP1
016300***************************************************************** ZBNKCQP1
016400* Write one deposited cheque to the presentment file and mark   * ZBNKCQP1
016500* the item presented                                            * ZBNKCQP1
016600***************************************************************** ZBNKCQP1
016700 PROCESS-ITEM.                                                    ZBNKCQP1
016800     IF NOT DI-STATUS-DEPOSITED                                   ZBNKCQP1
016900        GO TO PROCESS-ITEM-EXIT                                   ZBNKCQP1
017000     END-IF.                                                      ZBNKCQP1
017100     MOVE SPACES TO CHQOUT-REC.                                   ZBNKCQP1
017200     MOVE 'D' TO WS-CO-RECORD-TYPE.                               ZBNKCQP1
017300     MOVE DI-REC-REF TO WS-CO-REF.                                ZBNKCQP1
017400     MOVE DI-REC-DRAWER-ROUTING TO WS-CO-DRAWER-ROUTING.          ZBNKCQP1
017500     MOVE DI-REC-DRAWER-ACCNO TO WS-CO-DRAWER-ACCNO.              ZBNKCQP1
017600     MOVE DI-REC-CHEQUE-SERIAL TO WS-CO-CHEQUE-SERIAL.            ZBNKCQP1
017700     MOVE DI-REC-AMOUNT TO WS-CO-AMOUNT.                          ZBNKCQP1
017800     MOVE DI-REC-DEPOSIT-TIMESTAMP (1:10) TO WS-CO-DEPOSIT-DATE.  ZBNKCQP1
017900     MOVE DI-REC-ACCNO TO WS-CO-ACCNO.                            ZBNKCQP1
018000     MOVE WS-CHQOUT-DETAIL TO CHQOUT-REC.                         ZBNKCQP1
018100     PERFORM CHQOUT-PUT.                                          ZBNKCQP1
018200     ADD 1 TO WS-ITEMS-WRITTEN.                                   ZBNKCQP1
018300     ADD DI-REC-AMOUNT TO WS-AMOUNT-TOTAL.                        ZBNKCQP1
018400                                                                  ZBNKCQP1
018500     SET DI-STATUS-PRESENTED TO TRUE.                             ZBNKCQP1
018600     MOVE WS-TODAY-ISO TO DI-REC-PRESENTED-DATE.                  ZBNKCQP1
018700     REWRITE DI-RECORD.                                           ZBNKCQP1
018800     IF WS-BNKDEPI-STATUS IS NOT EQUAL TO '00'                    ZBNKCQP1
018900        MOVE 'Unable to mark item presented'                      ZBNKCQP1
019000          TO WS-CONSOLE-MESSAGE                                   ZBNKCQP1
019100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCQP1
019200        MOVE WS-BNKDEPI-STATUS TO WS-IO-STATUS                    ZBNKCQP1
019300        PERFORM DISPLAY-IO-STATUS                                 ZBNKCQP1
019400        PERFORM ABORT-PROGRAM                                     ZBNKCQP1
019500     END-IF.                                                      ZBNKCQP1
019600 PROCESS-ITEM-EXIT.                                               ZBNKCQP1
019700     EXIT.                                                        ZBNKCQP1
019800                                                                  ZBNKCQP1
019900***************************************************************** ZBNKCQP1
020000* Write the control-total trailer                               * ZBNKCQP1
020100***************************************************************** ZBNKCQP1
020200 WRITE-TRAILER.                                                   ZBNKCQP1
020300     MOVE WS-ITEMS-WRITTEN TO WS-PT-COUNT.                        ZBNKCQP1
020400     MOVE WS-AMOUNT-TOTAL TO WS-PT-AMOUNT.                        ZBNKCQP1
020500     MOVE WS-CHQOUT-TRAILER TO CHQOUT-REC.                        ZBNKCQP1
020600     PERFORM CHQOUT-PUT.                                          ZBNKCQP1
020700                                                                  ZBNKCQP1
020800***************************************************************** ZBNKCQP1
020900* Write a record to the outbound presentment file               * ZBNKCQP1
021000***************************************************************** ZBNKCQP1
021100 CHQOUT-PUT.                                                      ZBNKCQP1
021200     WRITE CHQOUT-REC.                                            ZBNKCQP1
021300     IF WS-CHQOUT-STATUS IS NOT EQUAL TO '00'                     ZBNKCQP1
021400       MOVE 'CHQOUT error writing file...'                        ZBNKCQP1
021500         TO WS-CONSOLE-MESSAGE                                    ZBNKCQP1
021600       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKCQP1
021700       MOVE WS-CHQOUT-STATUS TO WS-IO-STATUS                      ZBNKCQP1
021800       PERFORM DISPLAY-IO-STATUS                                  ZBNKCQP1
021900       PERFORM ABORT-PROGRAM                                      ZBNKCQP1
022000     END-IF.                                                      ZBNKCQP1
022100                                                                  ZBNKCQP1
022200***************************************************************** ZBNKCQP1
022300* Open the deposited-items and outbound files                   * ZBNKCQP1
022400***************************************************************** ZBNKCQP1
022500 OPEN-FILES.                                                      ZBNKCQP1
022600     OPEN I-O BNKDEPI-FILE.                                       ZBNKCQP1
022700     IF WS-BNKDEPI-STATUS IS NOT EQUAL TO '00'                    ZBNKCQP1
022800        MOVE 'BNKDEPI file open failure...'                       ZBNKCQP1
022900          TO WS-CONSOLE-MESSAGE                                   ZBNKCQP1
023000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCQP1
023100        MOVE WS-BNKDEPI-STATUS TO WS-IO-STATUS                    ZBNKCQP1
023200        PERFORM DISPLAY-IO-STATUS                                 ZBNKCQP1
023300        PERFORM ABORT-PROGRAM                                     ZBNKCQP1
023400     END-IF.                                                      ZBNKCQP1
023500     OPEN OUTPUT CHQOUT-FILE.                                     ZBNKCQP1
023600     IF WS-CHQOUT-STATUS IS NOT EQUAL TO '00'                     ZBNKCQP1
023700        MOVE 'CHQOUT file open failure...'                        ZBNKCQP1
023800          TO WS-CONSOLE-MESSAGE                                   ZBNKCQP1
023900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCQP1
024000        MOVE WS-CHQOUT-STATUS TO WS-IO-STATUS                     ZBNKCQP1
024100        PERFORM DISPLAY-IO-STATUS                                 ZBNKCQP1
024200        PERFORM ABORT-PROGRAM                                     ZBNKCQP1
024300     END-IF.                                                      ZBNKCQP1
024400                                                                  ZBNKCQP1
024500***************************************************************** ZBNKCQP1
024600* Close the files                                               * ZBNKCQP1
024700***************************************************************** ZBNKCQP1
024800 CLOSE-FILES.                                                     ZBNKCQP1
024900     CLOSE BNKDEPI-FILE.                                          ZBNKCQP1
025000     CLOSE CHQOUT-FILE.                                           ZBNKCQP1
025100                                                                  ZBNKCQP1
025200***************************************************************** ZBNKCQP1
025300* Display the file status bytes. This routine will display as   * ZBNKCQP1
025400* two digits if the full two byte file status is numeric. If    * ZBNKCQP1
025500* second byte is non-numeric then it will be treated as a       * ZBNKCQP1
025600* binary number.                                                * ZBNKCQP1
025700***************************************************************** ZBNKCQP1
025800 DISPLAY-IO-STATUS.                                               ZBNKCQP1
025900     IF WS-IO-STATUS NUMERIC                                      ZBNKCQP1
026000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKCQP1
026100        STRING 'File status -' DELIMITED BY SIZE                  ZBNKCQP1
026200               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKCQP1
026300          INTO WS-CONSOLE-MESSAGE                                 ZBNKCQP1
026400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCQP1
026500     ELSE                                                         ZBNKCQP1
026600        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKCQP1
026700        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKCQP1
026800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKCQP1
026900        STRING 'File status -' DELIMITED BY SIZE                  ZBNKCQP1
027000               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKCQP1
027100               '/' DELIMITED BY SIZE                              ZBNKCQP1
027200               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKCQP1
027300          INTO WS-CONSOLE-MESSAGE                                 ZBNKCQP1
027400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCQP1
027500     END-IF.                                                      ZBNKCQP1
027600                                                                  ZBNKCQP1
027700***************************************************************** ZBNKCQP1
027800* 'ABORT' the program.                                          * ZBNKCQP1
027900* Post a message to the console and issue a STOP RUN            * ZBNKCQP1
028000***************************************************************** ZBNKCQP1
028100 ABORT-PROGRAM.                                                   ZBNKCQP1
028200     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKCQP1
028300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCQP1
028400     END-IF.                                                      ZBNKCQP1
028500     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKCQP1
028600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCQP1
028700     MOVE 16 TO RETURN-CODE.                                      ZBNKCQP1
028800     STOP RUN.                                                    ZBNKCQP1
028900                                                                  ZBNKCQP1
029000***************************************************************** ZBNKCQP1
029100* Display CONSOLE messages...                                   * ZBNKCQP1
029200***************************************************************** ZBNKCQP1
029300 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKCQP1
029400     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKCQP1
029500       UPON CONSOLE.                                              ZBNKCQP1
029600     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKCQP1
029700                                                                  ZBNKCQP1
029800 COPY CTIMERP.                                                    ZBNKCQP1
029900                                                                  ZBNKCQP1
030000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKCQP1
