000100***************************************************************** ZBNKTXC1
000200*                                                               * ZBNKTXC1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKTXC1
000400*   This demonstration program is provided for use by users     * ZBNKTXC1
000500*   of Micro Focus products and may be used, modified and       * ZBNKTXC1
000600*   distributed as part of your application provided that       * ZBNKTXC1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKTXC1
000800*   in this material.                                           * ZBNKTXC1
000900*                                                               * ZBNKTXC1
001000***************************************************************** ZBNKTXC1
001100                                                                  ZBNKTXC1
001200***************************************************************** ZBNKTXC1
001300* Program:     ZBNKTXC1.CBL                                     * ZBNKTXC1
001400* Function:    One-time conversion of the transaction file to   * ZBNKTXC1
001500*              the longer record carrying the posting-date      * ZBNKTXC1
001600*              alternate key.  Reads the ZBNKUNL1 unload taken  * ZBNKTXC1
001700*              before the change (400-byte records, timestamp   * ZBNKTXC1
001800*              order) and loads the empty, redefined BNKTXN     * ZBNKTXC1
001900*              cluster.  Every entry's posting date is set      * ZBNKTXC1
002000*              from its timestamp calendar date through         * ZBNKTXC1
002100*              CBANKTXP, which is what the date-driven runs     * ZBNKTXC1
002200*              assumed before the key existed.  The count and   * ZBNKTXC1
002300*              amount totals in and out must agree before the   * ZBNKTXC1
002400*              new cluster is released.                         * ZBNKTXC1
002500***************************************************************** ZBNKTXC1
002600                                                                  ZBNKTXC1
002700 IDENTIFICATION DIVISION.                                         ZBNKTXC1
002800 PROGRAM-ID.                                                      ZBNKTXC1
002900     ZBNKTXC1.                                                    ZBNKTXC1
003000 DATE-WRITTEN.                                                    ZBNKTXC1
003100     October 2026.                                                ZBNKTXC1
003200 DATE-COMPILED.                                                   ZBNKTXC1
003300     Today.                                                       ZBNKTXC1
003400                                                                  ZBNKTXC1
003500 ENVIRONMENT DIVISION.                                            ZBNKTXC1
003600 INPUT-OUTPUT   SECTION.                                          ZBNKTXC1
003700   FILE-CONTROL.                                                  ZBNKTXC1
003800     SELECT OLDTXN-FILE                                           ZBNKTXC1
003900            ASSIGN       TO OLDTXN                                ZBNKTXC1
004000            ORGANIZATION IS SEQUENTIAL                            ZBNKTXC1
004100            ACCESS MODE  IS SEQUENTIAL                            ZBNKTXC1
004200            FILE STATUS  IS WS-OLDTXN-STATUS.                     ZBNKTXC1
004300     SELECT BNKTXN-FILE                                           ZBNKTXC1
004400            ASSIGN       TO BNKTXN                                ZBNKTXC1
004500            ORGANIZATION IS INDEXED                               ZBNKTXC1
004600            ACCESS MODE  IS SEQUENTIAL                            ZBNKTXC1
004700            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKTXC1
004800            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKTXC1
004900            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKTXC1
005000            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKTXC1
005100     SELECT PRINTOUT-FILE                                         ZBNKTXC1
005200            ASSIGN       TO PRINTOUT                              ZBNKTXC1
005300            ORGANIZATION IS SEQUENTIAL                            ZBNKTXC1
005400            ACCESS MODE  IS SEQUENTIAL                            ZBNKTXC1
005500            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKTXC1
005600                                                                  ZBNKTXC1
005700 DATA DIVISION.                                                   ZBNKTXC1
005800 FILE SECTION.                                                    ZBNKTXC1
005900                                                                  ZBNKTXC1
006000 FD  OLDTXN-FILE.                                                 ZBNKTXC1
006100 01  OLDTXN-REC                              PIC X(400).          ZBNKTXC1
006200                                                                  ZBNKTXC1
006300 FD  BNKTXN-FILE.                                                 ZBNKTXC1
006400 01  BNKTXN-REC.                                                  ZBNKTXC1
006500 COPY CBANKVTX.                                                   ZBNKTXC1
006600                                                                  ZBNKTXC1
006700 FD  PRINTOUT-FILE.                                               ZBNKTXC1
006800 01  PRINTOUT-REC                            PIC X(121).          ZBNKTXC1
006900                                                                  ZBNKTXC1
007000 WORKING-STORAGE SECTION.                                         ZBNKTXC1
007100 01  WS-MISC-STORAGE.                                             ZBNKTXC1
007200   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKTXC1
007300       VALUE 'ZBNKTXC1'.                                          ZBNKTXC1
007400   05  WS-CONSOLE-MESSAGE                    PIC X(60).           ZBNKTXC1
007500   05  WS-END-OF-FILE                        PIC X(3)             ZBNKTXC1
007600       VALUE 'NO '.                                               ZBNKTXC1
007700   05  WS-OLDTXN-STATUS.                                          ZBNKTXC1
007800     10  WS-OLDTXN-STAT1                     PIC X(1).            ZBNKTXC1
007900     10  WS-OLDTXN-STAT2                     PIC X(1).            ZBNKTXC1
008000   05  WS-BNKTXN-STATUS.                                          ZBNKTXC1
008100     10  WS-BNKTXN-STAT1                     PIC X(1).            ZBNKTXC1
008200     10  WS-BNKTXN-STAT2                     PIC X(1).            ZBNKTXC1
008300   05  WS-PRINTOUT-STATUS.                                        ZBNKTXC1
008400     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKTXC1
008500     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKTXC1
008600   05  WS-IO-STATUS.                                              ZBNKTXC1
008700     10  WS-IO-STAT1                         PIC X(1).            ZBNKTXC1
008800     10  WS-IO-STAT2                         PIC X(1).            ZBNKTXC1
008900   05  WS-TWO-BYTES.                                              ZBNKTXC1
009000     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKTXC1
009100     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKTXC1
009200   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKTXC1
009300                                             PIC 9(4) COMP.       ZBNKTXC1
009400                                                                  ZBNKTXC1
009500 01  WS-CONVERT-WORK.                                             ZBNKTXC1
009600   05  WS-ENTRIES-READ                       PIC 9(9) VALUE ZERO. ZBNKTXC1
009700   05  WS-ENTRIES-WRITTEN                    PIC 9(9) VALUE ZERO. ZBNKTXC1
009800   05  WS-AMOUNT-READ                        PIC S9(13)V99        ZBNKTXC1
009900       COMP-3 VALUE ZERO.                                         ZBNKTXC1
010000   05  WS-AMOUNT-WRITTEN                     PIC S9(13)V99        ZBNKTXC1
010100       COMP-3 VALUE ZERO.                                         ZBNKTXC1
010200                                                                  ZBNKTXC1
010300 01  WS-REPORT-LINES.                                             ZBNKTXC1
010400   05  WS-REPORT-HEADER-1.                                        ZBNKTXC1
010500     10  FILLER                              PIC X(41)            ZBNKTXC1
010600         VALUE 'ZBNKTXC1 - BNKTXN POSTING-DATE CONVERSION'.       ZBNKTXC1
010700     10  FILLER                              PIC X(80)            ZBNKTXC1
010800         VALUE SPACES.                                            ZBNKTXC1
010900   05  WS-REPORT-TOTAL.                                           ZBNKTXC1
011000     10  TOT-LABEL                           PIC X(10).           ZBNKTXC1
011100     10  FILLER                              PIC X(10)            ZBNKTXC1
011200         VALUE 'ENTRIES - '.                                      ZBNKTXC1
011300     10  TOT-COUNT                           PIC ZZZZZZZZ9.       ZBNKTXC1
011400     10  FILLER                              PIC X(11)            ZBNKTXC1
011500         VALUE '  AMOUNT - '.                                     ZBNKTXC1
011600     10  TOT-AMOUNT                                               ZBNKTXC1
011700             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.                           ZBNKTXC1
011800     10  FILLER                              PIC X(60)            ZBNKTXC1
011900         VALUE SPACES.                                            ZBNKTXC1
012000   05  WS-REPORT-RESULT.                                          ZBNKTXC1
012100     10  RES-TEXT                            PIC X(40).           ZBNKTXC1
012200     10  FILLER                              PIC X(81)            ZBNKTXC1
012300         VALUE SPACES.                                            ZBNKTXC1
012400                                                                  ZBNKTXC1
012500 PROCEDURE DIVISION.                                              ZBNKTXC1
012600                                                                  ZBNKTXC1
012700     MOVE 'Transaction file conversion starting'                  ZBNKTXC1
012800       TO WS-CONSOLE-MESSAGE.                                     ZBNKTXC1
012900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKTXC1
013000                                                                  ZBNKTXC1
013100     PERFORM OPEN-FILES.                                          ZBNKTXC1
013200     WRITE PRINTOUT-REC FROM WS-REPORT-HEADER-1.                  ZBNKTXC1
013300                                                                  ZBNKTXC1
013400     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKTXC1
013500        READ OLDTXN-FILE                                          ZBNKTXC1
013600        IF WS-OLDTXN-STATUS IS EQUAL TO '10'                      ZBNKTXC1
013700           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKTXC1
013800        ELSE                                                      ZBNKTXC1
013900           IF WS-OLDTXN-STATUS IS NOT EQUAL TO '00'               ZBNKTXC1
014000              MOVE 'OLDTXN read error during conversion'          ZBNKTXC1
014100                TO WS-CONSOLE-MESSAGE                             ZBNKTXC1
014200              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKTXC1
014300              MOVE WS-OLDTXN-STATUS TO WS-IO-STATUS               ZBNKTXC1
014400              PERFORM DISPLAY-IO-STATUS                           ZBNKTXC1
014500              PERFORM ABORT-PROGRAM                               ZBNKTXC1
014600           ELSE                                                   ZBNKTXC1
014700              PERFORM CONVERT-ENTRY                               ZBNKTXC1
014800           END-IF                                                 ZBNKTXC1
014900        END-IF                                                    ZBNKTXC1
015000     END-PERFORM.                                                 ZBNKTXC1
015100                                                                  ZBNKTXC1
015200     PERFORM PRINT-REPORT-TOTALS.                                 ZBNKTXC1
015300     PERFORM CLOSE-FILES.                                         ZBNKTXC1
015400                                                                  ZBNKTXC1
015500     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKTXC1
015600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKTXC1
015700                                                                  ZBNKTXC1
015800     GOBACK.                                                      ZBNKTXC1
015900                                                                  ZBNKTXC1
016000***************************************************************** ZBNKTXC1
016100* Carry one old entry across - the first 400 bytes are the old  * ZBNKTXC1
016200* record unchanged; the new tail starts blank and CBANKTXP      * ZBNKTXC1
016300* fills in the posting-date key                                 * ZBNKTXC1
016400***************************************************************** ZBNKTXC1
016500 CONVERT-ENTRY.                                                   ZBNKTXC1
016600     ADD 1 TO WS-ENTRIES-READ.                                    ZBNKTXC1
016700     MOVE SPACES TO BTX-RECORD.                                   ZBNKTXC1
016800     MOVE OLDTXN-REC TO BTX-RECORD (1:400).                       ZBNKTXC1
016900     ADD BTX-REC-AMOUNT TO WS-AMOUNT-READ.                        ZBNKTXC1
017000 COPY CBANKTXP.                                                   ZBNKTXC1
017100     WRITE BTX-RECORD.                                            ZBNKTXC1
017200     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKTXC1
017300        MOVE 'BNKTXN write error during conversion'               ZBNKTXC1
017400          TO WS-CONSOLE-MESSAGE                                   ZBNKTXC1
017500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKTXC1
017600        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKTXC1
017700        PERFORM DISPLAY-IO-STATUS                                 ZBNKTXC1
017800        PERFORM ABORT-PROGRAM                                     ZBNKTXC1
017900     END-IF.                                                      ZBNKTXC1
018000     ADD 1 TO WS-ENTRIES-WRITTEN.                                 ZBNKTXC1
018100     ADD BTX-REC-AMOUNT TO WS-AMOUNT-WRITTEN.                     ZBNKTXC1
018200                                                                  ZBNKTXC1
018300***************************************************************** ZBNKTXC1
018400* Print the in and out totals and whether they agree            * ZBNKTXC1
018500***************************************************************** ZBNKTXC1
018600 PRINT-REPORT-TOTALS.                                             ZBNKTXC1
018700     MOVE 'READ'                TO TOT-LABEL.                     ZBNKTXC1
018800     MOVE WS-ENTRIES-READ       TO TOT-COUNT.                     ZBNKTXC1
018900     MOVE WS-AMOUNT-READ        TO TOT-AMOUNT.                    ZBNKTXC1
019000     WRITE PRINTOUT-REC FROM WS-REPORT-TOTAL.                     ZBNKTXC1
019100     MOVE 'WRITTEN'             TO TOT-LABEL.                     ZBNKTXC1
019200     MOVE WS-ENTRIES-WRITTEN    TO TOT-COUNT.                     ZBNKTXC1
019300     MOVE WS-AMOUNT-WRITTEN     TO TOT-AMOUNT.                    ZBNKTXC1
019400     WRITE PRINTOUT-REC FROM WS-REPORT-TOTAL.                     ZBNKTXC1
019500     IF WS-ENTRIES-READ IS EQUAL TO WS-ENTRIES-WRITTEN AND        ZBNKTXC1
019600        WS-AMOUNT-READ IS EQUAL TO WS-AMOUNT-WRITTEN              ZBNKTXC1
019700        MOVE 'TOTALS AGREE' TO RES-TEXT                           ZBNKTXC1
019800        MOVE 0 TO RETURN-CODE                                     ZBNKTXC1
019900     ELSE                                                         ZBNKTXC1
020000        MOVE 'TOTALS DO NOT AGREE - DO NOT RELEASE' TO RES-TEXT   ZBNKTXC1
020100        MOVE 8 TO RETURN-CODE                                     ZBNKTXC1
020200     END-IF.                                                      ZBNKTXC1
020300     WRITE PRINTOUT-REC FROM WS-REPORT-RESULT.                    ZBNKTXC1
020400     MOVE RES-TEXT TO WS-CONSOLE-MESSAGE.                         ZBNKTXC1
020500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKTXC1
020600                                                                  ZBNKTXC1
020700***************************************************************** ZBNKTXC1
020800* Open and close the files                                      * ZBNKTXC1
020900***************************************************************** ZBNKTXC1
021000 OPEN-FILES.                                                      ZBNKTXC1
021100     OPEN INPUT OLDTXN-FILE.                                      ZBNKTXC1
021200     IF WS-OLDTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKTXC1
021300        MOVE 'OLDTXN file open failure...'                        ZBNKTXC1
021400          TO WS-CONSOLE-MESSAGE                                   ZBNKTXC1
021500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKTXC1
021600        MOVE WS-OLDTXN-STATUS TO WS-IO-STATUS                     ZBNKTXC1
021700        PERFORM DISPLAY-IO-STATUS                                 ZBNKTXC1
021800        PERFORM ABORT-PROGRAM                                     ZBNKTXC1
021900     END-IF.                                                      ZBNKTXC1
022000     OPEN OUTPUT BNKTXN-FILE.                                     ZBNKTXC1
022100     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKTXC1
022200        MOVE 'BNKTXN file open failure...'                        ZBNKTXC1
022300          TO WS-CONSOLE-MESSAGE                                   ZBNKTXC1
022400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKTXC1
022500        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKTXC1
022600        PERFORM DISPLAY-IO-STATUS                                 ZBNKTXC1
022700        PERFORM ABORT-PROGRAM                                     ZBNKTXC1
022800     END-IF.                                                      ZBNKTXC1
022900     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKTXC1
023000     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKTXC1
023100        MOVE 'PRINTOUT file open failure...'                      ZBNKTXC1
023200          TO WS-CONSOLE-MESSAGE                                   ZBNKTXC1
023300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKTXC1
023400        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKTXC1
023500        PERFORM DISPLAY-IO-STATUS                                 ZBNKTXC1
023600        PERFORM ABORT-PROGRAM                                     ZBNKTXC1
023700     END-IF.                                                      ZBNKTXC1
023800                                                                  ZBNKTXC1
023900 CLOSE-FILES.                                                     ZBNKTXC1
024000     CLOSE OLDTXN-FILE.                                           ZBNKTXC1
024100     CLOSE BNKTXN-FILE.                                           ZBNKTXC1
024200     CLOSE PRINTOUT-FILE.                                         ZBNKTXC1
024300                                                                  ZBNKTXC1
024400***************************************************************** ZBNKTXC1
024500* Display the file status bytes. This routine will display as   * ZBNKTXC1
024600* two digits if the full two byte file status is numeric. If    * ZBNKTXC1
024700* second byte is non-numeric then it will be treated as a       * ZBNKTXC1
024800* binary number.                                                * ZBNKTXC1
024900***************************************************************** ZBNKTXC1
025000 DISPLAY-IO-STATUS.                                               ZBNKTXC1
025100     IF WS-IO-STATUS NUMERIC                                      ZBNKTXC1
025200        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKTXC1
025300        STRING 'File status -' DELIMITED BY SIZE                  ZBNKTXC1
025400               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKTXC1
025500          INTO WS-CONSOLE-MESSAGE                                 ZBNKTXC1
025600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKTXC1
025700     ELSE                                                         ZBNKTXC1
025800        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKTXC1
025900        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKTXC1
026000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKTXC1
026100        STRING 'File status -' DELIMITED BY SIZE                  ZBNKTXC1
026200               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKTXC1
026300               '/' DELIMITED BY SIZE                              ZBNKTXC1
026400               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKTXC1
026500          INTO WS-CONSOLE-MESSAGE                                 ZBNKTXC1
026600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKTXC1
026700     END-IF.                                                      ZBNKTXC1
026800                                                                  ZBNKTXC1
026900***************************************************************** ZBNKTXC1
027000* 'ABORT' the program.                                          * ZBNKTXC1
027100* Post a message to the console and issue a STOP RUN            * ZBNKTXC1
027200***************************************************************** ZBNKTXC1
027300 ABORT-PROGRAM.                                                   ZBNKTXC1
027400     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKTXC1
027500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKTXC1
027600     END-IF.                                                      ZBNKTXC1
027700     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKTXC1
027800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKTXC1
027900     MOVE 16 TO RETURN-CODE.                                      ZBNKTXC1
028000     STOP RUN.                                                    ZBNKTXC1
028100                                                                  ZBNKTXC1
028200***************************************************************** ZBNKTXC1
028300* Display CONSOLE messages...                                   * ZBNKTXC1
028400***************************************************************** ZBNKTXC1
028500 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKTXC1
028600     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKTXC1
028700       UPON CONSOLE.                                              ZBNKTXC1
028800     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKTXC1
028900                                                                  ZBNKTXC1
029000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKTXC1
