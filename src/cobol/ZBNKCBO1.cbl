000100***************************************************************** ZBNKCBO1
000200*                                                               * ZBNKCBO1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKCBO1
000400*   This demonstration program is provided for use by users     * ZBNKCBO1
000500*   of Micro Focus products and may be used, modified and       * ZBNKCBO1
000600*   distributed as part of your application provided that       * ZBNKCBO1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKCBO1
000800*   in this material.                                           * ZBNKCBO1
000900*                                                               * ZBNKCBO1
001000***************************************************************** ZBNKCBO1
001100                                                                  ZBNKCBO1
001200***************************************************************** ZBNKCBO1
001300* Program:     ZBNKCBO1.CBL                                     * ZBNKCBO1
001400* Function:    Nightly cheque book order run.  Walks the cheque * ZBNKCBO1
001500*              book register BNKCHQB for books ordered through  * ZBNKCBO1
001600*              the teller (STELL01P) or customer (SCHQB01P)     * ZBNKCBO1
001700*              screens and writes one order record per book,    * ZBNKCBO1
001800*              carrying its serial range and the owner's name   * ZBNKCBO1
001900*              and address from BNKCUST, to the printer         * ZBNKCBO1
002000*              vendor's file CHQBKOUT, closed by a trailer with * ZBNKCBO1
002100*              the record count and total leaves.  Each book    * ZBNKCBO1
002200*              sent is charged the cheque-book fee from its     * ZBNKCBO1
002300*              product on BNKATYP (none when the fee is zero),  * ZBNKCBO1
002400*              stamped on BNKTXN under the fee type the ledger  * ZBNKCBO1
002500*              feed maps to fee income, and marked sent on the  * ZBNKCBO1
002600*              register, which keeps its range for the clearing * ZBNKCBO1
002700*              run's serial check.  An order on an account      * ZBNKCBO1
002800*              closed since it was taken is cancelled; one on   * ZBNKCBO1
002900*              an account otherwise not open, or whose owner    * ZBNKCBO1
003000*              has no customer record, is held for the next     * ZBNKCBO1
003040*              run.  A customer with an active bankruptcy case  * ZBNKCBO1
003080*              on BNKBKRP is not charged - the fee is listed    * ZBNKCBO1
003120*              and totalled as held.  Every book examined is    * ZBNKCBO1
003200*              listed on the report.                            * ZBNKCBO1
003233*              Every master-file update is journaled through    * ZBNKCBO1
003266*              UJOURNL for forward recovery.                    * ZBNKCBO1
003300***************************************************************** ZBNKCBO1
003400                                                                  ZBNKCBO1
003500 IDENTIFICATION DIVISION.                                         ZBNKCBO1
003600 PROGRAM-ID.                                                      ZBNKCBO1
003700     ZBNKCBO1.                                                    ZBNKCBO1
003800 DATE-WRITTEN.                                                    ZBNKCBO1
003900     October 2026.                                                ZBNKCBO1
004000 DATE-COMPILED.                                                   ZBNKCBO1
004100     Today.                                                       ZBNKCBO1
004200                                                                  ZBNKCBO1
004300 ENVIRONMENT DIVISION.                                            ZBNKCBO1
004400 INPUT-OUTPUT   SECTION.                                          ZBNKCBO1
004500   FILE-CONTROL.                                                  ZBNKCBO1
004600     SELECT BNKCHQB-FILE                                          ZBNKCBO1
004700            ASSIGN       TO BNKCHQB                               ZBNKCBO1
004800            ORGANIZATION IS INDEXED                               ZBNKCBO1
004900            ACCESS MODE  IS DYNAMIC                               ZBNKCBO1
005000            RECORD KEY   IS CBK-KEY                               ZBNKCBO1
005100            FILE STATUS  IS WS-BNKCHQB-STATUS.                    ZBNKCBO1
005200     SELECT BNKACC-FILE                                           ZBNKCBO1
005300            ASSIGN       TO BNKACC                                ZBNKCBO1
005400            ORGANIZATION IS INDEXED                               ZBNKCBO1
005500            ACCESS MODE  IS RANDOM                                ZBNKCBO1
005600            RECORD KEY   IS BAC-REC-ACCNO                         ZBNKCBO1
005700            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          ZBNKCBO1
005800            FILE STATUS  IS WS-BNKACC-STATUS.                     ZBNKCBO1
005900     SELECT BNKATYP-FILE                                          ZBNKCBO1
006000            ASSIGN       TO BNKATYP                               ZBNKCBO1
006100            ORGANIZATION IS INDEXED                               ZBNKCBO1
006200            ACCESS MODE  IS RANDOM                                ZBNKCBO1
006300            RECORD KEY   IS BAT-REC-TYPE                          ZBNKCBO1
006400            FILE STATUS  IS WS-BNKATYP-STATUS.                    ZBNKCBO1
006500     SELECT BNKCUST-FILE                                          ZBNKCBO1
006600            ASSIGN       TO BNKCUST                               ZBNKCBO1
006700            ORGANIZATION IS INDEXED                               ZBNKCBO1
006800            ACCESS MODE  IS RANDOM                                ZBNKCBO1
006900            RECORD KEY   IS BCS-REC-PID                           ZBNKCBO1
007000            FILE STATUS  IS WS-BNKCUST-STATUS.                    ZBNKCBO1
007014     SELECT BNKBKRP-FILE                                          ZBNKCBO1
007028            ASSIGN       TO BNKBKRP                               ZBNKCBO1
007042            ORGANIZATION IS INDEXED                               ZBNKCBO1
007056            ACCESS MODE  IS RANDOM                                ZBNKCBO1
007070            RECORD KEY   IS BKR-KEY                               ZBNKCBO1
007084            FILE STATUS  IS WS-BNKBKRP-STATUS.                    ZBNKCBO1
007100     SELECT BNKTXN-FILE                                           ZBNKCBO1
007200            ASSIGN       TO BNKTXN                                ZBNKCBO1
007300            ORGANIZATION IS INDEXED                               ZBNKCBO1
007400            ACCESS MODE  IS RANDOM                                ZBNKCBO1
007500            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKCBO1
007600            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKCBO1
007700            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKCBO1
007800            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKCBO1
007900     SELECT CHQBKOUT-FILE                                         ZBNKCBO1
008000            ASSIGN       TO CHQBKOUT                              ZBNKCBO1
008100            ORGANIZATION IS SEQUENTIAL                            ZBNKCBO1
008200            ACCESS MODE  IS SEQUENTIAL                            ZBNKCBO1
008300            FILE STATUS  IS WS-CHQBKOUT-STATUS.                   ZBNKCBO1
008400     SELECT PRINTOUT-FILE                                         ZBNKCBO1
008500            ASSIGN       TO PRINTOUT                              ZBNKCBO1
008600            ORGANIZATION IS SEQUENTIAL                            ZBNKCBO1
008700            ACCESS MODE  IS SEQUENTIAL                            ZBNKCBO1
008800            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKCBO1
008900                                                                  ZBNKCBO1
009000 DATA DIVISION.                                                   ZBNKCBO1
009100 FILE SECTION.                                                    ZBNKCBO1
009200                                                                  ZBNKCBO1
009300 FD  BNKCHQB-FILE.                                                ZBNKCBO1
009400 01  BNKCHQB-REC.                                                 ZBNKCBO1
009500 COPY CBANKVCB.                                                   ZBNKCBO1
009600                                                                  ZBNKCBO1
009700 FD  BNKACC-FILE.                                                 ZBNKCBO1
009800 01  BNKACC-REC.                                                  ZBNKCBO1
009900 COPY CBANKVAC.                                                   ZBNKCBO1
010000                                                                  ZBNKCBO1
010100 FD  BNKATYP-FILE.                                                ZBNKCBO1
010200 01  BNKATYP-REC.                                                 ZBNKCBO1
010300 COPY CBANKVAT.                                                   ZBNKCBO1
010400                                                                  ZBNKCBO1
010500 FD  BNKCUST-FILE.                                                ZBNKCBO1
010600 01  BNKCUST-REC.                                                 ZBNKCBO1
010700 COPY CBANKVCS.                                                   ZBNKCBO1
010720                                                                  ZBNKCBO1
010740 FD  BNKBKRP-FILE.                                                ZBNKCBO1
010760 01  BNKBKRP-REC.                                                 ZBNKCBO1
010780 COPY CBANKVBK.                                                   ZBNKCBO1
010800                                                                  ZBNKCBO1
010900 FD  BNKTXN-FILE.                                                 ZBNKCBO1
011000 01  BNKTXN-REC.                                                  ZBNKCBO1
011100 COPY CBANKVTX.                                                   ZBNKCBO1
011200                                                                  ZBNKCBO1
011300 FD  CHQBKOUT-FILE.                                               ZBNKCBO1
011400 01  CHQBKOUT-REC                        PIC X(200).              ZBNKCBO1
011500                                                                  ZBNKCBO1
011600 FD  PRINTOUT-FILE.                                               ZBNKCBO1
011700 01  PRINTOUT-REC                        PIC X(121).              ZBNKCBO1
011800                                                                  ZBNKCBO1
011900 WORKING-STORAGE SECTION.                                         ZBNKCBO1
011933 COPY CJOURNLD.                                                   ZBNKCBO1
011966                                                                  ZBNKCBO1
012000 COPY CRUNCTLD.                                                   ZBNKCBO1
012100                                                                  ZBNKCBO1
012200 COPY CTIMERD.                                                    ZBNKCBO1
012300                                                                  ZBNKCBO1
012400 COPY CTSTAMPD.                                                   ZBNKCBO1
012500                                                                  ZBNKCBO1
012600 COPY CBANKTXD.                                                   ZBNKCBO1
012700                                                                  ZBNKCBO1
012800 01  WS-TWOS-COMP.                                                ZBNKCBO1
012900   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      ZBNKCBO1
013000   05  WS-TWOS-COMP-INPUT                    PIC X(256).          ZBNKCBO1
013100   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          ZBNKCBO1
013200   05  WS-TWOS-COMP-FORMAT                 PIC X(1) VALUE 'B'.    ZBNKCBO1
013300                                                                  ZBNKCBO1
013400 01  WS-CHQBKOUT-DETAIL.                                          ZBNKCBO1
013500   05  WS-CO-RECORD-TYPE                     PIC X(1)             ZBNKCBO1
013600       VALUE 'D'.                                                 ZBNKCBO1
013700   05  WS-CO-ACCNO                           PIC X(9).            ZBNKCBO1
013800   05  WS-CO-BOOK-SEQ                        PIC 9(3).            ZBNKCBO1
013900   05  WS-CO-SERIAL-LOW                      PIC 9(6).            ZBNKCBO1
014000   05  WS-CO-SERIAL-HIGH                     PIC 9(6).            ZBNKCBO1
014100   05  WS-CO-LEAVES                          PIC 9(3).            ZBNKCBO1
014200   05  WS-CO-NAME                            PIC X(25).           ZBNKCBO1
014300   05  WS-CO-ADDR1                           PIC X(25).           ZBNKCBO1
014400   05  WS-CO-ADDR2                           PIC X(25).           ZBNKCBO1
014500   05  WS-CO-STATE                           PIC X(2).            ZBNKCBO1
014600   05  WS-CO-CNTRY                           PIC X(6).            ZBNKCBO1
014700   05  WS-CO-POST-CODE                       PIC X(6).            ZBNKCBO1
014800   05  WS-CO-ORDER-DATE                      PIC X(10).           ZBNKCBO1
014900   05  WS-CO-CHANNEL                         PIC X(1).            ZBNKCBO1
015000   05  FILLER                                PIC X(72)            ZBNKCBO1
015100       VALUE SPACES.                                              ZBNKCBO1
015200                                                                  ZBNKCBO1
015300 01  WS-CHQBKOUT-TRAILER.                                         ZBNKCBO1
015400   05  WS-CT-RECORD-TYPE                     PIC X(1)             ZBNKCBO1
015500       VALUE 'T'.                                                 ZBNKCBO1
015600   05  WS-CT-RUN-DATE                        PIC X(10).           ZBNKCBO1
015700   05  WS-CT-RECORD-COUNT                    PIC 9(7).            ZBNKCBO1
015800   05  WS-CT-TOTAL-LEAVES                    PIC 9(9).            ZBNKCBO1
015900   05  FILLER                                PIC X(173)           ZBNKCBO1
016000       VALUE SPACES.                                              ZBNKCBO1
016100                                                                  ZBNKCBO1
016200 01  WS-MISC-STORAGE.                                             ZBNKCBO1
016300   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKCBO1
016400       VALUE 'ZBNKCBO1'.                                          ZBNKCBO1
016500   05  WS-BNKCHQB-STATUS.                                         ZBNKCBO1
016600     10  WS-BNKCHQB-STAT1                    PIC X(1).            ZBNKCBO1
016700     10  WS-BNKCHQB-STAT2                    PIC X(1).            ZBNKCBO1
016800   05  WS-BNKACC-STATUS.                                          ZBNKCBO1
016900     10  WS-BNKACC-STAT1                     PIC X(1).            ZBNKCBO1
017000     10  WS-BNKACC-STAT2                     PIC X(1).            ZBNKCBO1
017100   05  WS-BNKATYP-STATUS.                                         ZBNKCBO1
017200     10  WS-BNKATYP-STAT1                    PIC X(1).            ZBNKCBO1
017300     10  WS-BNKATYP-STAT2                    PIC X(1).            ZBNKCBO1
017400   05  WS-BNKCUST-STATUS.                                         ZBNKCBO1
017500     10  WS-BNKCUST-STAT1                    PIC X(1).            ZBNKCBO1
017600     10  WS-BNKCUST-STAT2                    PIC X(1).            ZBNKCBO1
017616   05  WS-BNKBKRP-STATUS.                                         ZBNKCBO1
017632     10  WS-BNKBKRP-STAT1                    PIC X(1).            ZBNKCBO1
017648     10  WS-BNKBKRP-STAT2                    PIC X(1).            ZBNKCBO1
017664   05  WS-BKRP-OPEN                          PIC X(1)             ZBNKCBO1
017680       VALUE 'N'.                                                 ZBNKCBO1
017700   05  WS-BNKTXN-STATUS.                                          ZBNKCBO1
017800     10  WS-BNKTXN-STAT1                     PIC X(1).            ZBNKCBO1
017900     10  WS-BNKTXN-STAT2                     PIC X(1).            ZBNKCBO1
018000   05  WS-CHQBKOUT-STATUS.                                        ZBNKCBO1
018100     10  WS-CHQBKOUT-STAT1                   PIC X(1).            ZBNKCBO1
018200     10  WS-CHQBKOUT-STAT2                   PIC X(1).            ZBNKCBO1
018300   05  WS-PRINTOUT-STATUS.                                        ZBNKCBO1
018400     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKCBO1
018500     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKCBO1
018600   05  WS-IO-STATUS.                                              ZBNKCBO1
018700     10  WS-IO-STAT1                         PIC X(1).            ZBNKCBO1
018800     10  WS-IO-STAT2                         PIC X(1).            ZBNKCBO1
018900   05  WS-TWO-BYTES.                                              ZBNKCBO1
019000     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKCBO1
019100     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKCBO1
019200   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKCBO1
019300                                             PIC 9(1) COMP.       ZBNKCBO1
019400   05  WS-END-OF-FILE                        PIC X(3)             ZBNKCBO1
019500       VALUE 'NO '.                                               ZBNKCBO1
019600   05  WS-BOOKS-SCANNED                      PIC 9(7)             ZBNKCBO1
019700       VALUE ZERO.                                                ZBNKCBO1
019800   05  WS-BOOKS-SENT                         PIC 9(7)             ZBNKCBO1
019900       VALUE ZERO.                                                ZBNKCBO1
020000   05  WS-BOOKS-CANCELLED                    PIC 9(7)             ZBNKCBO1
020100       VALUE ZERO.                                                ZBNKCBO1
020200   05  WS-BOOKS-HELD                         PIC 9(7)             ZBNKCBO1
020300       VALUE ZERO.                                                ZBNKCBO1
020400   05  WS-FEES-CHARGED                       PIC 9(7)             ZBNKCBO1
020500       VALUE ZERO.                                                ZBNKCBO1
020600   05  WS-TOTAL-LEAVES                       PIC 9(9)             ZBNKCBO1
020700       VALUE ZERO.                                                ZBNKCBO1
020800   05  WS-AMOUNT-FEES                        PIC S9(11)V99 COMP-3 ZBNKCBO1
020900       VALUE ZERO.                                                ZBNKCBO1
020920   05  WS-FEES-BKR-HELD                      PIC 9(7)             ZBNKCBO1
020940       VALUE ZERO.                                                ZBNKCBO1
020960   05  WS-BKR-HELD-TOTAL                     PIC S9(11)V99 COMP-3 ZBNKCBO1
020980       VALUE ZERO.                                                ZBNKCBO1
021000   05  WS-TXN-SEQ                            PIC 9(4)             ZBNKCBO1
021100       VALUE ZERO.                                                ZBNKCBO1
021200   05  WS-TODAY-ISO                          PIC X(10).           ZBNKCBO1
021300   05  WS-FEE-AMOUNT                         PIC S9(3)V99 COMP-3. ZBNKCBO1
021350   05  WS-FEE-HELD                           PIC X(1).            ZBNKCBO1
021400   05  WS-OUTCOME                            PIC X(30).           ZBNKCBO1
021500                                                                  ZBNKCBO1
021600 01  WS-REPORT-LINES.                                             ZBNKCBO1
021700   05  WS-LINE1.                                                  ZBNKCBO1
021800     10  WS-LINE1-CC                     PIC X(1)                 ZBNKCBO1
021900         VALUE '1'.                                               ZBNKCBO1
022000     10  FILLER                          PIC X(20)                ZBNKCBO1
022100         VALUE SPACES.                                            ZBNKCBO1
022200     10  WS-LINE1-HEAD                   PIC X(45)                ZBNKCBO1
022300         VALUE 'Cheque Book Orders to Printer'.                   ZBNKCBO1
022400   05  WS-LINE3.                                                  ZBNKCBO1
022500     10  WS-LINE3-CC                     PIC X(1)                 ZBNKCBO1
022600         VALUE ' '.                                               ZBNKCBO1
022700     10  FILLER                          PIC X(11)                ZBNKCBO1
022800         VALUE 'Account'.                                         ZBNKCBO1
022900     10  FILLER                          PIC X(6)                 ZBNKCBO1
023000         VALUE 'Book'.                                            ZBNKCBO1
023100     10  FILLER                          PIC X(16)                ZBNKCBO1
023200         VALUE 'Serials'.                                         ZBNKCBO1
023300     10  FILLER                          PIC X(8)                 ZBNKCBO1
023400         VALUE 'Leaves'.                                          ZBNKCBO1
023500     10  FILLER                          PIC X(9)                 ZBNKCBO1
023600         VALUE 'Fee'.                                             ZBNKCBO1
023700     10  FILLER                          PIC X(30)                ZBNKCBO1
023800         VALUE 'Outcome'.                                         ZBNKCBO1
023900   05  WS-LINE4.                                                  ZBNKCBO1
024000     10  WS-LINE4-CC                     PIC X(1)                 ZBNKCBO1
024100         VALUE ' '.                                               ZBNKCBO1
024200     10  WS-LINE4-ACCNO                  PIC X(11).               ZBNKCBO1
024300     10  WS-LINE4-SEQ                    PIC X(6).                ZBNKCBO1
024400     10  WS-LINE4-SERIAL-LOW             PIC X(6).                ZBNKCBO1
024500     10  FILLER                          PIC X(1)                 ZBNKCBO1
024600         VALUE '-'.                                               ZBNKCBO1
024700     10  WS-LINE4-SERIAL-HIGH            PIC X(6).                ZBNKCBO1
024800     10  FILLER                          PIC X(3)                 ZBNKCBO1
024900         VALUE SPACES.                                            ZBNKCBO1
025000     10  WS-LINE4-LEAVES                 PIC ZZ9.                 ZBNKCBO1
025100     10  FILLER                          PIC X(3)                 ZBNKCBO1
025200         VALUE SPACES.                                            ZBNKCBO1
025300     10  WS-LINE4-FEE                    PIC ZZZ9.99.             ZBNKCBO1
025400     10  FILLER                          PIC X(4)                 ZBNKCBO1
025500         VALUE SPACES.                                            ZBNKCBO1
025600     10  WS-LINE4-OUTCOME                PIC X(30).               ZBNKCBO1
025700   05  WS-LINE5.                                                  ZBNKCBO1
025800     10  WS-LINE5-CC                     PIC X(1)                 ZBNKCBO1
025900         VALUE ' '.                                               ZBNKCBO1
026000     10  WS-LINE5-DESC                   PIC X(30).               ZBNKCBO1
026100     10  WS-LINE5-COUNT                  PIC ZZZZZZZZ9.           ZBNKCBO1
026200     10  FILLER                          PIC X(3)                 ZBNKCBO1
026300         VALUE SPACES.                                            ZBNKCBO1
026400     10  WS-LINE5-AMOUNT                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.  ZBNKCBO1
026500                                                                  ZBNKCBO1
026600 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKCBO1
026700                                                                  ZBNKCBO1
026800 LINKAGE SECTION.                                                 ZBNKCBO1
026900 01  LK-EXEC-PARM.                                                ZBNKCBO1
027000   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKCBO1
027100   05  LK-EXEC-PARM-DATA                     PIC X(12).           ZBNKCBO1
027200                                                                  ZBNKCBO1
027300 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKCBO1
027400                                                                  ZBNKCBO1
027500     PERFORM RUN-TIME.                                            ZBNKCBO1
027600                                                                  ZBNKCBO1
027700     MOVE 'Cheque book order run starting'                        ZBNKCBO1
027800       TO WS-CONSOLE-MESSAGE.                                     ZBNKCBO1
027900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCBO1
028000                                                                  ZBNKCBO1
028100***************************************************************** ZBNKCBO1
028200* Run-control - the order run is refused a second time for the  * ZBNKCBO1
028300* same day unless the operator asked for a restart in the EXEC  * ZBNKCBO1
028400* PARM, so no book goes to the printer or is charged twice      * ZBNKCBO1
028500***************************************************************** ZBNKCBO1
028600     MOVE SPACES TO RUN-CTL-DATA.                                 ZBNKCBO1
028700     SET RUN-CTL-CHECK-START TO TRUE.                             ZBNKCBO1
028800     MOVE WS-PROGRAM-ID TO RUN-CTL-JOB.                           ZBNKCBO1
028900     MOVE SPACES TO RUN-CTL-PREDECESSOR.                          ZBNKCBO1
029000     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO AND                  ZBNKCBO1
029100        LK-EXEC-PARM-DATA (1:7) IS EQUAL TO 'RESTART'             ZBNKCBO1
029200        SET RUN-CTL-RESTART-YES TO TRUE                           ZBNKCBO1
029300     END-IF.                                                      ZBNKCBO1
029400     CALL 'URUNCTL' USING RUN-CTL-DATA.                           ZBNKCBO1
029500     IF NOT RUN-CTL-OK                                            ZBNKCBO1
029600        MOVE RUN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKCBO1
029700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCBO1
029800        MOVE 'Run-control problem - job not run'                  ZBNKCBO1
029900          TO WS-CONSOLE-MESSAGE                                   ZBNKCBO1
030000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCBO1
030100        MOVE 8 TO RETURN-CODE                                     ZBNKCBO1
030200        GOBACK                                                    ZBNKCBO1
030300     END-IF.                                                      ZBNKCBO1
030400                                                                  ZBNKCBO1
030500 COPY CTSTAMPP.                                                   ZBNKCBO1
030600     MOVE WS-TS-DATE TO WS-TODAY-ISO.                             ZBNKCBO1
030700                                                                  ZBNKCBO1
030800     PERFORM OPEN-ALL-FILES.                                      ZBNKCBO1
030900     PERFORM PRINT-REPORT-HEADER.                                 ZBNKCBO1
031000                                                                  ZBNKCBO1
031100     MOVE LOW-VALUES TO CBK-KEY.                                  ZBNKCBO1
031200     START BNKCHQB-FILE KEY NOT LESS THAN CBK-KEY.                ZBNKCBO1
031300     IF WS-BNKCHQB-STATUS IS NOT EQUAL TO '00'                    ZBNKCBO1
031400        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKCBO1
031500     END-IF.                                                      ZBNKCBO1
031600     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKCBO1
031700        READ BNKCHQB-FILE NEXT RECORD                             ZBNKCBO1
031800        IF WS-BNKCHQB-STATUS IS EQUAL TO '10'                     ZBNKCBO1
031900           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKCBO1
032000        ELSE                                                      ZBNKCBO1
032100           IF WS-BNKCHQB-STATUS IS NOT EQUAL TO '00'              ZBNKCBO1
032200              MOVE 'BNKCHQB read error during scan'               ZBNKCBO1
032300                TO WS-CONSOLE-MESSAGE                             ZBNKCBO1
032400              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKCBO1
032500              MOVE WS-BNKCHQB-STATUS TO WS-IO-STATUS              ZBNKCBO1
032600              PERFORM DISPLAY-IO-STATUS                           ZBNKCBO1
032700              PERFORM ABORT-PROGRAM                               ZBNKCBO1
032800           ELSE                                                   ZBNKCBO1
032900              PERFORM SEND-ONE-BOOK THRU                          ZBNKCBO1
033000                      SEND-ONE-BOOK-EXIT                          ZBNKCBO1
033100           END-IF                                                 ZBNKCBO1
033200        END-IF                                                    ZBNKCBO1
033300     END-PERFORM.                                                 ZBNKCBO1
033400                                                                  ZBNKCBO1
033500     PERFORM WRITE-ORDER-TRAILER.                                 ZBNKCBO1
033600     PERFORM PRINT-REPORT-TOTALS.                                 ZBNKCBO1
033700     PERFORM CLOSE-ALL-FILES.                                     ZBNKCBO1
033800                                                                  ZBNKCBO1
033900     SET RUN-CTL-MARK-END TO TRUE.                                ZBNKCBO1
034000     CALL 'URUNCTL' USING RUN-CTL-DATA.                           ZBNKCBO1
034100                                                                  ZBNKCBO1
034200     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKCBO1
034300     STRING WS-BOOKS-SENT DELIMITED BY SIZE                       ZBNKCBO1
034400            ' sent, ' DELIMITED BY SIZE                           ZBNKCBO1
034500            WS-BOOKS-CANCELLED DELIMITED BY SIZE                  ZBNKCBO1
034600            ' cancelled, ' DELIMITED BY SIZE                      ZBNKCBO1
034700            WS-BOOKS-HELD DELIMITED BY SIZE                       ZBNKCBO1
034800            ' held' DELIMITED BY SIZE                             ZBNKCBO1
034900       INTO WS-CONSOLE-MESSAGE.                                   ZBNKCBO1
035000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCBO1
035100     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKCBO1
035200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCBO1
035300                                                                  ZBNKCBO1
035400     PERFORM RUN-TIME.                                            ZBNKCBO1
035500                                                                  ZBNKCBO1
035600     MOVE 0 TO RETURN-CODE.                                       ZBNKCBO1
035700                                                                  ZBNKCBO1
035800     GOBACK.                                                      ZBNKCBO1
035900                                                                  ZBNKCBO1
036000***************************************************************** ZBNKCBO1
036100* Send one ordered book to the printer.  Sent and cancelled     * ZBNKCBO1
036200* books are history; an order on a closed account is cancelled  * ZBNKCBO1
036300* and one that cannot be addressed or charged yet is held.      * ZBNKCBO1
036400***************************************************************** ZBNKCBO1
036500 SEND-ONE-BOOK.                                                   ZBNKCBO1
036600     IF NOT CBK-STATUS-ORDERED                                    ZBNKCBO1
036700        GO TO SEND-ONE-BOOK-EXIT                                  ZBNKCBO1
036800     END-IF.                                                      ZBNKCBO1
036900     ADD 1 TO WS-BOOKS-SCANNED.                                   ZBNKCBO1
037000     MOVE ZERO TO WS-FEE-AMOUNT.                                  ZBNKCBO1
037050     MOVE 'N' TO WS-FEE-HELD.                                     ZBNKCBO1
037100     MOVE CBK-REC-ACCNO TO BAC-REC-ACCNO.                         ZBNKCBO1
037200     READ BNKACC-FILE.                                            ZBNKCBO1
037300     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00' OR                  ZBNKCBO1
037400        BAC-STATUS-CLOSED                                         ZBNKCBO1
037500        MOVE 'Cancelled - account closed' TO WS-OUTCOME           ZBNKCBO1
037600        PERFORM CANCEL-ONE-BOOK                                   ZBNKCBO1
037700        GO TO SEND-ONE-BOOK-EXIT                                  ZBNKCBO1
037800     END-IF.                                                      ZBNKCBO1
037900     IF NOT BAC-STATUS-OPEN                                       ZBNKCBO1
038000        MOVE 'Held - account not open' TO WS-OUTCOME              ZBNKCBO1
038100        ADD 1 TO WS-BOOKS-HELD                                    ZBNKCBO1
038200        PERFORM PRINT-BOOK-LINE                                   ZBNKCBO1
038300        GO TO SEND-ONE-BOOK-EXIT                                  ZBNKCBO1
038400     END-IF.                                                      ZBNKCBO1
038500     MOVE BAC-REC-PID TO BCS-REC-PID.                             ZBNKCBO1
038600     READ BNKCUST-FILE.                                           ZBNKCBO1
038700     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKCBO1
038800        MOVE 'Held - no customer address' TO WS-OUTCOME           ZBNKCBO1
038900        ADD 1 TO WS-BOOKS-HELD                                    ZBNKCBO1
039000        PERFORM PRINT-BOOK-LINE                                   ZBNKCBO1
039100        GO TO SEND-ONE-BOOK-EXIT                                  ZBNKCBO1
039200     END-IF.                                                      ZBNKCBO1
039300                                                                  ZBNKCBO1
039400     PERFORM WRITE-ORDER-DETAIL.                                  ZBNKCBO1
039500     PERFORM CHARGE-BOOK-FEE THRU                                 ZBNKCBO1
039600             CHARGE-BOOK-FEE-EXIT.                                ZBNKCBO1
039700                                                                  ZBNKCBO1
039800     SET CBK-STATUS-SENT TO TRUE.                                 ZBNKCBO1
039900     MOVE WS-TODAY-ISO TO CBK-REC-SENT-DATE.                      ZBNKCBO1
039933     IF WS-FEE-HELD IS EQUAL TO 'Y'                               ZBNKCBO1
039966        MOVE ZERO TO CBK-REC-FEE-AMOUNT                           ZBNKCBO1
039999     ELSE                                                         ZBNKCBO1
040032        MOVE WS-FEE-AMOUNT TO CBK-REC-FEE-AMOUNT                  ZBNKCBO1
040065     END-IF.                                                      ZBNKCBO1
040100     REWRITE CBK-RECORD.                                          ZBNKCBO1
040200     IF WS-BNKCHQB-STATUS IS NOT EQUAL TO '00'                    ZBNKCBO1
040300        MOVE 'Unable to mark cheque book sent'                    ZBNKCBO1
040400          TO WS-CONSOLE-MESSAGE                                   ZBNKCBO1
040500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCBO1
040600        MOVE WS-BNKCHQB-STATUS TO WS-IO-STATUS                    ZBNKCBO1
040700        PERFORM DISPLAY-IO-STATUS                                 ZBNKCBO1
040800        PERFORM ABORT-PROGRAM                                     ZBNKCBO1
040900     END-IF.                                                      ZBNKCBO1
041000     ADD 1 TO WS-BOOKS-SENT.                                      ZBNKCBO1
041100     ADD CBK-REC-LEAVES TO WS-TOTAL-LEAVES.                       ZBNKCBO1
041133     IF WS-FEE-HELD IS EQUAL TO 'Y'                               ZBNKCBO1
041166        MOVE 'Sent - fee held, bankruptcy' TO WS-OUTCOME          ZBNKCBO1
041199     ELSE                                                         ZBNKCBO1
041232        MOVE 'Sent to printer' TO WS-OUTCOME                      ZBNKCBO1
041265     END-IF.                                                      ZBNKCBO1
041300     PERFORM PRINT-BOOK-LINE.                                     ZBNKCBO1
041400 SEND-ONE-BOOK-EXIT.                                              ZBNKCBO1
041500     EXIT.                                                        ZBNKCBO1
041600                                                                  ZBNKCBO1
041700***************************************************************** ZBNKCBO1
041800* Cancel an order taken on an account that has since closed -   * ZBNKCBO1
041900* its serial range stays on the register and is not reused      * ZBNKCBO1
042000***************************************************************** ZBNKCBO1
042100 CANCEL-ONE-BOOK.                                                 ZBNKCBO1
042200     SET CBK-STATUS-CANCELLED TO TRUE.                            ZBNKCBO1
042300     REWRITE CBK-RECORD.                                          ZBNKCBO1
042400     IF WS-BNKCHQB-STATUS IS NOT EQUAL TO '00'                    ZBNKCBO1
042500        MOVE 'Unable to cancel cheque book order'                 ZBNKCBO1
042600          TO WS-CONSOLE-MESSAGE                                   ZBNKCBO1
042700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCBO1
042800        MOVE WS-BNKCHQB-STATUS TO WS-IO-STATUS                    ZBNKCBO1
042900        PERFORM DISPLAY-IO-STATUS                                 ZBNKCBO1
043000        PERFORM ABORT-PROGRAM                                     ZBNKCBO1
043100     END-IF.                                                      ZBNKCBO1
043200     ADD 1 TO WS-BOOKS-CANCELLED.                                 ZBNKCBO1
043300     PERFORM PRINT-BOOK-LINE.                                     ZBNKCBO1
043400                                                                  ZBNKCBO1
043500***************************************************************** ZBNKCBO1
043600* Write the printer vendor's order record for the book          * ZBNKCBO1
043700***************************************************************** ZBNKCBO1
043800 WRITE-ORDER-DETAIL.                                              ZBNKCBO1
043900     MOVE CBK-REC-ACCNO TO WS-CO-ACCNO.                           ZBNKCBO1
044000     MOVE CBK-REC-SEQ TO WS-CO-BOOK-SEQ.                          ZBNKCBO1
044100     MOVE CBK-REC-SERIAL-LOW TO WS-CO-SERIAL-LOW.                 ZBNKCBO1
044200     MOVE CBK-REC-SERIAL-HIGH TO WS-CO-SERIAL-HIGH.               ZBNKCBO1
044300     MOVE CBK-REC-LEAVES TO WS-CO-LEAVES.                         ZBNKCBO1
044400     MOVE BCS-REC-NAME TO WS-CO-NAME.                             ZBNKCBO1
044500     MOVE BCS-REC-ADDR1 TO WS-CO-ADDR1.                           ZBNKCBO1
044600     MOVE BCS-REC-ADDR2 TO WS-CO-ADDR2.                           ZBNKCBO1
044700     MOVE BCS-REC-STATE TO WS-CO-STATE.                           ZBNKCBO1
044800     MOVE BCS-REC-CNTRY TO WS-CO-CNTRY.                           ZBNKCBO1
044900     MOVE BCS-REC-POST-CODE TO WS-CO-POST-CODE.                   ZBNKCBO1
045000     MOVE CBK-REC-ORDER-DATE TO WS-CO-ORDER-DATE.                 ZBNKCBO1
045100     MOVE CBK-REC-CHANNEL TO WS-CO-CHANNEL.                       ZBNKCBO1
045200     MOVE WS-CHQBKOUT-DETAIL TO CHQBKOUT-REC.                     ZBNKCBO1
045300     PERFORM CHQBKOUT-PUT.                                        ZBNKCBO1
045400                                                                  ZBNKCBO1
045500***************************************************************** ZBNKCBO1
045600* Write the trailer the printer vendor balances the file to     * ZBNKCBO1
045700***************************************************************** ZBNKCBO1
045800 WRITE-ORDER-TRAILER.                                             ZBNKCBO1
045900     MOVE WS-TODAY-ISO TO WS-CT-RUN-DATE.                         ZBNKCBO1
046000     MOVE WS-BOOKS-SENT TO WS-CT-RECORD-COUNT.                    ZBNKCBO1
046100     MOVE WS-TOTAL-LEAVES TO WS-CT-TOTAL-LEAVES.                  ZBNKCBO1
046200     MOVE WS-CHQBKOUT-TRAILER TO CHQBKOUT-REC.                    ZBNKCBO1
046300     PERFORM CHQBKOUT-PUT.                                        ZBNKCBO1
046400                                                                  ZBNKCBO1
046500***************************************************************** ZBNKCBO1
046600* Charge the cheque-book fee from the account's product - a     * ZBNKCBO1
046700* product with no fee, or one not on file, sends the book free  * ZBNKCBO1
046800***************************************************************** ZBNKCBO1
046900 CHARGE-BOOK-FEE.                                                 ZBNKCBO1
047000     MOVE BAC-REC-TYPE TO BAT-REC-TYPE.                           ZBNKCBO1
047100     READ BNKATYP-FILE.                                           ZBNKCBO1
047200     IF WS-BNKATYP-STATUS IS EQUAL TO '00' AND                    ZBNKCBO1
047300        BAT-REC-CHQBOOK-FEE IS NUMERIC                            ZBNKCBO1
047400        IF BAT-REC-CHQBOOK-FEE IS GREATER THAN ZERO               ZBNKCBO1
047500           MOVE BAT-REC-CHQBOOK-FEE TO WS-FEE-AMOUNT              ZBNKCBO1
047600        END-IF                                                    ZBNKCBO1
047700     END-IF.                                                      ZBNKCBO1
047800     IF WS-FEE-AMOUNT IS NOT GREATER THAN ZERO                    ZBNKCBO1
047900        GO TO CHARGE-BOOK-FEE-EXIT                                ZBNKCBO1
048000     END-IF.                                                      ZBNKCBO1
048005                                                                  ZBNKCBO1
048010***************************************************************** ZBNKCBO1
048015* Nothing is charged to a customer in bankruptcy - the fee is   * ZBNKCBO1
048020* listed and totalled as held                                   * ZBNKCBO1
048025***************************************************************** ZBNKCBO1
048030     IF WS-BKRP-OPEN IS EQUAL TO 'Y'                              ZBNKCBO1
048035        MOVE BAC-REC-PID TO BKR-REC-PID                           ZBNKCBO1
048040        READ BNKBKRP-FILE                                         ZBNKCBO1
048045        IF WS-BNKBKRP-STATUS IS EQUAL TO '00' AND                 ZBNKCBO1
048050           BKR-CASE-ACTIVE                                        ZBNKCBO1
048055           ADD 1 TO WS-FEES-BKR-HELD                              ZBNKCBO1
048060           ADD WS-FEE-AMOUNT TO WS-BKR-HELD-TOTAL                 ZBNKCBO1
048065           MOVE 'Y' TO WS-FEE-HELD                                ZBNKCBO1
048070           GO TO CHARGE-BOOK-FEE-EXIT                             ZBNKCBO1
048075        END-IF                                                    ZBNKCBO1
048080     END-IF.                                                      ZBNKCBO1
048085                                                                  ZBNKCBO1
048100     SUBTRACT WS-FEE-AMOUNT FROM BAC-REC-BALANCE.                 ZBNKCBO1
048200     REWRITE BAC-RECORD                                           ZBNKCBO1
048233     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKCBO1
048266     PERFORM JOURNAL-BNKACC.                                      ZBNKCBO1
048300     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKCBO1
048400        MOVE 'Unable to charge cheque book fee'                   ZBNKCBO1
048500          TO WS-CONSOLE-MESSAGE                                   ZBNKCBO1
048600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCBO1
048700        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKCBO1
048800        PERFORM DISPLAY-IO-STATUS                                 ZBNKCBO1
048900        PERFORM ABORT-PROGRAM                                     ZBNKCBO1
049000     END-IF.                                                      ZBNKCBO1
049100     PERFORM WRITE-FEE-AUDIT.                                     ZBNKCBO1
049200     ADD 1 TO WS-FEES-CHARGED.                                    ZBNKCBO1
049300     ADD WS-FEE-AMOUNT TO WS-AMOUNT-FEES.                         ZBNKCBO1
049400 CHARGE-BOOK-FEE-EXIT.                                            ZBNKCBO1
049500     EXIT.                                                        ZBNKCBO1
049600                                                                  ZBNKCBO1
049700***************************************************************** ZBNKCBO1
049800* Write the BNKTXN entry for the fee under the fee type the     * ZBNKCBO1
049900* ledger feed maps to fee income                                * ZBNKCBO1
050000***************************************************************** ZBNKCBO1
050100 WRITE-FEE-AUDIT.                                                 ZBNKCBO1
050200 COPY CTSTAMPP.                                                   ZBNKCBO1
050300     MOVE WS-TXN-SEQ TO WS-TS-TIME-DDDDDD (3:4).                  ZBNKCBO1
050400     ADD 1 TO WS-TXN-SEQ.                                         ZBNKCBO1
050500     MOVE '5' TO WS-TIMESTAMP (26:1).                             ZBNKCBO1
050600                                                                  ZBNKCBO1
050700     MOVE SPACES TO BTX-RECORD.                                   ZBNKCBO1
050800     MOVE BAC-REC-PID TO BTX-REC-PID.                             ZBNKCBO1
050900     MOVE 'F' TO BTX-REC-TYPE.                                    ZBNKCBO1
051000     MOVE '6' TO BTX-REC-SUB-TYPE.                                ZBNKCBO1
051100     MOVE CBK-REC-ACCNO TO BTX-REC-ACCNO.                         ZBNKCBO1
051200     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      ZBNKCBO1
051300     COMPUTE BTX-REC-AMOUNT = WS-FEE-AMOUNT * -1.                 ZBNKCBO1
051400     MOVE SPACES TO TXN-DATA.                                     ZBNKCBO1
051500     STRING 'Cheque book fee ' DELIMITED BY SIZE                  ZBNKCBO1
051600            CBK-REC-SERIAL-LOW DELIMITED BY SIZE                  ZBNKCBO1
051700            '-' DELIMITED BY SIZE                                 ZBNKCBO1
051800            CBK-REC-SERIAL-HIGH DELIMITED BY SIZE                 ZBNKCBO1
051900       INTO TXN-T1-OLD-DESC.                                      ZBNKCBO1
052000     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       ZBNKCBO1
052100     MOVE TXN-DATA-NEW TO BTX-REC-DATA-NEW.                       ZBNKCBO1
052200     MOVE SPACES TO BTX-REC-FILLER (1:16).                        ZBNKCBO1
052300     MOVE 'CBK' TO BTX-REC-FILLER (1:3).                          ZBNKCBO1
052400     MOVE CBK-REC-SEQ TO BTX-REC-FILLER (4:3).                    ZBNKCBO1
052500     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     ZBNKCBO1
052600     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      ZBNKCBO1
052700     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             ZBNKCBO1
052800     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       ZBNKCBO1
052900                           WS-TWOS-COMP-INPUT                     ZBNKCBO1
053000                           WS-TWOS-COMP-OUTPUT                    ZBNKCBO1
053100                           WS-TWOS-COMP-FORMAT.                   ZBNKCBO1
053200     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKCBO1
053300 COPY CBANKTXP.                                                   ZBNKCBO1
053400     WRITE BTX-RECORD                                             ZBNKCBO1
053433     SET JRN-CTL-ADD TO TRUE                                      ZBNKCBO1
053466     PERFORM JOURNAL-BNKTXN.                                      ZBNKCBO1
053500     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKCBO1
053600        MOVE 'Unable to write cheque book fee record'             ZBNKCBO1
053700          TO WS-CONSOLE-MESSAGE                                   ZBNKCBO1
053800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCBO1
053900        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKCBO1
054000        PERFORM DISPLAY-IO-STATUS                                 ZBNKCBO1
054100        PERFORM ABORT-PROGRAM                                     ZBNKCBO1
054200     END-IF.                                                      ZBNKCBO1
054300                                                                  ZBNKCBO1
054400***************************************************************** ZBNKCBO1
054500* List one book examined with its outcome                       * ZBNKCBO1
054600***************************************************************** ZBNKCBO1
054700 PRINT-BOOK-LINE.                                                 ZBNKCBO1
054800     MOVE CBK-REC-ACCNO TO WS-LINE4-ACCNO.                        ZBNKCBO1
054900     MOVE CBK-REC-SEQ TO WS-LINE4-SEQ.                            ZBNKCBO1
055000     MOVE CBK-REC-SERIAL-LOW TO WS-LINE4-SERIAL-LOW.              ZBNKCBO1
055100     MOVE CBK-REC-SERIAL-HIGH TO WS-LINE4-SERIAL-HIGH.            ZBNKCBO1
055200     MOVE CBK-REC-LEAVES TO WS-LINE4-LEAVES.                      ZBNKCBO1
055300     MOVE WS-FEE-AMOUNT TO WS-LINE4-FEE.                          ZBNKCBO1
055400     MOVE WS-OUTCOME TO WS-LINE4-OUTCOME.                         ZBNKCBO1
055500     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKCBO1
055600     PERFORM PRINTOUT-PUT.                                        ZBNKCBO1
055700                                                                  ZBNKCBO1
055800***************************************************************** ZBNKCBO1
055900* Print the report title and column headings                    * ZBNKCBO1
056000***************************************************************** ZBNKCBO1
056100 PRINT-REPORT-HEADER.                                             ZBNKCBO1
056200     MOVE WS-LINE1 TO PRINTOUT-REC.                               ZBNKCBO1
056300     PERFORM PRINTOUT-PUT.                                        ZBNKCBO1
056400     MOVE WS-LINE3 TO PRINTOUT-REC.                               ZBNKCBO1
056500     PERFORM PRINTOUT-PUT.                                        ZBNKCBO1
056600                                                                  ZBNKCBO1
056700***************************************************************** ZBNKCBO1
056800* Print the control totals                                      * ZBNKCBO1
056900***************************************************************** ZBNKCBO1
057000 PRINT-REPORT-TOTALS.                                             ZBNKCBO1
057100     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKCBO1
057200     PERFORM PRINTOUT-PUT.                                        ZBNKCBO1
057300     MOVE SPACES TO WS-LINE5.                                     ZBNKCBO1
057400     MOVE 'Orders examined' TO WS-LINE5-DESC.                     ZBNKCBO1
057500     MOVE WS-BOOKS-SCANNED TO WS-LINE5-COUNT.                     ZBNKCBO1
057600     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCBO1
057700     PERFORM PRINTOUT-PUT.                                        ZBNKCBO1
057800     MOVE 'Books sent to printer' TO WS-LINE5-DESC.               ZBNKCBO1
057900     MOVE WS-BOOKS-SENT TO WS-LINE5-COUNT.                        ZBNKCBO1
058000     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCBO1
058100     PERFORM PRINTOUT-PUT.                                        ZBNKCBO1
058200     MOVE 'Total leaves ordered' TO WS-LINE5-DESC.                ZBNKCBO1
058300     MOVE WS-TOTAL-LEAVES TO WS-LINE5-COUNT.                      ZBNKCBO1
058400     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCBO1
058500     PERFORM PRINTOUT-PUT.                                        ZBNKCBO1
058600     MOVE 'Fees charged' TO WS-LINE5-DESC.                        ZBNKCBO1
058700     MOVE WS-FEES-CHARGED TO WS-LINE5-COUNT.                      ZBNKCBO1
058800     MOVE WS-AMOUNT-FEES TO WS-LINE5-AMOUNT.                      ZBNKCBO1
058900     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCBO1
059000     PERFORM PRINTOUT-PUT.                                        ZBNKCBO1
059016     MOVE 'Fees held - bankruptcy' TO WS-LINE5-DESC.              ZBNKCBO1
059032     MOVE WS-FEES-BKR-HELD TO WS-LINE5-COUNT.                     ZBNKCBO1
059048     MOVE WS-BKR-HELD-TOTAL TO WS-LINE5-AMOUNT.                   ZBNKCBO1
059064     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCBO1
059080     PERFORM PRINTOUT-PUT.                                        ZBNKCBO1
059100     MOVE SPACES TO WS-LINE5.                                     ZBNKCBO1
059200     MOVE 'Orders cancelled' TO WS-LINE5-DESC.                    ZBNKCBO1
059300     MOVE WS-BOOKS-CANCELLED TO WS-LINE5-COUNT.                   ZBNKCBO1
059400     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCBO1
059500     PERFORM PRINTOUT-PUT.                                        ZBNKCBO1
059600     MOVE 'Orders held' TO WS-LINE5-DESC.                         ZBNKCBO1
059700     MOVE WS-BOOKS-HELD TO WS-LINE5-COUNT.                        ZBNKCBO1
059800     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCBO1
059900     PERFORM PRINTOUT-PUT.                                        ZBNKCBO1
060000                                                                  ZBNKCBO1
060100***************************************************************** ZBNKCBO1
060200* Write a record to the printer vendor's order file             * ZBNKCBO1
060300***************************************************************** ZBNKCBO1
060400 CHQBKOUT-PUT.                                                    ZBNKCBO1
060500     WRITE CHQBKOUT-REC.                                          ZBNKCBO1
060600     IF WS-CHQBKOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCBO1
060700       MOVE 'CHQBKOUT error writing file...'                      ZBNKCBO1
060800         TO WS-CONSOLE-MESSAGE                                    ZBNKCBO1
060900       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKCBO1
061000       MOVE WS-CHQBKOUT-STATUS TO WS-IO-STATUS                    ZBNKCBO1
061100       PERFORM DISPLAY-IO-STATUS                                  ZBNKCBO1
061200       PERFORM ABORT-PROGRAM                                      ZBNKCBO1
061300     END-IF.                                                      ZBNKCBO1
061400                                                                  ZBNKCBO1
061500***************************************************************** ZBNKCBO1
061600* Write a record to the sequential print file                   * ZBNKCBO1
061700***************************************************************** ZBNKCBO1
061800 PRINTOUT-PUT.                                                    ZBNKCBO1
061900     WRITE PRINTOUT-REC.                                          ZBNKCBO1
062000     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCBO1
062100       MOVE 'PRINTOUT error writing file...'                      ZBNKCBO1
062200         TO WS-CONSOLE-MESSAGE                                    ZBNKCBO1
062300       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKCBO1
062400       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKCBO1
062500       PERFORM DISPLAY-IO-STATUS                                  ZBNKCBO1
062600       PERFORM ABORT-PROGRAM                                      ZBNKCBO1
062700     END-IF.                                                      ZBNKCBO1
062800                                                                  ZBNKCBO1
062900***************************************************************** ZBNKCBO1
063000* Open the files                                                * ZBNKCBO1
063100***************************************************************** ZBNKCBO1
063200 OPEN-ALL-FILES.                                                  ZBNKCBO1
063300     OPEN I-O BNKCHQB-FILE.                                       ZBNKCBO1
063400     IF WS-BNKCHQB-STATUS IS NOT EQUAL TO '00'                    ZBNKCBO1
063500        MOVE 'BNKCHQB file open failure...'                       ZBNKCBO1
063600          TO WS-CONSOLE-MESSAGE                                   ZBNKCBO1
063700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCBO1
063800        MOVE WS-BNKCHQB-STATUS TO WS-IO-STATUS                    ZBNKCBO1
063900        PERFORM DISPLAY-IO-STATUS                                 ZBNKCBO1
064000        PERFORM ABORT-PROGRAM                                     ZBNKCBO1
064100     END-IF.                                                      ZBNKCBO1
064200     OPEN I-O BNKACC-FILE.                                        ZBNKCBO1
064300     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKCBO1
064400        MOVE 'BNKACC file open failure...'                        ZBNKCBO1
064500          TO WS-CONSOLE-MESSAGE                                   ZBNKCBO1
064600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCBO1
064700        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKCBO1
064800        PERFORM DISPLAY-IO-STATUS                                 ZBNKCBO1
064900        PERFORM ABORT-PROGRAM                                     ZBNKCBO1
065000     END-IF.                                                      ZBNKCBO1
065100     OPEN INPUT BNKATYP-FILE.                                     ZBNKCBO1
065200     IF WS-BNKATYP-STATUS IS NOT EQUAL TO '00'                    ZBNKCBO1
065300        MOVE 'BNKATYP file open failure...'                       ZBNKCBO1
065400          TO WS-CONSOLE-MESSAGE                                   ZBNKCBO1
065500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCBO1
065600        MOVE WS-BNKATYP-STATUS TO WS-IO-STATUS                    ZBNKCBO1
065700        PERFORM DISPLAY-IO-STATUS                                 ZBNKCBO1
065800        PERFORM ABORT-PROGRAM                                     ZBNKCBO1
065900     END-IF.                                                      ZBNKCBO1
066000     OPEN INPUT BNKCUST-FILE.                                     ZBNKCBO1
066100     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKCBO1
066200        MOVE 'BNKCUST file open failure...'                       ZBNKCBO1
066300          TO WS-CONSOLE-MESSAGE                                   ZBNKCBO1
066400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCBO1
066500        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    ZBNKCBO1
066600        PERFORM DISPLAY-IO-STATUS                                 ZBNKCBO1
066700        PERFORM ABORT-PROGRAM                                     ZBNKCBO1
066800     END-IF.                                                      ZBNKCBO1
066816* The bankruptcy case file is optional - no cases, nothing held   ZBNKCBO1
066832     OPEN INPUT BNKBKRP-FILE.                                     ZBNKCBO1
066848     IF WS-BNKBKRP-STATUS IS EQUAL TO '00'                        ZBNKCBO1
066864        MOVE 'Y' TO WS-BKRP-OPEN                                  ZBNKCBO1
066880     END-IF.                                                      ZBNKCBO1
066900     OPEN I-O BNKTXN-FILE.                                        ZBNKCBO1
067000     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKCBO1
067100        MOVE 'BNKTXN file open failure...'                        ZBNKCBO1
067200          TO WS-CONSOLE-MESSAGE                                   ZBNKCBO1
067300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCBO1
067400        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKCBO1
067500        PERFORM DISPLAY-IO-STATUS                                 ZBNKCBO1
067600        PERFORM ABORT-PROGRAM                                     ZBNKCBO1
067700     END-IF.                                                      ZBNKCBO1
067800     OPEN OUTPUT CHQBKOUT-FILE.                                   ZBNKCBO1
067900     IF WS-CHQBKOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCBO1
068000        MOVE 'CHQBKOUT file open failure...'                      ZBNKCBO1
068100          TO WS-CONSOLE-MESSAGE                                   ZBNKCBO1
068200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCBO1
068300        MOVE WS-CHQBKOUT-STATUS TO WS-IO-STATUS                   ZBNKCBO1
068400        PERFORM DISPLAY-IO-STATUS                                 ZBNKCBO1
068500        PERFORM ABORT-PROGRAM                                     ZBNKCBO1
068600     END-IF.                                                      ZBNKCBO1
068700     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKCBO1
068800     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCBO1
068900        MOVE 'PRINTOUT file open failure...'                      ZBNKCBO1
069000          TO WS-CONSOLE-MESSAGE                                   ZBNKCBO1
069100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCBO1
069200        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKCBO1
069300        PERFORM DISPLAY-IO-STATUS                                 ZBNKCBO1
069400        PERFORM ABORT-PROGRAM                                     ZBNKCBO1
069500     END-IF.                                                      ZBNKCBO1
069600                                                                  ZBNKCBO1
069700***************************************************************** ZBNKCBO1
069800* Close the files                                               * ZBNKCBO1
069900***************************************************************** ZBNKCBO1
070000 CLOSE-ALL-FILES.                                                 ZBNKCBO1
070100     CLOSE BNKCHQB-FILE.                                          ZBNKCBO1
070200     CLOSE BNKACC-FILE.                                           ZBNKCBO1
070300     CLOSE BNKATYP-FILE.                                          ZBNKCBO1
070400     CLOSE BNKCUST-FILE.                                          ZBNKCBO1
070425     IF WS-BKRP-OPEN IS EQUAL TO 'Y'                              ZBNKCBO1
070450        CLOSE BNKBKRP-FILE                                        ZBNKCBO1
070475     END-IF.                                                      ZBNKCBO1
070500     CLOSE BNKTXN-FILE.                                           ZBNKCBO1
070600     CLOSE CHQBKOUT-FILE.                                         ZBNKCBO1
070700     CLOSE PRINTOUT-FILE.                                         ZBNKCBO1
070800                                                                  ZBNKCBO1
070803***************************************************************** ZBNKCBO1
070806* Journal the BNKACC record just added, changed or deleted so   * ZBNKCBO1
070809* it can be rolled forward onto a reload                        * ZBNKCBO1
070812***************************************************************** ZBNKCBO1
070815 JOURNAL-BNKACC.                                                  ZBNKCBO1
070818     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKCBO1
070821     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKCBO1
070824     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKCBO1
070827     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKCBO1
070830     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKCBO1
070833     IF JRN-CTL-ERROR                                             ZBNKCBO1
070836        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKCBO1
070839        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCBO1
070842        PERFORM ABORT-PROGRAM                                     ZBNKCBO1
070845     END-IF.                                                      ZBNKCBO1
070848                                                                  ZBNKCBO1
070851***************************************************************** ZBNKCBO1
070854* Journal the BNKTXN record just added, changed or deleted so   * ZBNKCBO1
070857* it can be rolled forward onto a reload                        * ZBNKCBO1
070860***************************************************************** ZBNKCBO1
070863 JOURNAL-BNKTXN.                                                  ZBNKCBO1
070866     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKCBO1
070869     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKCBO1
070872     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKCBO1
070875     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKCBO1
070878     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKCBO1
070881     IF JRN-CTL-ERROR                                             ZBNKCBO1
070884        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKCBO1
070887        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCBO1
070890        PERFORM ABORT-PROGRAM                                     ZBNKCBO1
070893     END-IF.                                                      ZBNKCBO1
070896                                                                  ZBNKCBO1
070900***************************************************************** ZBNKCBO1
071000* Display the file status bytes. This routine will display as   * ZBNKCBO1
071100* two digits if the full two byte file status is numeric. If    * ZBNKCBO1
071200* second byte is non-numeric then it will be treated as a       * ZBNKCBO1
071300* binary number.                                                * ZBNKCBO1
071400***************************************************************** ZBNKCBO1
071500 DISPLAY-IO-STATUS.                                               ZBNKCBO1
071600     IF WS-IO-STATUS NUMERIC                                      ZBNKCBO1
071700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKCBO1
071800        STRING 'File status -' DELIMITED BY SIZE                  ZBNKCBO1
071900               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKCBO1
072000          INTO WS-CONSOLE-MESSAGE                                 ZBNKCBO1
072100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCBO1
072200     ELSE                                                         ZBNKCBO1
072300        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKCBO1
072400        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKCBO1
072500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKCBO1
072600        STRING 'File status -' DELIMITED BY SIZE                  ZBNKCBO1
072700               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKCBO1
072800               '/' DELIMITED BY SIZE                              ZBNKCBO1
072900               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKCBO1
073000          INTO WS-CONSOLE-MESSAGE                                 ZBNKCBO1
073100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCBO1
073200     END-IF.                                                      ZBNKCBO1
073300                                                                  ZBNKCBO1
073400***************************************************************** ZBNKCBO1
073500* 'ABORT' the program.                                          * ZBNKCBO1
073600* Post a message to the console and issue a STOP RUN            * ZBNKCBO1
073700***************************************************************** ZBNKCBO1
073800 ABORT-PROGRAM.                                                   ZBNKCBO1
073900     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKCBO1
074000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCBO1
074100     END-IF.                                                      ZBNKCBO1
074200     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKCBO1
074300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCBO1
074400     MOVE 16 TO RETURN-CODE.                                      ZBNKCBO1
074500     STOP RUN.                                                    ZBNKCBO1
074600                                                                  ZBNKCBO1
074700***************************************************************** ZBNKCBO1
074800* Display CONSOLE messages...                                   * ZBNKCBO1
074900***************************************************************** ZBNKCBO1
075000 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKCBO1
075100     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKCBO1
075200       UPON CONSOLE.                                              ZBNKCBO1
075300     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKCBO1
075400                                                                  ZBNKCBO1
075500 COPY CTIMERP.                                                    ZBNKCBO1
075600                                                                  ZBNKCBO1
075700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKCBO1
