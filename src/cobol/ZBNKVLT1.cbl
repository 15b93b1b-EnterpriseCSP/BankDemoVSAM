000100***************************************************************** ZBNKVLT1
000200*                                                               * ZBNKVLT1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKVLT1
000400*   This demonstration program is provided for use by users     * ZBNKVLT1
000500*   of Micro Focus products and may be used, modified and       * ZBNKVLT1
000600*   distributed as part of your application provided that       * ZBNKVLT1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKVLT1
000800*   in this material.                                           * ZBNKVLT1
000900*                                                               * ZBNKVLT1
001000***************************************************************** ZBNKVLT1
001100                                                                  ZBNKVLT1
001200***************************************************************** ZBNKVLT1
001300* Program:     ZBNKVLT1.CBL                                     * ZBNKVLT1
001400* Function:    Daily branch vault run.  Reads the vault         * ZBNKVLT1
001500*              position file (BNKVLTP), one row per branch and  * ZBNKVLT1
001600*              denomination, and strikes each row's closing     * ZBNKVLT1
001700*              position - the opening balance plus drawer       * ZBNKVLT1
001800*              sells, ATM unloads and cash-centre deliveries,   * ZBNKVLT1
001900*              less drawer buys, ATM loads and returns to the   * ZBNKVLT1
002000*              cash centre.  Next-day demand on the vault is    * ZBNKVLT1
002100*              the smoothed average of the net cash the         * ZBNKVLT1
002200*              branch's tellers buy from it each day, kept on   * ZBNKVLT1
002300*              the row, plus the reloads the ZBNKATM2 forecast  * ZBNKVLT1
002400*              extract (ATMFCST) shows due for the branch's     * ZBNKVLT1
002500*              machines, which are filled with twenties.  The   * ZBNKVLT1
002600*              projected position is held against the operating * ZBNKVLT1
002700*              minimum and maximum for the denomination and the * ZBNKVLT1
002800*              branch's insured vault limit, both taken from    * ZBNKVLT1
002900*              the VLTTAB limits table, which staff maintain:   * ZBNKVLT1
003000*                B  a branch row giving the insured limit       * ZBNKVLT1
003100*                D  a branch and denomination row giving the    * ZBNKVLT1
003200*                   operating minimum and maximum               * ZBNKVLT1
003300*              with a branch code of *** giving the default     * ZBNKVLT1
003400*              for branches without a row of their own.  A      * ZBNKVLT1
003500*              denomination projected below its minimum is      * ZBNKVLT1
003600*              ordered up to its maximum and one above its      * ZBNKVLT1
003700*              maximum returns the excess, in whole straps of   * ZBNKVLT1
003800*              one hundred notes or whole bags of coin.  A      * ZBNKVLT1
003900*              branch still over its insured limit returns more * ZBNKVLT1
004000*              from its largest notes, down to their minimum,   * ZBNKVLT1
004100*              and is flagged on the report if that is not      * ZBNKVLT1
004200*              enough.  The orders and returns are written to   * ZBNKVLT1
004300*              the cash-centre file (CASHORD) for delivery on   * ZBNKVLT1
004400*              the next business day, and every row is rolled   * ZBNKVLT1
004500*              forward with the closing position as the new     * ZBNKVLT1
004600*              opening balance.                                 * ZBNKVLT1
004700***************************************************************** ZBNKVLT1
004800                                                                  ZBNKVLT1
004900 IDENTIFICATION DIVISION.                                         ZBNKVLT1
005000 PROGRAM-ID.                                                      ZBNKVLT1
005100     ZBNKVLT1.                                                    ZBNKVLT1
005200 DATE-WRITTEN.                                                    ZBNKVLT1
005300     October 2026.                                                ZBNKVLT1
005400 DATE-COMPILED.                                                   ZBNKVLT1
005500     Today.                                                       ZBNKVLT1
005600                                                                  ZBNKVLT1
005700 ENVIRONMENT DIVISION.                                            ZBNKVLT1
005800 INPUT-OUTPUT   SECTION.                                          ZBNKVLT1
005900   FILE-CONTROL.                                                  ZBNKVLT1
006000     SELECT VLTTAB-FILE                                           ZBNKVLT1
006100            ASSIGN       TO VLTTAB                                ZBNKVLT1
006200            ORGANIZATION IS SEQUENTIAL                            ZBNKVLT1
006300            ACCESS MODE  IS SEQUENTIAL                            ZBNKVLT1
006400            FILE STATUS  IS WS-VLTTAB-STATUS.                     ZBNKVLT1
006500     SELECT OPTIONAL ATMFCST-FILE                                 ZBNKVLT1
006600            ASSIGN       TO ATMFCST                               ZBNKVLT1
006700            ORGANIZATION IS SEQUENTIAL                            ZBNKVLT1
006800            ACCESS MODE  IS SEQUENTIAL                            ZBNKVLT1
006900            FILE STATUS  IS WS-ATMFCST-STATUS.                    ZBNKVLT1
007000     SELECT BNKVLTP-FILE                                          ZBNKVLT1
007100            ASSIGN       TO BNKVLTP                               ZBNKVLT1
007200            ORGANIZATION IS INDEXED                               ZBNKVLT1
007300            ACCESS MODE  IS SEQUENTIAL                            ZBNKVLT1
007400            RECORD KEY   IS VLT-KEY                               ZBNKVLT1
007500            FILE STATUS  IS WS-BNKVLTP-STATUS.                    ZBNKVLT1
007600     SELECT BNKBRCH-FILE                                          ZBNKVLT1
007700            ASSIGN       TO BNKBRCH                               ZBNKVLT1
007800            ORGANIZATION IS INDEXED                               ZBNKVLT1
007900            ACCESS MODE  IS RANDOM                                ZBNKVLT1
008000            RECORD KEY   IS BRM-KEY                               ZBNKVLT1
008100            FILE STATUS  IS WS-BNKBRCH-STATUS.                    ZBNKVLT1
008200     SELECT CASHORD-FILE                                          ZBNKVLT1
008300            ASSIGN       TO CASHORD                               ZBNKVLT1
008400            ORGANIZATION IS SEQUENTIAL                            ZBNKVLT1
008500            ACCESS MODE  IS SEQUENTIAL                            ZBNKVLT1
008600            FILE STATUS  IS WS-CASHORD-STATUS.                    ZBNKVLT1
008700     SELECT PRINTOUT-FILE                                         ZBNKVLT1
008800            ASSIGN       TO PRINTOUT                              ZBNKVLT1
008900            ORGANIZATION IS SEQUENTIAL                            ZBNKVLT1
009000            ACCESS MODE  IS SEQUENTIAL                            ZBNKVLT1
009100            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKVLT1
009200                                                                  ZBNKVLT1
009300 DATA DIVISION.                                                   ZBNKVLT1
009400 FILE SECTION.                                                    ZBNKVLT1
009500                                                                  ZBNKVLT1
009600 FD  VLTTAB-FILE.                                                 ZBNKVLT1
009700 01  VLTTAB-REC.                                                  ZBNKVLT1
009800   05  VTB-KIND                          PIC X(1).                ZBNKVLT1
009900     88  VTB-KIND-BRANCH                 VALUE 'B'.               ZBNKVLT1
010000     88  VTB-KIND-DENOM                  VALUE 'D'.               ZBNKVLT1
010100   05  FILLER                            PIC X(1).                ZBNKVLT1
010200   05  VTB-BRANCH                        PIC X(3).                ZBNKVLT1
010300   05  FILLER                            PIC X(1).                ZBNKVLT1
010400   05  VTB-DENOM                         PIC X(4).                ZBNKVLT1
010500   05  FILLER                            PIC X(1).                ZBNKVLT1
010600   05  VTB-AMOUNT-1                      PIC 9(9).                ZBNKVLT1
010700   05  FILLER                            PIC X(1).                ZBNKVLT1
010800   05  VTB-AMOUNT-2                      PIC 9(9).                ZBNKVLT1
010900   05  FILLER                            PIC X(50).               ZBNKVLT1
011000                                                                  ZBNKVLT1
011100 FD  ATMFCST-FILE.                                                ZBNKVLT1
011200 01  ATMFCST-REC.                                                 ZBNKVLT1
011300 COPY CBANKVAF.                                                   ZBNKVLT1
011400                                                                  ZBNKVLT1
011500 FD  BNKVLTP-FILE.                                                ZBNKVLT1
011600 01  BNKVLTP-REC.                                                 ZBNKVLT1
011700 COPY CBANKVVP.                                                   ZBNKVLT1
011800                                                                  ZBNKVLT1
011900 FD  BNKBRCH-FILE.                                                ZBNKVLT1
012000 01  BNKBRCH-REC.                                                 ZBNKVLT1
012100 COPY CBANKVBM.                                                   ZBNKVLT1
012200                                                                  ZBNKVLT1
012300 FD  CASHORD-FILE.                                                ZBNKVLT1
012400 01  CASHORD-REC.                                                 ZBNKVLT1
012500 COPY CBANKVVO.                                                   ZBNKVLT1
012600                                                                  ZBNKVLT1
012700 FD  PRINTOUT-FILE.                                               ZBNKVLT1
012800 01  PRINTOUT-REC                        PIC X(121).              ZBNKVLT1
012900                                                                  ZBNKVLT1
013000 WORKING-STORAGE SECTION.                                         ZBNKVLT1
013100 COPY CRUNCTLD.                                                   ZBNKVLT1
013200                                                                  ZBNKVLT1
013300 COPY CBUSDAYD.                                                   ZBNKVLT1
013400                                                                  ZBNKVLT1
013500 COPY CTIMERD.                                                    ZBNKVLT1
013600                                                                  ZBNKVLT1
013700 COPY CTSTAMPD.                                                   ZBNKVLT1
013800                                                                  ZBNKVLT1
013900***************************************************************** ZBNKVLT1
014000* The VLTTAB limits in table order - insured limits by branch   * ZBNKVLT1
014100* and operating limits by branch and denomination               * ZBNKVLT1
014200***************************************************************** ZBNKVLT1
014300 01  WS-LIMIT-TABLES.                                             ZBNKVLT1
014400   05  WS-BL-ENTRY OCCURS 100 TIMES.                              ZBNKVLT1
014500     10  WS-BL-BRANCH                    PIC X(3).                ZBNKVLT1
014600     10  WS-BL-INSURED                   PIC 9(9).                ZBNKVLT1
014700   05  WS-BL-COUNT                       PIC S9(4) COMP.          ZBNKVLT1
014800   05  WS-BL-SUB                         PIC S9(4) COMP.          ZBNKVLT1
014900   05  WS-DL-ENTRY OCCURS 700 TIMES.                              ZBNKVLT1
015000     10  WS-DL-BRANCH                    PIC X(3).                ZBNKVLT1
015100     10  WS-DL-DENOM                     PIC X(4).                ZBNKVLT1
015200     10  WS-DL-MIN                       PIC 9(9).                ZBNKVLT1
015300     10  WS-DL-MAX                       PIC 9(9).                ZBNKVLT1
015400   05  WS-DL-COUNT                       PIC S9(4) COMP.          ZBNKVLT1
015500   05  WS-DL-SUB                         PIC S9(4) COMP.          ZBNKVLT1
015600                                                                  ZBNKVLT1
015700***************************************************************** ZBNKVLT1
015800* The ATM reloads the forecast shows due, totalled by branch    * ZBNKVLT1
015900***************************************************************** ZBNKVLT1
016000 01  WS-ATM-TOTALS.                                               ZBNKVLT1
016100   05  WS-AT-ENTRY OCCURS 100 TIMES.                              ZBNKVLT1
016200     10  WS-AT-BRANCH                    PIC X(3).                ZBNKVLT1
016300     10  WS-AT-RELOAD                    PIC S9(9)V99 COMP-3.     ZBNKVLT1
016400   05  WS-AT-COUNT                       PIC S9(4) COMP.          ZBNKVLT1
016500   05  WS-AT-SUB                         PIC S9(4) COMP.          ZBNKVLT1
016600                                                                  ZBNKVLT1
016700***************************************************************** ZBNKVLT1
016800* The current branch's vault rows - one per denomination, in    * ZBNKVLT1
016900* key order, so the largest notes sit just ahead of the coin    * ZBNKVLT1
017000***************************************************************** ZBNKVLT1
017100 01  WS-BRANCH-ROWS.                                              ZBNKVLT1
017200   05  WS-VB-ENTRY OCCURS 7 TIMES.                                ZBNKVLT1
017300     10  WS-VB-DENOM                     PIC X(4).                ZBNKVLT1
017400     10  WS-VB-CLOSE                     PIC S9(9)V99 COMP-3.     ZBNKVLT1
017500     10  WS-VB-TELLER                    PIC S9(9)V99 COMP-3.     ZBNKVLT1
017600     10  WS-VB-ATM                       PIC S9(9)V99 COMP-3.     ZBNKVLT1
017700     10  WS-VB-PROJECTED                 PIC S9(9)V99 COMP-3.     ZBNKVLT1
017800     10  WS-VB-LIMITS                    PIC X(1).                ZBNKVLT1
017900     10  WS-VB-MIN                       PIC 9(9).                ZBNKVLT1
018000     10  WS-VB-MAX                       PIC 9(9).                ZBNKVLT1
018100     10  WS-VB-STRAP                     PIC S9(7)V99 COMP-3.     ZBNKVLT1
018200     10  WS-VB-ORDER                     PIC S9(9)V99 COMP-3.     ZBNKVLT1
018300     10  WS-VB-RETURN                    PIC S9(9)V99 COMP-3.     ZBNKVLT1
018400   05  WS-VB-COUNT                       PIC S9(3) COMP.          ZBNKVLT1
018500   05  WS-VB-SUB                         PIC S9(3) COMP.          ZBNKVLT1
018600   05  WS-VB-BRANCH                      PIC X(3).                ZBNKVLT1
018700   05  WS-VB-BRANCH-NAME                 PIC X(25).               ZBNKVLT1
018800   05  WS-VB-INSURED-KNOWN               PIC X(1).                ZBNKVLT1
018900   05  WS-VB-INSURED                     PIC 9(9).                ZBNKVLT1
019000   05  WS-VB-ATM-RELOAD                  PIC S9(9)V99 COMP-3.     ZBNKVLT1
019100   05  WS-VB-POSITION                    PIC S9(11)V99 COMP-3.    ZBNKVLT1
019200   05  WS-VB-EXCESS                      PIC S9(11)V99 COMP-3.    ZBNKVLT1
019300                                                                  ZBNKVLT1
019400 01  WS-MISC-STORAGE.                                             ZBNKVLT1
019500   05  WS-PROGRAM-ID                     PIC X(8)                 ZBNKVLT1
019600       VALUE 'ZBNKVLT1'.                                          ZBNKVLT1
019700***************************************************************** ZBNKVLT1
019800* Coin travels in bags of a fixed value; notes in straps of one * ZBNKVLT1
019900* hundred.  ATM cassettes are filled with twenties.  The teller * ZBNKVLT1
020000* average is smoothed over the last twenty business days.       * ZBNKVLT1
020100***************************************************************** ZBNKVLT1
020200   05  WS-COIN-BAG                       PIC S9(7)V99 COMP-3      ZBNKVLT1
020300       VALUE 100.00.                                              ZBNKVLT1
020400   05  WS-ATM-DENOM                      PIC X(4)                 ZBNKVLT1
020500       VALUE '0020'.                                              ZBNKVLT1
020600   05  WS-TELLER-WINDOW                  PIC S9(3) COMP-3         ZBNKVLT1
020700       VALUE 20.                                                  ZBNKVLT1
020800   05  WS-VLTTAB-STATUS.                                          ZBNKVLT1
020900     10  WS-VLTTAB-STAT1                 PIC X(1).                ZBNKVLT1
021000     10  WS-VLTTAB-STAT2                 PIC X(1).                ZBNKVLT1
021100   05  WS-ATMFCST-STATUS.                                         ZBNKVLT1
021200     10  WS-ATMFCST-STAT1                PIC X(1).                ZBNKVLT1
021300     10  WS-ATMFCST-STAT2                PIC X(1).                ZBNKVLT1
021400   05  WS-BNKVLTP-STATUS.                                         ZBNKVLT1
021500     10  WS-BNKVLTP-STAT1                PIC X(1).                ZBNKVLT1
021600     10  WS-BNKVLTP-STAT2                PIC X(1).                ZBNKVLT1
021700   05  WS-BNKBRCH-STATUS.                                         ZBNKVLT1
021800     10  WS-BNKBRCH-STAT1                PIC X(1).                ZBNKVLT1
021900     10  WS-BNKBRCH-STAT2                PIC X(1).                ZBNKVLT1
022000   05  WS-CASHORD-STATUS.                                         ZBNKVLT1
022100     10  WS-CASHORD-STAT1                PIC X(1).                ZBNKVLT1
022200     10  WS-CASHORD-STAT2                PIC X(1).                ZBNKVLT1
022300   05  WS-PRINTOUT-STATUS.                                        ZBNKVLT1
022400     10  WS-PRINTOUT-STAT1               PIC X(1).                ZBNKVLT1
022500     10  WS-PRINTOUT-STAT2               PIC X(1).                ZBNKVLT1
022600   05  WS-IO-STATUS.                                              ZBNKVLT1
022700     10  WS-IO-STAT1                     PIC X(1).                ZBNKVLT1
022800     10  WS-IO-STAT2                     PIC X(1).                ZBNKVLT1
022900   05  WS-TWO-BYTES.                                              ZBNKVLT1
023000     10  WS-TWO-BYTES-LEFT               PIC X(1).                ZBNKVLT1
023100     10  WS-TWO-BYTES-RIGHT              PIC X(1).                ZBNKVLT1
023200   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKVLT1
023300                                         PIC 9(1) COMP.           ZBNKVLT1
023400   05  WS-END-OF-FILE                    PIC X(3)                 ZBNKVLT1
023500       VALUE 'NO '.                                               ZBNKVLT1
023600   05  WS-TODAY-ISO                      PIC X(10).               ZBNKVLT1
023700   05  WS-DELIVERY-DATE                  PIC X(10).               ZBNKVLT1
023800   05  WS-STALE-FORECAST                 PIC 9(5)                 ZBNKVLT1
023900       VALUE ZERO.                                                ZBNKVLT1
024000   05  WS-ROWS-ROLLED                    PIC 9(5)                 ZBNKVLT1
024100       VALUE ZERO.                                                ZBNKVLT1
024200   05  WS-ORDERS-WRITTEN                 PIC 9(5)                 ZBNKVLT1
024300       VALUE ZERO.                                                ZBNKVLT1
024400   05  WS-RETURNS-WRITTEN                PIC 9(5)                 ZBNKVLT1
024500       VALUE ZERO.                                                ZBNKVLT1
024600   05  WS-BRANCHES-OVER                  PIC 9(5)                 ZBNKVLT1
024700       VALUE ZERO.                                                ZBNKVLT1
024800   05  WS-TELLER-NET                     PIC S9(9)V99 COMP-3.     ZBNKVLT1
024900   05  WS-TELLER-DAYS                    PIC S9(3) COMP-3.        ZBNKVLT1
025000   05  WS-AMOUNT                         PIC S9(11)V99 COMP-3.    ZBNKVLT1
025100   05  WS-ROOM                           PIC S9(11)V99 COMP-3.    ZBNKVLT1
025200   05  WS-STRAPS                         PIC S9(9) COMP-3.        ZBNKVLT1
025300   05  WS-STRAPS-NEEDED                  PIC S9(9) COMP-3.        ZBNKVLT1
025400   05  WS-DENOM-NUM                      PIC 9(4).                ZBNKVLT1
025500                                                                  ZBNKVLT1
025600 01  WS-REPORT-LINES.                                             ZBNKVLT1
025700   05  WS-LINE1.                                                  ZBNKVLT1
025800     10  WS-LINE1-CC                     PIC X(1)                 ZBNKVLT1
025900         VALUE '1'.                                               ZBNKVLT1
026000     10  FILLER                          PIC X(20)                ZBNKVLT1
026100         VALUE SPACES.                                            ZBNKVLT1
026200     10  WS-LINE1-HEAD                   PIC X(35)                ZBNKVLT1
026300         VALUE 'Branch Vault Position for '.                      ZBNKVLT1
026400     10  WS-LINE1-DATE                   PIC X(10).               ZBNKVLT1
026500     10  FILLER                          PIC X(14)                ZBNKVLT1
026600         VALUE '  Delivery on '.                                  ZBNKVLT1
026700     10  WS-LINE1-DELIVERY               PIC X(10).               ZBNKVLT1
026800   05  WS-LINE3.                                                  ZBNKVLT1
026900     10  WS-LINE3-CC                     PIC X(1)                 ZBNKVLT1
027000         VALUE ' '.                                               ZBNKVLT1
027100     10  FILLER                          PIC X(5)                 ZBNKVLT1
027200         VALUE 'Br'.                                              ZBNKVLT1
027300     10  FILLER                          PIC X(6)                 ZBNKVLT1
027400         VALUE 'Denom'.                                           ZBNKVLT1
027500     10  FILLER                          PIC X(15)                ZBNKVLT1
027600         VALUE '        Closing'.                                 ZBNKVLT1
027700     10  FILLER                          PIC X(14)                ZBNKVLT1
027800         VALUE '      Tellers'.                                   ZBNKVLT1
027900     10  FILLER                          PIC X(13)                ZBNKVLT1
028000         VALUE '         ATMs'.                                   ZBNKVLT1
028100     10  FILLER                          PIC X(15)                ZBNKVLT1
028200         VALUE '      Projected'.                                 ZBNKVLT1
028300     10  FILLER                          PIC X(11)                ZBNKVLT1
028400         VALUE '    Minimum'.                                     ZBNKVLT1
028500     10  FILLER                          PIC X(11)                ZBNKVLT1
028600         VALUE '    Maximum'.                                     ZBNKVLT1
028700     10  FILLER                          PIC X(7)                 ZBNKVLT1
028800         VALUE ' Action'.                                         ZBNKVLT1
028900     10  FILLER                          PIC X(13)                ZBNKVLT1
029000         VALUE '       Amount'.                                   ZBNKVLT1
029100   05  WS-LINE4.                                                  ZBNKVLT1
029200     10  WS-LINE4-CC                     PIC X(1)                 ZBNKVLT1
029300         VALUE ' '.                                               ZBNKVLT1
029400     10  WS-LINE4-BRANCH                 PIC X(5).                ZBNKVLT1
029500     10  WS-LINE4-DENOM                  PIC X(6).                ZBNKVLT1
029600     10  WS-LINE4-CLOSE                  PIC ZZZ,ZZZ,ZZ9.99-.     ZBNKVLT1
029700     10  WS-LINE4-TELLER                 PIC ZZ,ZZZ,ZZ9.99-.      ZBNKVLT1
029800     10  WS-LINE4-ATM                    PIC ZZ,ZZZ,ZZ9.99.       ZBNKVLT1
029900     10  WS-LINE4-PROJECTED              PIC ZZZ,ZZZ,ZZ9.99-.     ZBNKVLT1
030000     10  WS-LINE4-MIN                    PIC ZZZ,ZZZ,ZZ9.         ZBNKVLT1
030100     10  WS-LINE4-MAX                    PIC ZZZ,ZZZ,ZZ9.         ZBNKVLT1
030200     10  FILLER                          PIC X(1)                 ZBNKVLT1
030300         VALUE SPACE.                                             ZBNKVLT1
030400     10  WS-LINE4-ACTION                 PIC X(6).                ZBNKVLT1
030500     10  WS-LINE4-AMOUNT                 PIC ZZ,ZZZ,ZZ9.99.       ZBNKVLT1
030600   05  WS-LINE5.                                                  ZBNKVLT1
030700     10  WS-LINE5-CC                     PIC X(1)                 ZBNKVLT1
030800         VALUE ' '.                                               ZBNKVLT1
030900     10  FILLER                          PIC X(7)                 ZBNKVLT1
031000         VALUE 'Branch'.                                          ZBNKVLT1
031100     10  WS-LINE5-BRANCH                 PIC X(4).                ZBNKVLT1
031200     10  WS-LINE5-NAME                   PIC X(26).               ZBNKVLT1
031300     10  FILLER                          PIC X(16)                ZBNKVLT1
031400         VALUE 'After shipments'.                                 ZBNKVLT1
031500     10  WS-LINE5-POSITION               PIC ZZZ,ZZZ,ZZ9.99-.     ZBNKVLT1
031600     10  FILLER                          PIC X(10)                ZBNKVLT1
031700         VALUE '  Insured'.                                       ZBNKVLT1
031800     10  WS-LINE5-INSURED                PIC ZZZ,ZZZ,ZZ9.         ZBNKVLT1
031900     10  FILLER                          PIC X(2)                 ZBNKVLT1
032000         VALUE SPACES.                                            ZBNKVLT1
032100     10  WS-LINE5-NOTE                   PIC X(20).               ZBNKVLT1
032200                                                                  ZBNKVLT1
032300 01  WS-CONSOLE-MESSAGE                  PIC X(60).               ZBNKVLT1
032400                                                                  ZBNKVLT1
032500 LINKAGE SECTION.                                                 ZBNKVLT1
032600 01  LK-EXEC-PARM.                                                ZBNKVLT1
032700   05  LK-EXEC-PARM-LL                   PIC S9(4) COMP.          ZBNKVLT1
032800   05  LK-EXEC-PARM-DATA                 PIC X(12).               ZBNKVLT1
032900                                                                  ZBNKVLT1
033000 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKVLT1
033100                                                                  ZBNKVLT1
033200     PERFORM RUN-TIME.                                            ZBNKVLT1
033300                                                                  ZBNKVLT1
033400     MOVE 'Branch vault run starting'                             ZBNKVLT1
033500       TO WS-CONSOLE-MESSAGE.                                     ZBNKVLT1
033600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKVLT1
033700                                                                  ZBNKVLT1
033800***************************************************************** ZBNKVLT1
033900* Run-control - the vault run follows the teller proof, and a   * ZBNKVLT1
034000* second run for the day needs RESTART in the EXEC PARM         * ZBNKVLT1
034100***************************************************************** ZBNKVLT1
034200     MOVE SPACES TO RUN-CTL-DATA.                                 ZBNKVLT1
034300     SET RUN-CTL-CHECK-START TO TRUE.                             ZBNKVLT1
034400     MOVE WS-PROGRAM-ID TO RUN-CTL-JOB.                           ZBNKVLT1
034500     MOVE 'ZBNKTPR1' TO RUN-CTL-PREDECESSOR.                      ZBNKVLT1
034600     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO AND                  ZBNKVLT1
034700        LK-EXEC-PARM-DATA (1:7) IS EQUAL TO 'RESTART'             ZBNKVLT1
034800        SET RUN-CTL-RESTART-YES TO TRUE                           ZBNKVLT1
034900     END-IF.                                                      ZBNKVLT1
035000     CALL 'URUNCTL' USING RUN-CTL-DATA.                           ZBNKVLT1
035100     IF NOT RUN-CTL-OK                                            ZBNKVLT1
035200        MOVE RUN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKVLT1
035300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKVLT1
035400        MOVE 'Schedule order problem - job not run'               ZBNKVLT1
035500          TO WS-CONSOLE-MESSAGE                                   ZBNKVLT1
035600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKVLT1
035700        MOVE 8 TO RETURN-CODE                                     ZBNKVLT1
035800        GOBACK                                                    ZBNKVLT1
035900     END-IF.                                                      ZBNKVLT1
036000                                                                  ZBNKVLT1
036100 COPY CTSTAMPP.                                                   ZBNKVLT1
036200     MOVE WS-TS-DATE TO WS-TODAY-ISO.                             ZBNKVLT1
036300                                                                  ZBNKVLT1
036400***************************************************************** ZBNKVLT1
036500* Shipments ordered tonight arrive on the next business day     * ZBNKVLT1
036600***************************************************************** ZBNKVLT1
036700     MOVE SPACES TO BUS-DAY-DATA.                                 ZBNKVLT1
036800     SET BUS-DAY-NEXT-BUSINESS TO TRUE.                           ZBNKVLT1
036900     MOVE WS-TODAY-ISO TO BUS-DAY-DATE-IN.                        ZBNKVLT1
037000     CALL 'UBUSDAY' USING BUS-DAY-DATA.                           ZBNKVLT1
037100     IF NOT BUS-DAY-OK                                            ZBNKVLT1
037200        MOVE 'Unable to work out the delivery date'               ZBNKVLT1
037300          TO WS-CONSOLE-MESSAGE                                   ZBNKVLT1
037400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKVLT1
037500        PERFORM ABORT-PROGRAM                                     ZBNKVLT1
037600     END-IF.                                                      ZBNKVLT1
037700     MOVE BUS-DAY-DATE-OUT TO WS-DELIVERY-DATE.                   ZBNKVLT1
037800                                                                  ZBNKVLT1
037900     PERFORM OPEN-FILES.                                          ZBNKVLT1
038000     PERFORM LOAD-LIMITS THRU                                     ZBNKVLT1
038100             LOAD-LIMITS-EXIT.                                    ZBNKVLT1
038200     PERFORM LOAD-ATM-FORECAST THRU                               ZBNKVLT1
038300             LOAD-ATM-FORECAST-EXIT.                              ZBNKVLT1
038400     PERFORM PRINT-REPORT-HEADER.                                 ZBNKVLT1
038500                                                                  ZBNKVLT1
038600     MOVE 0 TO WS-VB-COUNT.                                       ZBNKVLT1
038700     MOVE SPACES TO WS-VB-BRANCH.                                 ZBNKVLT1
038800     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKVLT1
038900     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKVLT1
039000        READ BNKVLTP-FILE                                         ZBNKVLT1
039100        IF WS-BNKVLTP-STATUS IS EQUAL TO '10'                     ZBNKVLT1
039200           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKVLT1
039300        ELSE                                                      ZBNKVLT1
039400           IF WS-BNKVLTP-STATUS IS NOT EQUAL TO '00'              ZBNKVLT1
039500              MOVE 'BNKVLTP read error during scan'               ZBNKVLT1
039600                TO WS-CONSOLE-MESSAGE                             ZBNKVLT1
039700              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKVLT1
039800              MOVE WS-BNKVLTP-STATUS TO WS-IO-STATUS              ZBNKVLT1
039900              PERFORM DISPLAY-IO-STATUS                           ZBNKVLT1
040000              PERFORM ABORT-PROGRAM                               ZBNKVLT1
040100           ELSE                                                   ZBNKVLT1
040200              IF VLT-REC-BRANCH IS NOT EQUAL TO WS-VB-BRANCH AND  ZBNKVLT1
040300                 WS-VB-COUNT IS GREATER THAN ZERO                 ZBNKVLT1
040400                 PERFORM PROCESS-BRANCH THRU                      ZBNKVLT1
040500                         PROCESS-BRANCH-EXIT                      ZBNKVLT1
040600              END-IF                                              ZBNKVLT1
040700              PERFORM ROLL-POSITION THRU                          ZBNKVLT1
040800                      ROLL-POSITION-EXIT                          ZBNKVLT1
040900           END-IF                                                 ZBNKVLT1
041000        END-IF                                                    ZBNKVLT1
041100     END-PERFORM.                                                 ZBNKVLT1
041200     IF WS-VB-COUNT IS GREATER THAN ZERO                          ZBNKVLT1
041300        PERFORM PROCESS-BRANCH THRU                               ZBNKVLT1
041400                PROCESS-BRANCH-EXIT                               ZBNKVLT1
041500     END-IF.                                                      ZBNKVLT1
041600                                                                  ZBNKVLT1
041700     PERFORM CLOSE-FILES.                                         ZBNKVLT1
041800                                                                  ZBNKVLT1
041900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKVLT1
042000     STRING WS-ROWS-ROLLED       DELIMITED BY SIZE                ZBNKVLT1
042100            ' vault rows rolled forward' DELIMITED BY SIZE        ZBNKVLT1
042200       INTO WS-CONSOLE-MESSAGE.                                   ZBNKVLT1
042300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKVLT1
042400     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKVLT1
042500     STRING WS-ORDERS-WRITTEN    DELIMITED BY SIZE                ZBNKVLT1
042600            ' cash orders, '     DELIMITED BY SIZE                ZBNKVLT1
042700            WS-RETURNS-WRITTEN   DELIMITED BY SIZE                ZBNKVLT1
042800            ' return shipments'  DELIMITED BY SIZE                ZBNKVLT1
042900       INTO WS-CONSOLE-MESSAGE.                                   ZBNKVLT1
043000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKVLT1
043100     IF WS-BRANCHES-OVER IS GREATER THAN ZERO                     ZBNKVLT1
043200        MOVE SPACES TO WS-CONSOLE-MESSAGE                         ZBNKVLT1
043300        STRING WS-BRANCHES-OVER  DELIMITED BY SIZE                ZBNKVLT1
043400               ' branches left over their insured limit'          ZBNKVLT1
043500                                 DELIMITED BY SIZE                ZBNKVLT1
043600          INTO WS-CONSOLE-MESSAGE                                 ZBNKVLT1
043700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKVLT1
043800     END-IF.                                                      ZBNKVLT1
043900     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKVLT1
044000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKVLT1
044100                                                                  ZBNKVLT1
044200     PERFORM RUN-TIME.                                            ZBNKVLT1
044300                                                                  ZBNKVLT1
044400     SET RUN-CTL-MARK-END TO TRUE.                                ZBNKVLT1
044500     CALL 'URUNCTL' USING RUN-CTL-DATA.                           ZBNKVLT1
044600                                                                  ZBNKVLT1
044700     MOVE 0 TO RETURN-CODE.                                       ZBNKVLT1
044800                                                                  ZBNKVLT1
044900     GOBACK.                                                      ZBNKVLT1
045000                                                                  ZBNKVLT1
045100***************************************************************** ZBNKVLT1
045200* Load the VLTTAB limits into the two tables                    * ZBNKVLT1
045300***************************************************************** ZBNKVLT1
045400 LOAD-LIMITS.                                                     ZBNKVLT1
045500     MOVE 0 TO WS-BL-COUNT.                                       ZBNKVLT1
045600     MOVE 0 TO WS-DL-COUNT.                                       ZBNKVLT1
045700 LOAD-LIMITS-LOOP.                                                ZBNKVLT1
045800     READ VLTTAB-FILE.                                            ZBNKVLT1
045900     IF WS-VLTTAB-STATUS IS EQUAL TO '10'                         ZBNKVLT1
046000        GO TO LOAD-LIMITS-EXIT                                    ZBNKVLT1
046100     END-IF.                                                      ZBNKVLT1
046200     IF WS-VLTTAB-STATUS IS NOT EQUAL TO '00'                     ZBNKVLT1
046300        MOVE 'VLTTAB read error loading the limits'               ZBNKVLT1
046400          TO WS-CONSOLE-MESSAGE                                   ZBNKVLT1
046500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKVLT1
046600        MOVE WS-VLTTAB-STATUS TO WS-IO-STATUS                     ZBNKVLT1
046700        PERFORM DISPLAY-IO-STATUS                                 ZBNKVLT1
046800        PERFORM ABORT-PROGRAM                                     ZBNKVLT1
046900     END-IF.                                                      ZBNKVLT1
047000     IF VTB-KIND-BRANCH                                           ZBNKVLT1
047100        IF WS-BL-COUNT IS NOT LESS THAN 100                       ZBNKVLT1
047200           MOVE 'VLTTAB holds more than 100 branch rows'          ZBNKVLT1
047300             TO WS-CONSOLE-MESSAGE                                ZBNKVLT1
047400           PERFORM ABORT-PROGRAM                                  ZBNKVLT1
047500        END-IF                                                    ZBNKVLT1
047600        ADD 1 TO WS-BL-COUNT                                      ZBNKVLT1
047700        MOVE VTB-BRANCH TO WS-BL-BRANCH (WS-BL-COUNT)             ZBNKVLT1
047800        MOVE VTB-AMOUNT-1 TO WS-BL-INSURED (WS-BL-COUNT)          ZBNKVLT1
047900     END-IF.                                                      ZBNKVLT1
048000     IF VTB-KIND-DENOM                                            ZBNKVLT1
048100        IF WS-DL-COUNT IS NOT LESS THAN 700                       ZBNKVLT1
048200           MOVE 'VLTTAB holds more than 700 denomination rows'    ZBNKVLT1
048300             TO WS-CONSOLE-MESSAGE                                ZBNKVLT1
048400           PERFORM ABORT-PROGRAM                                  ZBNKVLT1
048500        END-IF                                                    ZBNKVLT1
048600        ADD 1 TO WS-DL-COUNT                                      ZBNKVLT1
048700        MOVE VTB-BRANCH TO WS-DL-BRANCH (WS-DL-COUNT)             ZBNKVLT1
048800        MOVE VTB-DENOM TO WS-DL-DENOM (WS-DL-COUNT)               ZBNKVLT1
048900        MOVE VTB-AMOUNT-1 TO WS-DL-MIN (WS-DL-COUNT)              ZBNKVLT1
049000        MOVE VTB-AMOUNT-2 TO WS-DL-MAX (WS-DL-COUNT)              ZBNKVLT1
049100     END-IF.                                                      ZBNKVLT1
049200     GO TO LOAD-LIMITS-LOOP.                                      ZBNKVLT1
049300 LOAD-LIMITS-EXIT.                                                ZBNKVLT1
049400     EXIT.                                                        ZBNKVLT1
049500                                                                  ZBNKVLT1
049600***************************************************************** ZBNKVLT1
049700* Total the reloads due by branch from tonight's ATM forecast.  * ZBNKVLT1
049800* The run goes ahead without one, but a missing or out-of-date  * ZBNKVLT1
049900* forecast is reported so the ATM demand is not assumed nil     * ZBNKVLT1
050000* unnoticed.                                                    * ZBNKVLT1
050100***************************************************************** ZBNKVLT1
050200 LOAD-ATM-FORECAST.                                               ZBNKVLT1
050300     MOVE 0 TO WS-AT-COUNT.                                       ZBNKVLT1
050400     IF WS-ATMFCST-STATUS IS EQUAL TO '05'                        ZBNKVLT1
050500        MOVE 'No ATMFCST extract - ATM demand not included'       ZBNKVLT1
050600          TO WS-CONSOLE-MESSAGE                                   ZBNKVLT1
050700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKVLT1
050800        GO TO LOAD-ATM-FORECAST-EXIT                              ZBNKVLT1
050900     END-IF.                                                      ZBNKVLT1
051000 LOAD-ATM-FORECAST-LOOP.                                          ZBNKVLT1
051100     READ ATMFCST-FILE.                                           ZBNKVLT1
051200     IF WS-ATMFCST-STATUS IS EQUAL TO '10'                        ZBNKVLT1
051300        IF WS-STALE-FORECAST IS GREATER THAN ZERO                 ZBNKVLT1
051400           MOVE SPACES TO WS-CONSOLE-MESSAGE                      ZBNKVLT1
051500           STRING WS-STALE-FORECAST DELIMITED BY SIZE             ZBNKVLT1
051600                  ' ATMFCST rows not for today ignored'           ZBNKVLT1
051700                                    DELIMITED BY SIZE             ZBNKVLT1
051800             INTO WS-CONSOLE-MESSAGE                              ZBNKVLT1
051900           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKVLT1
052000        END-IF                                                    ZBNKVLT1
052100        GO TO LOAD-ATM-FORECAST-EXIT                              ZBNKVLT1
052200     END-IF.                                                      ZBNKVLT1
052300     IF WS-ATMFCST-STATUS IS NOT EQUAL TO '00'                    ZBNKVLT1
052400        MOVE 'ATMFCST read error loading the forecast'            ZBNKVLT1
052500          TO WS-CONSOLE-MESSAGE                                   ZBNKVLT1
052600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKVLT1
052700        MOVE WS-ATMFCST-STATUS TO WS-IO-STATUS                    ZBNKVLT1
052800        PERFORM DISPLAY-IO-STATUS                                 ZBNKVLT1
052900        PERFORM ABORT-PROGRAM                                     ZBNKVLT1
053000     END-IF.                                                      ZBNKVLT1
053100     IF ATF-RUN-DATE IS NOT EQUAL TO WS-TODAY-ISO                 ZBNKVLT1
053200        ADD 1 TO WS-STALE-FORECAST                                ZBNKVLT1
053300        GO TO LOAD-ATM-FORECAST-LOOP                              ZBNKVLT1
053400     END-IF.                                                      ZBNKVLT1
053500     IF NOT ATF-DUE-RELOAD                                        ZBNKVLT1
053600        GO TO LOAD-ATM-FORECAST-LOOP                              ZBNKVLT1
053700     END-IF.                                                      ZBNKVLT1
053800     MOVE 1 TO WS-AT-SUB.                                         ZBNKVLT1
053900 LOAD-ATM-FORECAST-FIND.                                          ZBNKVLT1
054000     IF WS-AT-SUB IS GREATER THAN WS-AT-COUNT                     ZBNKVLT1
054100        IF WS-AT-COUNT IS NOT LESS THAN 100                       ZBNKVLT1
054200           MOVE 'ATMFCST covers more than 100 branches'           ZBNKVLT1
054300             TO WS-CONSOLE-MESSAGE                                ZBNKVLT1
054400           PERFORM ABORT-PROGRAM                                  ZBNKVLT1
054500        END-IF                                                    ZBNKVLT1
054600        ADD 1 TO WS-AT-COUNT                                      ZBNKVLT1
054700        MOVE ATF-BRANCH-CODE TO WS-AT-BRANCH (WS-AT-COUNT)        ZBNKVLT1
054800        MOVE ZERO TO WS-AT-RELOAD (WS-AT-COUNT)                   ZBNKVLT1
054900        MOVE WS-AT-COUNT TO WS-AT-SUB                             ZBNKVLT1
055000     END-IF.                                                      ZBNKVLT1
055100     IF WS-AT-BRANCH (WS-AT-SUB) IS NOT EQUAL TO ATF-BRANCH-CODE  ZBNKVLT1
055200        ADD 1 TO WS-AT-SUB                                        ZBNKVLT1
055300        GO TO LOAD-ATM-FORECAST-FIND                              ZBNKVLT1
055400     END-IF.                                                      ZBNKVLT1
055500     ADD ATF-RELOAD-AMT TO WS-AT-RELOAD (WS-AT-SUB).              ZBNKVLT1
055600     GO TO LOAD-ATM-FORECAST-LOOP.                                ZBNKVLT1
055700 LOAD-ATM-FORECAST-EXIT.                                          ZBNKVLT1
055800     EXIT.                                                        ZBNKVLT1
055900                                                                  ZBNKVLT1
056000***************************************************************** ZBNKVLT1
056100* Strike one row's closing position, fold today's net teller    * ZBNKVLT1
056200* buys into the smoothed average and roll the row forward.  A   * ZBNKVLT1
056300* row already closed today - a restarted run - is taken as it   * ZBNKVLT1
056400* stands and not rewritten, so nothing is counted twice.        * ZBNKVLT1
056500***************************************************************** ZBNKVLT1
056600 ROLL-POSITION.                                                   ZBNKVLT1
056700     IF NOT VLT-DENOM-VALID                                       ZBNKVLT1
056800        MOVE SPACES TO WS-CONSOLE-MESSAGE                         ZBNKVLT1
056900        STRING 'Vault row ' DELIMITED BY SIZE                     ZBNKVLT1
057000               VLT-KEY DELIMITED BY SIZE                          ZBNKVLT1
057100               ' has an unknown denomination' DELIMITED BY SIZE   ZBNKVLT1
057200          INTO WS-CONSOLE-MESSAGE                                 ZBNKVLT1
057300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKVLT1
057400        GO TO ROLL-POSITION-EXIT                                  ZBNKVLT1
057500     END-IF.                                                      ZBNKVLT1
057600     IF WS-VB-COUNT IS NOT LESS THAN 7                            ZBNKVLT1
057700        MOVE 'Too many vault rows for one branch'                 ZBNKVLT1
057800          TO WS-CONSOLE-MESSAGE                                   ZBNKVLT1
057900        PERFORM ABORT-PROGRAM                                     ZBNKVLT1
058000     END-IF.                                                      ZBNKVLT1
058100     MOVE VLT-REC-BRANCH TO WS-VB-BRANCH.                         ZBNKVLT1
058200     ADD 1 TO WS-VB-COUNT.                                        ZBNKVLT1
058300     MOVE WS-VB-COUNT TO WS-VB-SUB.                               ZBNKVLT1
058400     MOVE VLT-REC-DENOM TO WS-VB-DENOM (WS-VB-SUB).               ZBNKVLT1
058500     IF VLT-REC-CLOSE-DATE IS EQUAL TO WS-TODAY-ISO               ZBNKVLT1
058600        MOVE VLT-REC-CLOSE-BAL TO WS-VB-CLOSE (WS-VB-SUB)         ZBNKVLT1
058700        MOVE VLT-REC-TELLER-AVG TO WS-VB-TELLER (WS-VB-SUB)       ZBNKVLT1
058800        GO TO ROLL-POSITION-EXIT                                  ZBNKVLT1
058900     END-IF.                                                      ZBNKVLT1
059000     COMPUTE WS-VB-CLOSE (WS-VB-SUB) =                            ZBNKVLT1
059100       VLT-REC-OPEN-BAL + VLT-REC-DRAWER-SELLS                    ZBNKVLT1
059200       + VLT-REC-ATM-UNLOADS + VLT-REC-CC-RECEIVED                ZBNKVLT1
059300       - VLT-REC-DRAWER-BUYS - VLT-REC-ATM-LOADS                  ZBNKVLT1
059400       - VLT-REC-CC-RETURNED.                                     ZBNKVLT1
059500     COMPUTE WS-TELLER-NET =                                      ZBNKVLT1
059600       VLT-REC-DRAWER-BUYS - VLT-REC-DRAWER-SELLS.                ZBNKVLT1
059700     MOVE VLT-REC-TELLER-DAYS TO WS-TELLER-DAYS.                  ZBNKVLT1
059800     IF WS-TELLER-DAYS IS NOT LESS THAN WS-TELLER-WINDOW          ZBNKVLT1
059900        COMPUTE WS-TELLER-DAYS = WS-TELLER-WINDOW - 1             ZBNKVLT1
060000     END-IF.                                                      ZBNKVLT1
060100     COMPUTE VLT-REC-TELLER-AVG ROUNDED =                         ZBNKVLT1
060200       ((VLT-REC-TELLER-AVG * WS-TELLER-DAYS) + WS-TELLER-NET)    ZBNKVLT1
060300       / (WS-TELLER-DAYS + 1).                                    ZBNKVLT1
060400     COMPUTE VLT-REC-TELLER-DAYS = WS-TELLER-DAYS + 1.            ZBNKVLT1
060500     MOVE VLT-REC-TELLER-AVG TO WS-VB-TELLER (WS-VB-SUB).         ZBNKVLT1
060600     MOVE WS-VB-CLOSE (WS-VB-SUB) TO VLT-REC-CLOSE-BAL.           ZBNKVLT1
060700     MOVE WS-VB-CLOSE (WS-VB-SUB) TO VLT-REC-OPEN-BAL.            ZBNKVLT1
060800     MOVE ZERO TO VLT-REC-DRAWER-BUYS.                            ZBNKVLT1
060900     MOVE ZERO TO VLT-REC-DRAWER-SELLS.                           ZBNKVLT1
061000     MOVE ZERO TO VLT-REC-ATM-LOADS.                              ZBNKVLT1
061100     MOVE ZERO TO VLT-REC-ATM-UNLOADS.                            ZBNKVLT1
061200     MOVE ZERO TO VLT-REC-CC-RECEIVED.                            ZBNKVLT1
061300     MOVE ZERO TO VLT-REC-CC-RETURNED.                            ZBNKVLT1
061400     MOVE WS-TODAY-ISO TO VLT-REC-CLOSE-DATE.                     ZBNKVLT1
061500     REWRITE VLT-RECORD.                                          ZBNKVLT1
061600     IF WS-BNKVLTP-STATUS IS NOT EQUAL TO '00'                    ZBNKVLT1
061700        MOVE 'Unable to roll vault row forward'                   ZBNKVLT1
061800          TO WS-CONSOLE-MESSAGE                                   ZBNKVLT1
061900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKVLT1
062000        MOVE WS-BNKVLTP-STATUS TO WS-IO-STATUS                    ZBNKVLT1
062100        PERFORM DISPLAY-IO-STATUS                                 ZBNKVLT1
062200        PERFORM ABORT-PROGRAM                                     ZBNKVLT1
062300     END-IF.                                                      ZBNKVLT1
062400     ADD 1 TO WS-ROWS-ROLLED.                                     ZBNKVLT1
062500 ROLL-POSITION-EXIT.                                              ZBNKVLT1
062600     EXIT.                                                        ZBNKVLT1
062700                                                                  ZBNKVLT1
062800***************************************************************** ZBNKVLT1
062900* Plan the branch's shipments once all its rows are in, then    * ZBNKVLT1
063000* write and print them                                          * ZBNKVLT1
063100***************************************************************** ZBNKVLT1
063200 PROCESS-BRANCH.                                                  ZBNKVLT1
063300     MOVE WS-VB-BRANCH TO BRM-REC-CODE.                           ZBNKVLT1
063400     READ BNKBRCH-FILE.                                           ZBNKVLT1
063500     IF WS-BNKBRCH-STATUS IS EQUAL TO '00'                        ZBNKVLT1
063600        MOVE BRM-REC-NAME TO WS-VB-BRANCH-NAME                    ZBNKVLT1
063700     ELSE                                                         ZBNKVLT1
063800        MOVE 'Unknown branch' TO WS-VB-BRANCH-NAME                ZBNKVLT1
063900     END-IF.                                                      ZBNKVLT1
064000     MOVE ZERO TO WS-VB-ATM-RELOAD.                               ZBNKVLT1
064100     MOVE 1 TO WS-AT-SUB.                                         ZBNKVLT1
064200 PROCESS-BRANCH-ATM.                                              ZBNKVLT1
064300     IF WS-AT-SUB IS NOT GREATER THAN WS-AT-COUNT                 ZBNKVLT1
064400        IF WS-AT-BRANCH (WS-AT-SUB) IS EQUAL TO WS-VB-BRANCH      ZBNKVLT1
064500           MOVE WS-AT-RELOAD (WS-AT-SUB) TO WS-VB-ATM-RELOAD      ZBNKVLT1
064600        ELSE                                                      ZBNKVLT1
064700           ADD 1 TO WS-AT-SUB                                     ZBNKVLT1
064800           GO TO PROCESS-BRANCH-ATM                               ZBNKVLT1
064900        END-IF                                                    ZBNKVLT1
065000     END-IF.                                                      ZBNKVLT1
065100     PERFORM FIND-INSURED-LIMIT THRU                              ZBNKVLT1
065200             FIND-INSURED-LIMIT-EXIT.                             ZBNKVLT1
065300     MOVE ZERO TO WS-VB-POSITION.                                 ZBNKVLT1
065400     MOVE 1 TO WS-VB-SUB.                                         ZBNKVLT1
065500 PROCESS-BRANCH-PLAN.                                             ZBNKVLT1
065600     IF WS-VB-SUB IS NOT GREATER THAN WS-VB-COUNT                 ZBNKVLT1
065700        PERFORM PLAN-DENOMINATION THRU                            ZBNKVLT1
065800                PLAN-DENOMINATION-EXIT                            ZBNKVLT1
065900        COMPUTE WS-VB-POSITION = WS-VB-POSITION                   ZBNKVLT1
066000          + WS-VB-PROJECTED (WS-VB-SUB)                           ZBNKVLT1
066100          + WS-VB-ORDER (WS-VB-SUB)                               ZBNKVLT1
066200          - WS-VB-RETURN (WS-VB-SUB)                              ZBNKVLT1
066300        ADD 1 TO WS-VB-SUB                                        ZBNKVLT1
066400        GO TO PROCESS-BRANCH-PLAN                                 ZBNKVLT1
066500     END-IF.                                                      ZBNKVLT1
066600     MOVE ZERO TO WS-VB-EXCESS.                                   ZBNKVLT1
066700     IF WS-VB-INSURED-KNOWN IS EQUAL TO 'Y' AND                   ZBNKVLT1
066800        WS-VB-POSITION IS GREATER THAN WS-VB-INSURED              ZBNKVLT1
066900        COMPUTE WS-VB-EXCESS = WS-VB-POSITION - WS-VB-INSURED     ZBNKVLT1
067000        MOVE WS-VB-COUNT TO WS-VB-SUB                             ZBNKVLT1
067100        PERFORM REDUCE-TO-INSURED THRU                            ZBNKVLT1
067200                REDUCE-TO-INSURED-EXIT                            ZBNKVLT1
067300     END-IF.                                                      ZBNKVLT1
067400     MOVE 1 TO WS-VB-SUB.                                         ZBNKVLT1
067500 PROCESS-BRANCH-WRITE.                                            ZBNKVLT1
067600     IF WS-VB-SUB IS NOT GREATER THAN WS-VB-COUNT                 ZBNKVLT1
067700        PERFORM WRITE-SHIPMENT THRU                               ZBNKVLT1
067800                WRITE-SHIPMENT-EXIT                               ZBNKVLT1
067900        ADD 1 TO WS-VB-SUB                                        ZBNKVLT1
068000        GO TO PROCESS-BRANCH-WRITE                                ZBNKVLT1
068100     END-IF.                                                      ZBNKVLT1
068200     PERFORM PRINT-BRANCH-TOTAL.                                  ZBNKVLT1
068300     MOVE 0 TO WS-VB-COUNT.                                       ZBNKVLT1
068400 PROCESS-BRANCH-EXIT.                                             ZBNKVLT1
068500     EXIT.                                                        ZBNKVLT1
068600                                                                  ZBNKVLT1
068700***************************************************************** ZBNKVLT1
068800* The branch's insured vault limit - its own B row, else the    * ZBNKVLT1
068900* *** default                                                   * ZBNKVLT1
069000***************************************************************** ZBNKVLT1
069100 FIND-INSURED-LIMIT.                                              ZBNKVLT1
069200     MOVE 'N' TO WS-VB-INSURED-KNOWN.                             ZBNKVLT1
069300     MOVE ZERO TO WS-VB-INSURED.                                  ZBNKVLT1
069400     MOVE 1 TO WS-BL-SUB.                                         ZBNKVLT1
069500 FIND-INSURED-LIMIT-LOOP.                                         ZBNKVLT1
069600     IF WS-BL-SUB IS GREATER THAN WS-BL-COUNT                     ZBNKVLT1
069700        IF WS-VB-INSURED-KNOWN IS EQUAL TO 'D'                    ZBNKVLT1
069800           MOVE 'Y' TO WS-VB-INSURED-KNOWN                        ZBNKVLT1
069900        END-IF                                                    ZBNKVLT1
070000        GO TO FIND-INSURED-LIMIT-EXIT                             ZBNKVLT1
070100     END-IF.                                                      ZBNKVLT1
070200     IF WS-BL-BRANCH (WS-BL-SUB) IS EQUAL TO WS-VB-BRANCH         ZBNKVLT1
070300        MOVE 'Y' TO WS-VB-INSURED-KNOWN                           ZBNKVLT1
070400        MOVE WS-BL-INSURED (WS-BL-SUB) TO WS-VB-INSURED           ZBNKVLT1
070500        GO TO FIND-INSURED-LIMIT-EXIT                             ZBNKVLT1
070600     END-IF.                                                      ZBNKVLT1
070700     IF WS-BL-BRANCH (WS-BL-SUB) IS EQUAL TO '***' AND            ZBNKVLT1
070800        WS-VB-INSURED-KNOWN IS NOT EQUAL TO 'Y'                   ZBNKVLT1
070900        MOVE 'D' TO WS-VB-INSURED-KNOWN                           ZBNKVLT1
071000        MOVE WS-BL-INSURED (WS-BL-SUB) TO WS-VB-INSURED           ZBNKVLT1
071100     END-IF.                                                      ZBNKVLT1
071200     ADD 1 TO WS-BL-SUB.                                          ZBNKVLT1
071300     GO TO FIND-INSURED-LIMIT-LOOP.                               ZBNKVLT1
071400 FIND-INSURED-LIMIT-EXIT.                                         ZBNKVLT1
071500     EXIT.                                                        ZBNKVLT1
071600                                                                  ZBNKVLT1
071700***************************************************************** ZBNKVLT1
071800* Project one denomination through tomorrow and order it up to  * ZBNKVLT1
071900* its maximum if it would fall below its minimum, or return the * ZBNKVLT1
072000* excess over its maximum, in whole straps or bags              * ZBNKVLT1
072100***************************************************************** ZBNKVLT1
072200 PLAN-DENOMINATION.                                               ZBNKVLT1
072300     MOVE ZERO TO WS-VB-ATM (WS-VB-SUB).                          ZBNKVLT1
072400     MOVE ZERO TO WS-VB-ORDER (WS-VB-SUB).                        ZBNKVLT1
072500     MOVE ZERO TO WS-VB-RETURN (WS-VB-SUB).                       ZBNKVLT1
072600     IF WS-VB-DENOM (WS-VB-SUB) IS EQUAL TO WS-ATM-DENOM          ZBNKVLT1
072700        MOVE WS-VB-ATM-RELOAD TO WS-VB-ATM (WS-VB-SUB)            ZBNKVLT1
072800     END-IF.                                                      ZBNKVLT1
072900     COMPUTE WS-VB-PROJECTED (WS-VB-SUB) =                        ZBNKVLT1
073000       WS-VB-CLOSE (WS-VB-SUB) - WS-VB-TELLER (WS-VB-SUB)         ZBNKVLT1
073100       - WS-VB-ATM (WS-VB-SUB).                                   ZBNKVLT1
073200     IF WS-VB-DENOM (WS-VB-SUB) IS EQUAL TO 'COIN'                ZBNKVLT1
073300        MOVE WS-COIN-BAG TO WS-VB-STRAP (WS-VB-SUB)               ZBNKVLT1
073400     ELSE                                                         ZBNKVLT1
073500        MOVE WS-VB-DENOM (WS-VB-SUB) TO WS-DENOM-NUM              ZBNKVLT1
073600        COMPUTE WS-VB-STRAP (WS-VB-SUB) = WS-DENOM-NUM * 100      ZBNKVLT1
073700     END-IF.                                                      ZBNKVLT1
073800     PERFORM FIND-DENOM-LIMITS THRU                               ZBNKVLT1
073900             FIND-DENOM-LIMITS-EXIT.                              ZBNKVLT1
074000     IF WS-VB-LIMITS (WS-VB-SUB) IS NOT EQUAL TO 'Y'              ZBNKVLT1
074100        GO TO PLAN-DENOMINATION-EXIT                              ZBNKVLT1
074200     END-IF.                                                      ZBNKVLT1
074300     IF WS-VB-PROJECTED (WS-VB-SUB) IS LESS THAN                  ZBNKVLT1
074400        WS-VB-MIN (WS-VB-SUB)                                     ZBNKVLT1
074500        COMPUTE WS-AMOUNT =                                       ZBNKVLT1
074600          WS-VB-MAX (WS-VB-SUB) - WS-VB-PROJECTED (WS-VB-SUB)     ZBNKVLT1
074700        COMPUTE WS-STRAPS = WS-AMOUNT / WS-VB-STRAP (WS-VB-SUB)   ZBNKVLT1
074800        IF WS-STRAPS * WS-VB-STRAP (WS-VB-SUB) IS LESS THAN       ZBNKVLT1
074900           WS-AMOUNT                                              ZBNKVLT1
075000           ADD 1 TO WS-STRAPS                                     ZBNKVLT1
075100        END-IF                                                    ZBNKVLT1
075200        COMPUTE WS-VB-ORDER (WS-VB-SUB) =                         ZBNKVLT1
075300          WS-STRAPS * WS-VB-STRAP (WS-VB-SUB)                     ZBNKVLT1
075400        GO TO PLAN-DENOMINATION-EXIT                              ZBNKVLT1
075500     END-IF.                                                      ZBNKVLT1
075600     IF WS-VB-PROJECTED (WS-VB-SUB) IS GREATER THAN               ZBNKVLT1
075700        WS-VB-MAX (WS-VB-SUB)                                     ZBNKVLT1
075800        COMPUTE WS-AMOUNT =                                       ZBNKVLT1
075900          WS-VB-PROJECTED (WS-VB-SUB) - WS-VB-MAX (WS-VB-SUB)     ZBNKVLT1
076000        COMPUTE WS-STRAPS = WS-AMOUNT / WS-VB-STRAP (WS-VB-SUB)   ZBNKVLT1
076100        COMPUTE WS-VB-RETURN (WS-VB-SUB) =                        ZBNKVLT1
076200          WS-STRAPS * WS-VB-STRAP (WS-VB-SUB)                     ZBNKVLT1
076300     END-IF.                                                      ZBNKVLT1
076400 PLAN-DENOMINATION-EXIT.                                          ZBNKVLT1
076500     EXIT.                                                        ZBNKVLT1
076600                                                                  ZBNKVLT1
076700***************************************************************** ZBNKVLT1
076800* The denomination's operating limits - the branch's own D row, * ZBNKVLT1
076900* else the *** default                                          * ZBNKVLT1
077000***************************************************************** ZBNKVLT1
077100 FIND-DENOM-LIMITS.                                               ZBNKVLT1
077200     MOVE 'N' TO WS-VB-LIMITS (WS-VB-SUB).                        ZBNKVLT1
077300     MOVE ZERO TO WS-VB-MIN (WS-VB-SUB).                          ZBNKVLT1
077400     MOVE ZERO TO WS-VB-MAX (WS-VB-SUB).                          ZBNKVLT1
077500     MOVE 1 TO WS-DL-SUB.                                         ZBNKVLT1
077600 FIND-DENOM-LIMITS-LOOP.                                          ZBNKVLT1
077700     IF WS-DL-SUB IS GREATER THAN WS-DL-COUNT                     ZBNKVLT1
077800        IF WS-VB-LIMITS (WS-VB-SUB) IS EQUAL TO 'D'               ZBNKVLT1
077900           MOVE 'Y' TO WS-VB-LIMITS (WS-VB-SUB)                   ZBNKVLT1
078000        END-IF                                                    ZBNKVLT1
078100        GO TO FIND-DENOM-LIMITS-EXIT                              ZBNKVLT1
078200     END-IF.                                                      ZBNKVLT1
078300     IF WS-DL-DENOM (WS-DL-SUB) IS EQUAL TO                       ZBNKVLT1
078400        WS-VB-DENOM (WS-VB-SUB)                                   ZBNKVLT1
078500        IF WS-DL-BRANCH (WS-DL-SUB) IS EQUAL TO WS-VB-BRANCH      ZBNKVLT1
078600           MOVE 'Y' TO WS-VB-LIMITS (WS-VB-SUB)                   ZBNKVLT1
078700           MOVE WS-DL-MIN (WS-DL-SUB) TO WS-VB-MIN (WS-VB-SUB)    ZBNKVLT1
078800           MOVE WS-DL-MAX (WS-DL-SUB) TO WS-VB-MAX (WS-VB-SUB)    ZBNKVLT1
078900           GO TO FIND-DENOM-LIMITS-EXIT                           ZBNKVLT1
079000        END-IF                                                    ZBNKVLT1
079100        IF WS-DL-BRANCH (WS-DL-SUB) IS EQUAL TO '***' AND         ZBNKVLT1
079200           WS-VB-LIMITS (WS-VB-SUB) IS NOT EQUAL TO 'D'           ZBNKVLT1
079300           MOVE 'D' TO WS-VB-LIMITS (WS-VB-SUB)                   ZBNKVLT1
079400           MOVE WS-DL-MIN (WS-DL-SUB) TO WS-VB-MIN (WS-VB-SUB)    ZBNKVLT1
079500           MOVE WS-DL-MAX (WS-DL-SUB) TO WS-VB-MAX (WS-VB-SUB)    ZBNKVLT1
079600        END-IF                                                    ZBNKVLT1
079700     END-IF.                                                      ZBNKVLT1
079800     ADD 1 TO WS-DL-SUB.                                          ZBNKVLT1
079900     GO TO FIND-DENOM-LIMITS-LOOP.                                ZBNKVLT1
080000 FIND-DENOM-LIMITS-EXIT.                                          ZBNKVLT1
080100     EXIT.                                                        ZBNKVLT1
080200                                                                  ZBNKVLT1
080300***************************************************************** ZBNKVLT1
080400* Bring a branch over its insured limit back under it by        * ZBNKVLT1
080500* returning more of its largest notes, never below their        * ZBNKVLT1
080600* minimum and never from a denomination being ordered.  The     * ZBNKVLT1
080700* rows run in key order, so working back from the last note     * ZBNKVLT1
080800* row takes the largest first; coin is left alone.  Whatever    * ZBNKVLT1
080900* cannot be returned leaves the branch flagged.                 * ZBNKVLT1
081000***************************************************************** ZBNKVLT1
081100 REDUCE-TO-INSURED.                                               ZBNKVLT1
081200     IF WS-VB-SUB IS LESS THAN 1 OR                               ZBNKVLT1
081300        WS-VB-EXCESS IS NOT GREATER THAN ZERO                     ZBNKVLT1
081400        GO TO REDUCE-TO-INSURED-EXIT                              ZBNKVLT1
081500     END-IF.                                                      ZBNKVLT1
081600     IF WS-VB-DENOM (WS-VB-SUB) IS EQUAL TO 'COIN' OR             ZBNKVLT1
081700        WS-VB-LIMITS (WS-VB-SUB) IS NOT EQUAL TO 'Y' OR           ZBNKVLT1
081800        WS-VB-ORDER (WS-VB-SUB) IS GREATER THAN ZERO              ZBNKVLT1
081900        SUBTRACT 1 FROM WS-VB-SUB                                 ZBNKVLT1
082000        GO TO REDUCE-TO-INSURED                                   ZBNKVLT1
082100     END-IF.                                                      ZBNKVLT1
082200     COMPUTE WS-ROOM =                                            ZBNKVLT1
082300       WS-VB-PROJECTED (WS-VB-SUB) - WS-VB-RETURN (WS-VB-SUB)     ZBNKVLT1
082400       - WS-VB-MIN (WS-VB-SUB).                                   ZBNKVLT1
082500     COMPUTE WS-STRAPS = WS-ROOM / WS-VB-STRAP (WS-VB-SUB).       ZBNKVLT1
082600     IF WS-STRAPS IS GREATER THAN ZERO                            ZBNKVLT1
082700        COMPUTE WS-STRAPS-NEEDED =                                ZBNKVLT1
082800          WS-VB-EXCESS / WS-VB-STRAP (WS-VB-SUB)                  ZBNKVLT1
082900        IF WS-STRAPS-NEEDED * WS-VB-STRAP (WS-VB-SUB) IS LESS THANZBNKVLT1
083000           WS-VB-EXCESS                                           ZBNKVLT1
083100           ADD 1 TO WS-STRAPS-NEEDED                              ZBNKVLT1
083200        END-IF                                                    ZBNKVLT1
083300        IF WS-STRAPS-NEEDED IS LESS THAN WS-STRAPS                ZBNKVLT1
083400           MOVE WS-STRAPS-NEEDED TO WS-STRAPS                     ZBNKVLT1
083500        END-IF                                                    ZBNKVLT1
083600        COMPUTE WS-AMOUNT = WS-STRAPS * WS-VB-STRAP (WS-VB-SUB)   ZBNKVLT1
083700        ADD WS-AMOUNT TO WS-VB-RETURN (WS-VB-SUB)                 ZBNKVLT1
083800        SUBTRACT WS-AMOUNT FROM WS-VB-EXCESS                      ZBNKVLT1
083900        SUBTRACT WS-AMOUNT FROM WS-VB-POSITION                    ZBNKVLT1
084000     END-IF.                                                      ZBNKVLT1
084100     SUBTRACT 1 FROM WS-VB-SUB.                                   ZBNKVLT1
084200     GO TO REDUCE-TO-INSURED.                                     ZBNKVLT1
084300 REDUCE-TO-INSURED-EXIT.                                          ZBNKVLT1
084400     EXIT.                                                        ZBNKVLT1
084500                                                                  ZBNKVLT1
084600***************************************************************** ZBNKVLT1
084700* Print one denomination and write its order or return to the   * ZBNKVLT1
084800* cash-centre file                                              * ZBNKVLT1
084900***************************************************************** ZBNKVLT1
085000 WRITE-SHIPMENT.                                                  ZBNKVLT1
085100     MOVE WS-VB-BRANCH TO WS-LINE4-BRANCH.                        ZBNKVLT1
085200     MOVE WS-VB-DENOM (WS-VB-SUB) TO WS-LINE4-DENOM.              ZBNKVLT1
085300     MOVE WS-VB-CLOSE (WS-VB-SUB) TO WS-LINE4-CLOSE.              ZBNKVLT1
085400     MOVE WS-VB-TELLER (WS-VB-SUB) TO WS-LINE4-TELLER.            ZBNKVLT1
085500     MOVE WS-VB-ATM (WS-VB-SUB) TO WS-LINE4-ATM.                  ZBNKVLT1
085600     MOVE WS-VB-PROJECTED (WS-VB-SUB) TO WS-LINE4-PROJECTED.      ZBNKVLT1
085700     MOVE WS-VB-MIN (WS-VB-SUB) TO WS-LINE4-MIN.                  ZBNKVLT1
085800     MOVE WS-VB-MAX (WS-VB-SUB) TO WS-LINE4-MAX.                  ZBNKVLT1
085900     MOVE SPACES TO WS-LINE4-ACTION.                              ZBNKVLT1
086000     MOVE ZERO TO WS-LINE4-AMOUNT.                                ZBNKVLT1
086100     IF WS-VB-LIMITS (WS-VB-SUB) IS NOT EQUAL TO 'Y'              ZBNKVLT1
086200        MOVE 'NO LIM' TO WS-LINE4-ACTION                          ZBNKVLT1
086300     END-IF.                                                      ZBNKVLT1
086400     MOVE SPACES TO CSO-RECORD.                                   ZBNKVLT1
086500     IF WS-VB-ORDER (WS-VB-SUB) IS GREATER THAN ZERO              ZBNKVLT1
086600        MOVE 'ORDER' TO WS-LINE4-ACTION                           ZBNKVLT1
086700        MOVE WS-VB-ORDER (WS-VB-SUB) TO WS-LINE4-AMOUNT           ZBNKVLT1
086800        SET CSO-TYPE-ORDER TO TRUE                                ZBNKVLT1
086900        MOVE WS-VB-ORDER (WS-VB-SUB) TO CSO-AMOUNT                ZBNKVLT1
087000        ADD 1 TO WS-ORDERS-WRITTEN                                ZBNKVLT1
087100     END-IF.                                                      ZBNKVLT1
087200     IF WS-VB-RETURN (WS-VB-SUB) IS GREATER THAN ZERO             ZBNKVLT1
087300        MOVE 'RETURN' TO WS-LINE4-ACTION                          ZBNKVLT1
087400        MOVE WS-VB-RETURN (WS-VB-SUB) TO WS-LINE4-AMOUNT          ZBNKVLT1
087500        SET CSO-TYPE-RETURN TO TRUE                               ZBNKVLT1
087600        MOVE WS-VB-RETURN (WS-VB-SUB) TO CSO-AMOUNT               ZBNKVLT1
087700        ADD 1 TO WS-RETURNS-WRITTEN                               ZBNKVLT1
087800     END-IF.                                                      ZBNKVLT1
087900     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKVLT1
088000     PERFORM PRINTOUT-PUT.                                        ZBNKVLT1
088100     IF CSO-TYPE IS EQUAL TO SPACE                                ZBNKVLT1
088200        GO TO WRITE-SHIPMENT-EXIT                                 ZBNKVLT1
088300     END-IF.                                                      ZBNKVLT1
088400     MOVE WS-VB-BRANCH TO CSO-BRANCH.                             ZBNKVLT1
088500     MOVE WS-VB-DENOM (WS-VB-SUB) TO CSO-DENOM.                   ZBNKVLT1
088600     MOVE WS-DELIVERY-DATE TO CSO-DELIVERY-DATE.                  ZBNKVLT1
088700     MOVE WS-TODAY-ISO TO CSO-RUN-DATE.                           ZBNKVLT1
088800     MOVE WS-VB-BRANCH-NAME TO CSO-BRANCH-NAME.                   ZBNKVLT1
088900     WRITE CSO-RECORD.                                            ZBNKVLT1
089000     IF WS-CASHORD-STATUS IS NOT EQUAL TO '00'                    ZBNKVLT1
089100        MOVE 'CASHORD error writing file...'                      ZBNKVLT1
089200          TO WS-CONSOLE-MESSAGE                                   ZBNKVLT1
089300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKVLT1
089400        MOVE WS-CASHORD-STATUS TO WS-IO-STATUS                    ZBNKVLT1
089500        PERFORM DISPLAY-IO-STATUS                                 ZBNKVLT1
089600        PERFORM ABORT-PROGRAM                                     ZBNKVLT1
089700     END-IF.                                                      ZBNKVLT1
089800 WRITE-SHIPMENT-EXIT.                                             ZBNKVLT1
089900     EXIT.                                                        ZBNKVLT1
090000                                                                  ZBNKVLT1
090100***************************************************************** ZBNKVLT1
090200* Print the branch's vault position after tonight's shipments   * ZBNKVLT1
090300***************************************************************** ZBNKVLT1
090400 PRINT-BRANCH-TOTAL.                                              ZBNKVLT1
090500     MOVE WS-VB-BRANCH TO WS-LINE5-BRANCH.                        ZBNKVLT1
090600     MOVE WS-VB-BRANCH-NAME TO WS-LINE5-NAME.                     ZBNKVLT1
090700     MOVE WS-VB-POSITION TO WS-LINE5-POSITION.                    ZBNKVLT1
090800     MOVE WS-VB-INSURED TO WS-LINE5-INSURED.                      ZBNKVLT1
090900     MOVE SPACES TO WS-LINE5-NOTE.                                ZBNKVLT1
091000     IF WS-VB-INSURED-KNOWN IS NOT EQUAL TO 'Y'                   ZBNKVLT1
091100        MOVE 'NO INSURED LIMIT' TO WS-LINE5-NOTE                  ZBNKVLT1
091200     END-IF.                                                      ZBNKVLT1
091300     IF WS-VB-EXCESS IS GREATER THAN ZERO                         ZBNKVLT1
091400        MOVE 'OVER INSURED LIMIT' TO WS-LINE5-NOTE                ZBNKVLT1
091500        ADD 1 TO WS-BRANCHES-OVER                                 ZBNKVLT1
091600     END-IF.                                                      ZBNKVLT1
091700     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKVLT1
091800     PERFORM PRINTOUT-PUT.                                        ZBNKVLT1
091900     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKVLT1
092000     PERFORM PRINTOUT-PUT.                                        ZBNKVLT1
092100                                                                  ZBNKVLT1
092200***************************************************************** ZBNKVLT1
092300* Print the report title and column headings                    * ZBNKVLT1
092400***************************************************************** ZBNKVLT1
092500 PRINT-REPORT-HEADER.                                             ZBNKVLT1
092600     MOVE WS-TODAY-ISO TO WS-LINE1-DATE.                          ZBNKVLT1
092700     MOVE WS-DELIVERY-DATE TO WS-LINE1-DELIVERY.                  ZBNKVLT1
092800     MOVE WS-LINE1 TO PRINTOUT-REC.                               ZBNKVLT1
092900     PERFORM PRINTOUT-PUT.                                        ZBNKVLT1
093000     MOVE WS-LINE3 TO PRINTOUT-REC.                               ZBNKVLT1
093100     PERFORM PRINTOUT-PUT.                                        ZBNKVLT1
093200                                                                  ZBNKVLT1
093300***************************************************************** ZBNKVLT1
093400* Write a record to the sequential print file                   * ZBNKVLT1
093500***************************************************************** ZBNKVLT1
093600 PRINTOUT-PUT.                                                    ZBNKVLT1
093700     WRITE PRINTOUT-REC.                                          ZBNKVLT1
093800     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKVLT1
093900       MOVE 'PRINTOUT error writing file...'                      ZBNKVLT1
094000         TO WS-CONSOLE-MESSAGE                                    ZBNKVLT1
094100       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKVLT1
094200       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKVLT1
094300       PERFORM DISPLAY-IO-STATUS                                  ZBNKVLT1
094400       PERFORM ABORT-PROGRAM                                      ZBNKVLT1
094500     END-IF.                                                      ZBNKVLT1
094600                                                                  ZBNKVLT1
094700***************************************************************** ZBNKVLT1
094800* Open the limits, forecast, vault, branch, order and print     * ZBNKVLT1
094900* files                                                         * ZBNKVLT1
095000***************************************************************** ZBNKVLT1
095100 OPEN-FILES.                                                      ZBNKVLT1
095200     OPEN INPUT VLTTAB-FILE.                                      ZBNKVLT1
095300     IF WS-VLTTAB-STATUS IS NOT EQUAL TO '00'                     ZBNKVLT1
095400        MOVE 'VLTTAB file open failure...'                        ZBNKVLT1
095500          TO WS-CONSOLE-MESSAGE                                   ZBNKVLT1
095600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKVLT1
095700        MOVE WS-VLTTAB-STATUS TO WS-IO-STATUS                     ZBNKVLT1
095800        PERFORM DISPLAY-IO-STATUS                                 ZBNKVLT1
095900        PERFORM ABORT-PROGRAM                                     ZBNKVLT1
096000     END-IF.                                                      ZBNKVLT1
096100     OPEN INPUT ATMFCST-FILE.                                     ZBNKVLT1
096200     IF WS-ATMFCST-STATUS IS NOT EQUAL TO '00' AND                ZBNKVLT1
096300        WS-ATMFCST-STATUS IS NOT EQUAL TO '05'                    ZBNKVLT1
096400        MOVE 'ATMFCST file open failure...'                       ZBNKVLT1
096500          TO WS-CONSOLE-MESSAGE                                   ZBNKVLT1
096600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKVLT1
096700        MOVE WS-ATMFCST-STATUS TO WS-IO-STATUS                    ZBNKVLT1
096800        PERFORM DISPLAY-IO-STATUS                                 ZBNKVLT1
096900        PERFORM ABORT-PROGRAM                                     ZBNKVLT1
097000     END-IF.                                                      ZBNKVLT1
097100     OPEN I-O BNKVLTP-FILE.                                       ZBNKVLT1
097200     IF WS-BNKVLTP-STATUS IS NOT EQUAL TO '00'                    ZBNKVLT1
097300        MOVE 'BNKVLTP file open failure...'                       ZBNKVLT1
097400          TO WS-CONSOLE-MESSAGE                                   ZBNKVLT1
097500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKVLT1
097600        MOVE WS-BNKVLTP-STATUS TO WS-IO-STATUS                    ZBNKVLT1
097700        PERFORM DISPLAY-IO-STATUS                                 ZBNKVLT1
097800        PERFORM ABORT-PROGRAM                                     ZBNKVLT1
097900     END-IF.                                                      ZBNKVLT1
098000     OPEN INPUT BNKBRCH-FILE.                                     ZBNKVLT1
098100     IF WS-BNKBRCH-STATUS IS NOT EQUAL TO '00'                    ZBNKVLT1
098200        MOVE 'BNKBRCH file open failure...'                       ZBNKVLT1
098300          TO WS-CONSOLE-MESSAGE                                   ZBNKVLT1
098400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKVLT1
098500        MOVE WS-BNKBRCH-STATUS TO WS-IO-STATUS                    ZBNKVLT1
098600        PERFORM DISPLAY-IO-STATUS                                 ZBNKVLT1
098700        PERFORM ABORT-PROGRAM                                     ZBNKVLT1
098800     END-IF.                                                      ZBNKVLT1
098900     OPEN OUTPUT CASHORD-FILE.                                    ZBNKVLT1
099000     IF WS-CASHORD-STATUS IS NOT EQUAL TO '00'                    ZBNKVLT1
099100        MOVE 'CASHORD file open failure...'                       ZBNKVLT1
099200          TO WS-CONSOLE-MESSAGE                                   ZBNKVLT1
099300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKVLT1
099400        MOVE WS-CASHORD-STATUS TO WS-IO-STATUS                    ZBNKVLT1
099500        PERFORM DISPLAY-IO-STATUS                                 ZBNKVLT1
099600        PERFORM ABORT-PROGRAM                                     ZBNKVLT1
099700     END-IF.                                                      ZBNKVLT1
099800     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKVLT1
099900     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKVLT1
100000        MOVE 'PRINTOUT file open failure...'                      ZBNKVLT1
100100          TO WS-CONSOLE-MESSAGE                                   ZBNKVLT1
100200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKVLT1
100300        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKVLT1
100400        PERFORM DISPLAY-IO-STATUS                                 ZBNKVLT1
100500        PERFORM ABORT-PROGRAM                                     ZBNKVLT1
100600     END-IF.                                                      ZBNKVLT1
100700                                                                  ZBNKVLT1
100800***************************************************************** ZBNKVLT1
100900* Close the files                                               * ZBNKVLT1
101000***************************************************************** ZBNKVLT1
101100 CLOSE-FILES.                                                     ZBNKVLT1
101200     CLOSE VLTTAB-FILE.                                           ZBNKVLT1
101300     CLOSE ATMFCST-FILE.                                          ZBNKVLT1
101400     CLOSE BNKVLTP-FILE.                                          ZBNKVLT1
101500     CLOSE BNKBRCH-FILE.                                          ZBNKVLT1
101600     CLOSE CASHORD-FILE.                                          ZBNKVLT1
101700     CLOSE PRINTOUT-FILE.                                         ZBNKVLT1
101800***************************************************************** ZBNKVLT1
101900* Display the file status bytes. This routine will display as   * ZBNKVLT1
102000* two digits if the full two byte file status is numeric. If    * ZBNKVLT1
102100* second byte is non-numeric then it will be treated as a       * ZBNKVLT1
102200* binary number.                                                * ZBNKVLT1
102300***************************************************************** ZBNKVLT1
102400 DISPLAY-IO-STATUS.                                               ZBNKVLT1
102500     IF WS-IO-STATUS NUMERIC                                      ZBNKVLT1
102600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKVLT1
102700        STRING 'File status -' DELIMITED BY SIZE                  ZBNKVLT1
102800               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKVLT1
102900          INTO WS-CONSOLE-MESSAGE                                 ZBNKVLT1
103000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKVLT1
103100     ELSE                                                         ZBNKVLT1
103200        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKVLT1
103300        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKVLT1
103400        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKVLT1
103500        STRING 'File status -' DELIMITED BY SIZE                  ZBNKVLT1
103600               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKVLT1
103700               '/' DELIMITED BY SIZE                              ZBNKVLT1
103800               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKVLT1
103900          INTO WS-CONSOLE-MESSAGE                                 ZBNKVLT1
104000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKVLT1
104100     END-IF.                                                      ZBNKVLT1
104200                                                                  ZBNKVLT1
104300***************************************************************** ZBNKVLT1
104400* 'ABORT' the program.                                          * ZBNKVLT1
104500* Post a message to the console and issue a STOP RUN            * ZBNKVLT1
104600***************************************************************** ZBNKVLT1
104700 ABORT-PROGRAM.                                                   ZBNKVLT1
104800     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKVLT1
104900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKVLT1
105000     END-IF.                                                      ZBNKVLT1
105100     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKVLT1
105200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKVLT1
105300     MOVE 16 TO RETURN-CODE.                                      ZBNKVLT1
105400     STOP RUN.                                                    ZBNKVLT1
105500                                                                  ZBNKVLT1
105600***************************************************************** ZBNKVLT1
105700* Display CONSOLE messages...                                   * ZBNKVLT1
105800***************************************************************** ZBNKVLT1
105900 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKVLT1
106000     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKVLT1
106100       UPON CONSOLE.                                              ZBNKVLT1
106200     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKVLT1
106300                                                                  ZBNKVLT1
106400 COPY CTIMERP.                                                    ZBNKVLT1
106500                                                                  ZBNKVLT1
106600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKVLT1
