000100***************************************************************** ZBNKLST1
000200*                                                               * ZBNKLST1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKLST1
000400*   This demonstration program is provided for use by users     * ZBNKLST1
000500*   of Micro Focus products and may be used, modified and       * ZBNKLST1
000600*   distributed as part of your application provided that       * ZBNKLST1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKLST1
000800*   in this material.                                           * ZBNKLST1
000900*                                                               * ZBNKLST1
001000***************************************************************** ZBNKLST1
001100                                                                  ZBNKLST1
001200***************************************************************** ZBNKLST1
001300* Program:     ZBNKLST1.CBL                                     * ZBNKLST1
001400* Function:    Borrower loan statement run.  Run monthly it     * ZBNKLST1
001500*              statements the calendar month just ended; with   * ZBNKLST1
001600*              ANNUAL in the EXEC PARM it statements the year   * ZBNKLST1
001700*              just ended and adds the total interest paid for  * ZBNKLST1
001800*              the year.  A period other than the last one may  * ZBNKLST1
001900*              follow the mode in the PARM (YYYY-MM monthly,    * ZBNKLST1
002000*              YYYY annual).  For every instalment loan on      * ZBNKLST1
002100*              BNKLOAN the BNKLNSCH schedule gives the opening  * ZBNKLST1
002200*              principal, each payment received in the period   * ZBNKLST1
002300*              split into principal, interest and the escrow    * ZBNKLST1
002400*              portion collected with it (from the BNKESCR      * ZBNKLST1
002500*              master where the loan carries escrow), the fees  * ZBNKLST1
002600*              and arrears, the closing principal and the next  * ZBNKLST1
002700*              amount and date due.  Statements are printed in  * ZBNKLST1
002800*              the ZBNKPRT1 layout, to LNSTMTM for customers    * ZBNKLST1
002900*              who take mail and to LNSTMTE for those who take  * ZBNKLST1
002950*              e-mail; a customer with neither is reported for  * ZBNKLST1
003000*              follow-up.  A customer whose address has been    * ZBNKLST1
003050*              returned undeliverable gets the statement by     * ZBNKLST1
003100*              e-mail if they take e-mail, otherwise it is held * ZBNKLST1
003150*              and listed.  Revolving lines are left to the     * ZBNKLST1
003200*              ZBNKLOC1 cycle statement and a closed loan with  * ZBNKLST1
003300*              nothing received in the period is not            * ZBNKLST1
003400*              statemented.                                     * ZBNKLST1
003500***************************************************************** ZBNKLST1
003600                                                                  ZBNKLST1
003700 IDENTIFICATION DIVISION.                                         ZBNKLST1
003800 PROGRAM-ID.                                                      ZBNKLST1
003900     ZBNKLST1.                                                    ZBNKLST1
004000 DATE-WRITTEN.                                                    ZBNKLST1
004100     October 2026.                                                ZBNKLST1
004200 DATE-COMPILED.                                                   ZBNKLST1
004300     Today.                                                       ZBNKLST1
004400                                                                  ZBNKLST1
004500 ENVIRONMENT DIVISION.                                            ZBNKLST1
004600 INPUT-OUTPUT   SECTION.                                          ZBNKLST1
004700   FILE-CONTROL.                                                  ZBNKLST1
004800     SELECT BNKLOAN-FILE                                          ZBNKLST1
004900            ASSIGN       TO BNKLOAN                               ZBNKLST1
005000            ORGANIZATION IS INDEXED                               ZBNKLST1
005100            ACCESS MODE  IS DYNAMIC                               ZBNKLST1
005200            RECORD KEY   IS LNM-KEY                               ZBNKLST1
005300            FILE STATUS  IS WS-BNKLOAN-STATUS.                    ZBNKLST1
005400     SELECT BNKLNSCH-FILE                                         ZBNKLST1
005500            ASSIGN       TO BNKLNSCH                              ZBNKLST1
005600            ORGANIZATION IS INDEXED                               ZBNKLST1
005700            ACCESS MODE  IS DYNAMIC                               ZBNKLST1
005800            RECORD KEY   IS LNS-KEY                               ZBNKLST1
005900            FILE STATUS  IS WS-BNKLNSCH-STATUS.                   ZBNKLST1
006000     SELECT BNKESCR-FILE                                          ZBNKLST1
006100            ASSIGN       TO BNKESCR                               ZBNKLST1
006200            ORGANIZATION IS INDEXED                               ZBNKLST1
006300            ACCESS MODE  IS DYNAMIC                               ZBNKLST1
006400            RECORD KEY   IS ESC-KEY                               ZBNKLST1
006500            FILE STATUS  IS WS-BNKESCR-STATUS.                    ZBNKLST1
006600     SELECT BNKCUST-FILE                                          ZBNKLST1
006700            ASSIGN       TO BNKCUST                               ZBNKLST1
006800            ORGANIZATION IS INDEXED                               ZBNKLST1
006900            ACCESS MODE  IS DYNAMIC                               ZBNKLST1
007000            RECORD KEY   IS BCS-REC-PID                           ZBNKLST1
007100            FILE STATUS  IS WS-BNKCUST-STATUS.                    ZBNKLST1
007200     SELECT BNKSTPR-FILE                                          ZBNKLST1
007300            ASSIGN       TO BNKSTPR                               ZBNKLST1
007400            ORGANIZATION IS INDEXED                               ZBNKLST1
007500            ACCESS MODE  IS RANDOM                                ZBNKLST1
007600            RECORD KEY   IS STP-REC-CODE                          ZBNKLST1
007700            FILE STATUS  IS WS-BNKSTPR-STATUS.                    ZBNKLST1
007800     SELECT LNSTMTM-FILE                                          ZBNKLST1
007900            ASSIGN       TO LNSTMTM                               ZBNKLST1
008000            ORGANIZATION IS SEQUENTIAL                            ZBNKLST1
008100            ACCESS MODE  IS SEQUENTIAL                            ZBNKLST1
008200            FILE STATUS  IS WS-LNSTMTM-STATUS.                    ZBNKLST1
008300     SELECT LNSTMTE-FILE                                          ZBNKLST1
008400            ASSIGN       TO LNSTMTE                               ZBNKLST1
008500            ORGANIZATION IS SEQUENTIAL                            ZBNKLST1
008600            ACCESS MODE  IS SEQUENTIAL                            ZBNKLST1
008700            FILE STATUS  IS WS-LNSTMTE-STATUS.                    ZBNKLST1
008800     SELECT PRINTOUT-FILE                                         ZBNKLST1
008900            ASSIGN       TO PRINTOUT                              ZBNKLST1
009000            ORGANIZATION IS SEQUENTIAL                            ZBNKLST1
009100            ACCESS MODE  IS SEQUENTIAL                            ZBNKLST1
009200            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKLST1
009300                                                                  ZBNKLST1
009400 DATA DIVISION.                                                   ZBNKLST1
009500 FILE SECTION.                                                    ZBNKLST1
009600                                                                  ZBNKLST1
009700 FD  BNKLOAN-FILE.                                                ZBNKLST1
009800 01  BNKLOAN-REC.                                                 ZBNKLST1
009900 COPY CBANKVLN.                                                   ZBNKLST1
010000                                                                  ZBNKLST1
010100 FD  BNKLNSCH-FILE.                                               ZBNKLST1
010200 01  BNKLNSCH-REC.                                                ZBNKLST1
010300 COPY CBANKVLS.                                                   ZBNKLST1
010400                                                                  ZBNKLST1
010500 FD  BNKESCR-FILE.                                                ZBNKLST1
010600 01  BNKESCR-REC.                                                 ZBNKLST1
010700 COPY CBANKVES.                                                   ZBNKLST1
010800                                                                  ZBNKLST1
010900 FD  BNKCUST-FILE.                                                ZBNKLST1
011000 01  BNKCUST-REC.                                                 ZBNKLST1
011100 COPY CBANKVCS.                                                   ZBNKLST1
011200                                                                  ZBNKLST1
011300 FD  BNKSTPR-FILE.                                                ZBNKLST1
011400 01  BNKSTPR-REC.                                                 ZBNKLST1
011500 COPY CBANKVSP.                                                   ZBNKLST1
011600                                                                  ZBNKLST1
011700 FD  LNSTMTM-FILE.                                                ZBNKLST1
011800 01  LNSTMTM-REC                         PIC X(121).              ZBNKLST1
011900                                                                  ZBNKLST1
012000 FD  LNSTMTE-FILE.                                                ZBNKLST1
012100 01  LNSTMTE-REC                         PIC X(121).              ZBNKLST1
012200                                                                  ZBNKLST1
012300 FD  PRINTOUT-FILE.                                               ZBNKLST1
012400 01  PRINTOUT-REC                        PIC X(121).              ZBNKLST1
012500                                                                  ZBNKLST1
012600 WORKING-STORAGE SECTION.                                         ZBNKLST1
012700 COPY CTIMERD.                                                    ZBNKLST1
012800                                                                  ZBNKLST1
012900 COPY CTSTAMPD.                                                   ZBNKLST1
013000                                                                  ZBNKLST1
013100 01  WS-DATE-WORK-AREA.                                           ZBNKLST1
013200 COPY CDATED.                                                     ZBNKLST1
013300                                                                  ZBNKLST1
013400 01  WS-MISC-STORAGE.                                             ZBNKLST1
013500   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKLST1
013600       VALUE 'ZBNKLST1'.                                          ZBNKLST1
013700   05  WS-BNKLOAN-STATUS.                                         ZBNKLST1
013800     10  WS-BNKLOAN-STAT1                    PIC X(1).            ZBNKLST1
013900     10  WS-BNKLOAN-STAT2                    PIC X(1).            ZBNKLST1
014000   05  WS-BNKLNSCH-STATUS.                                        ZBNKLST1
014100     10  WS-BNKLNSCH-STAT1                   PIC X(1).            ZBNKLST1
014200     10  WS-BNKLNSCH-STAT2                   PIC X(1).            ZBNKLST1
014300   05  WS-BNKESCR-STATUS.                                         ZBNKLST1
014400     10  WS-BNKESCR-STAT1                    PIC X(1).            ZBNKLST1
014500     10  WS-BNKESCR-STAT2                    PIC X(1).            ZBNKLST1
014600   05  WS-BNKCUST-STATUS.                                         ZBNKLST1
014700     10  WS-BNKCUST-STAT1                    PIC X(1).            ZBNKLST1
014800     10  WS-BNKCUST-STAT2                    PIC X(1).            ZBNKLST1
014900   05  WS-BNKSTPR-STATUS.                                         ZBNKLST1
015000     10  WS-BNKSTPR-STAT1                    PIC X(1).            ZBNKLST1
015100     10  WS-BNKSTPR-STAT2                    PIC X(1).            ZBNKLST1
015200   05  WS-LNSTMTM-STATUS.                                         ZBNKLST1
015300     10  WS-LNSTMTM-STAT1                    PIC X(1).            ZBNKLST1
015400     10  WS-LNSTMTM-STAT2                    PIC X(1).            ZBNKLST1
015500   05  WS-LNSTMTE-STATUS.                                         ZBNKLST1
015600     10  WS-LNSTMTE-STAT1                    PIC X(1).            ZBNKLST1
015700     10  WS-LNSTMTE-STAT2                    PIC X(1).            ZBNKLST1
015800   05  WS-PRINTOUT-STATUS.                                        ZBNKLST1
015900     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKLST1
016000     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKLST1
016100   05  WS-IO-STATUS.                                              ZBNKLST1
016200     10  WS-IO-STAT1                         PIC X(1).            ZBNKLST1
016300     10  WS-IO-STAT2                         PIC X(1).            ZBNKLST1
016400   05  WS-TWO-BYTES.                                              ZBNKLST1
016500     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKLST1
016600     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKLST1
016700   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKLST1
016800                                             PIC 9(1) COMP.       ZBNKLST1
016900   05  WS-END-OF-FILE                        PIC X(3)             ZBNKLST1
017000       VALUE 'NO '.                                               ZBNKLST1
017100   05  WS-SCHED-END                          PIC X(3).            ZBNKLST1
017200   05  WS-ANNUAL-MODE                        PIC X(1)             ZBNKLST1
017300       VALUE 'N'.                                                 ZBNKLST1
017400   05  WS-SAVE-LOAN-ID                       PIC X(26).           ZBNKLST1
017500   05  WS-STMT-CHANNEL                       PIC X(1).            ZBNKLST1
017600   05  WS-ESCROW-FOUND                       PIC X(1).            ZBNKLST1
017700   05  WS-ESCROW-AMT                         PIC S9(5)V99 COMP-3. ZBNKLST1
017800   05  WS-ESCROW-BALANCE                     PIC S9(7)V99 COMP-3. ZBNKLST1
017900   05  WS-PERIOD-YYYY                        PIC 9(4).            ZBNKLST1
018000   05  WS-PERIOD-MM                          PIC 9(2).            ZBNKLST1
018100   05  WS-PERIOD-LAST-DD                     PIC 9(2).            ZBNKLST1
018200   05  WS-PERIOD-START                       PIC X(10).           ZBNKLST1
018300   05  WS-PERIOD-END                         PIC X(10).           ZBNKLST1
018400   05  WS-LEAP-QUOTIENT                      PIC S9(5) COMP-3.    ZBNKLST1
018500   05  WS-LEAP-REMAINDER                     PIC S9(5) COMP-3.    ZBNKLST1
018600   05  WS-MONTH-OFFSET                       PIC S9(5) COMP-3.    ZBNKLST1
018700   05  WS-NEXT-YYYY                          PIC S9(5) COMP-3.    ZBNKLST1
018800   05  WS-NEXT-MM                            PIC S9(5) COMP-3.    ZBNKLST1
018900   05  WS-ORIG-YYYY                          PIC 9(4).            ZBNKLST1
019000   05  WS-ORIG-MM                            PIC 9(2).            ZBNKLST1
019100   05  WS-ORIG-DD                            PIC 9(2).            ZBNKLST1
019200   05  WS-DATE-WORK.                                              ZBNKLST1
019300     10  WS-DATE-WORK-YYYY                   PIC 9(4).            ZBNKLST1
019400     10  WS-DATE-WORK-DASH1                  PIC X(1).            ZBNKLST1
019500     10  WS-DATE-WORK-MM                     PIC 9(2).            ZBNKLST1
019600     10  WS-DATE-WORK-DASH2                  PIC X(1).            ZBNKLST1
019700     10  WS-DATE-WORK-DD                     PIC 9(2).            ZBNKLST1
019800   05  WS-FMT-ISO                            PIC X(10).           ZBNKLST1
019900   05  WS-FMT-DATE                           PIC X(11).           ZBNKLST1
020000   05  WS-NEXT-DUE-NO                        PIC 9(5).            ZBNKLST1
020100   05  WS-NEXT-DUE-DATE                      PIC X(10).           ZBNKLST1
020200   05  WS-NEXT-DUE-AMT                       PIC S9(7)V99 COMP-3. ZBNKLST1
020300   05  WS-ROW-AMT                            PIC S9(7)V99 COMP-3. ZBNKLST1
020400   05  WS-OPENING                            PIC S9(9)V99 COMP-3. ZBNKLST1
020500   05  WS-RUNNING                            PIC S9(9)V99 COMP-3. ZBNKLST1
020600   05  WS-CLOSING                            PIC S9(9)V99 COMP-3. ZBNKLST1
020700   05  WS-PERIOD-PAYMENTS                    PIC 9(5).            ZBNKLST1
020800   05  WS-PERIOD-PRINCIPAL                   PIC S9(9)V99 COMP-3. ZBNKLST1
020900   05  WS-PERIOD-INTEREST                    PIC S9(9)V99 COMP-3. ZBNKLST1
021000   05  WS-PERIOD-ESCROW                      PIC S9(9)V99 COMP-3. ZBNKLST1
021100   05  WS-PERIOD-FEES                        PIC S9(9)V99 COMP-3. ZBNKLST1
021200   05  WS-ARREARS-ROWS                       PIC 9(5).            ZBNKLST1
021300   05  WS-ARREARS-AMT                        PIC S9(9)V99 COMP-3. ZBNKLST1
021400   05  WS-DAYS-EDIT                          PIC ZZZZ9.           ZBNKLST1
021500   05  WS-ROWS-EDIT                          PIC ZZZZ9.           ZBNKLST1
021600   05  WS-LOANS-READ                         PIC 9(7)             ZBNKLST1
021700       VALUE ZERO.                                                ZBNKLST1
021800   05  WS-LOANS-REVOLVING                    PIC 9(7)             ZBNKLST1
021900       VALUE ZERO.                                                ZBNKLST1
022000   05  WS-LOANS-NOT-DUE                      PIC 9(7)             ZBNKLST1
022100       VALUE ZERO.                                                ZBNKLST1
022200   05  WS-LOANS-NO-CUST                      PIC 9(7)             ZBNKLST1
022300       VALUE ZERO.                                                ZBNKLST1
022400   05  WS-STMTS-MAIL                         PIC 9(7)             ZBNKLST1
022500       VALUE ZERO.                                                ZBNKLST1
022600   05  WS-STMTS-EMAIL                        PIC 9(7)             ZBNKLST1
022700       VALUE ZERO.                                                ZBNKLST1
022800   05  WS-STMTS-SKIPPED                      PIC 9(7)             ZBNKLST1
022900       VALUE ZERO.                                                ZBNKLST1
022933   05  WS-STMTS-HELD                         PIC 9(7)             ZBNKLST1
022966       VALUE ZERO.                                                ZBNKLST1
023000   05  WS-INTEREST-TOTAL                     PIC S9(11)V99        ZBNKLST1
023100       COMP-3 VALUE ZERO.                                         ZBNKLST1
023200   05  WS-PRINCIPAL-TOTAL                    PIC S9(11)V99        ZBNKLST1
023300       COMP-3 VALUE ZERO.                                         ZBNKLST1
023400                                                                  ZBNKLST1
023500***************************************************************** ZBNKLST1
023600* Days in each month - February is bumped to 29 in a leap year  * ZBNKLST1
023700***************************************************************** ZBNKLST1
023800 01  WS-MONTH-DAYS-DATA                      PIC X(24)            ZBNKLST1
023900     VALUE '312831303130313130313031'.                            ZBNKLST1
024000 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.            ZBNKLST1
024100   05  WS-MONTH-DAYS                         PIC 9(2)             ZBNKLST1
024200       OCCURS 12 TIMES.                                           ZBNKLST1
024300                                                                  ZBNKLST1
024400 01  WS-PRINTED.                                                  ZBNKLST1
024500   05  WS-SYS-TIME                           PIC 9(8).            ZBNKLST1
024600   05  WS-PRINTED-DATE.                                           ZBNKLST1
024700     10  FILLER                              PIC X(9)             ZBNKLST1
024800         VALUE 'Printed: '.                                       ZBNKLST1
024900     10  WS-PRINT-DATE                       PIC X(11)            ZBNKLST1
025000         VALUE 'dd mmm yyyy'.                                     ZBNKLST1
025100   05  WS-PRINTED-TIME.                                           ZBNKLST1
025200     10  FILLER                              PIC X(12)            ZBNKLST1
025300         VALUE SPACES.                                            ZBNKLST1
025400     10  WS-PRINT-TIME.                                           ZBNKLST1
025500       15  WS-PRINT-TIME-HH                  PIC X(2).            ZBNKLST1
025600       15  WS-PRINT-TIME-DOT1                PIC X(1).            ZBNKLST1
025700       15  WS-PRINT-TIME-MM                  PIC X(2).            ZBNKLST1
025800       15  WS-PRINT-TIME-DOT2                PIC X(1).            ZBNKLST1
025900       15  WS-PRINT-TIME-SS                  PIC X(2).            ZBNKLST1
026000                                                                  ZBNKLST1
026100 COPY CSTATESD.                                                   ZBNKLST1
026200                                                                  ZBNKLST1
026300***************************************************************** ZBNKLST1
026400* Statement lines - the ZBNKPRT1 layout, the account column     * ZBNKLST1
026500* carrying the schedule payment number                          * ZBNKLST1
026600***************************************************************** ZBNKLST1
026700 01  WS-STMT-REC                             PIC X(121).          ZBNKLST1
026800                                                                  ZBNKLST1
026900 01  WS-PRINT-LINES.                                              ZBNKLST1
027000   05  WS-LINE1.                                                  ZBNKLST1
027100     10  WS-LINE1-CC                         PIC X(1)             ZBNKLST1
027200         VALUE '1'.                                               ZBNKLST1
027300     10  FILLER                              PIC X(40)            ZBNKLST1
027400         VALUE SPACES.                                            ZBNKLST1
027500     10  WS-LINE1-HEAD                       PIC X(21)            ZBNKLST1
027600         VALUE 'Micro Focus Demo Bank'.                           ZBNKLST1
027700                                                                  ZBNKLST1
027800   05  WS-LINE2.                                                  ZBNKLST1
027900     10  WS-LINE2-CC                         PIC X(1)             ZBNKLST1
028000         VALUE ' '.                                               ZBNKLST1
028100     10  FILLER                              PIC X(40)            ZBNKLST1
028200         VALUE SPACES.                                            ZBNKLST1
028300     10  WS-LINE2-HEAD                       PIC X(21)            ZBNKLST1
028400         VALUE 'Loan Statement'.                                  ZBNKLST1
028500                                                                  ZBNKLST1
028600   05  WS-LINE3.                                                  ZBNKLST1
028700     10  WS-LINE3-CC                         PIC X(1)             ZBNKLST1
028800         VALUE '0'.                                               ZBNKLST1
028900     10  WS-LINE3-NAME-ADDR                  PIC X(23)            ZBNKLST1
029000         VALUE SPACES.                                            ZBNKLST1
029100     10  FILLER                              PIC X(55)            ZBNKLST1
029200         VALUE SPACES.                                            ZBNKLST1
029300     10  WS-LINE3-DATE                       PIC X(20)            ZBNKLST1
029400         VALUE SPACES.                                            ZBNKLST1
029500                                                                  ZBNKLST1
029600   05  WS-LINE4.                                                  ZBNKLST1
029700     10  WS-LINE4-CC                         PIC X(1)             ZBNKLST1
029800         VALUE '0'.                                               ZBNKLST1
029900     10  FILLER                              PIC X(14)            ZBNKLST1
030000         VALUE 'Payment No.'.                                     ZBNKLST1
030100     10  FILLER                              PIC X(38)            ZBNKLST1
030200         VALUE 'Description '.                                    ZBNKLST1
030300     10  FILLER                              PIC X(15)            ZBNKLST1
030400         VALUE '    Date  '.                                      ZBNKLST1
030500     10  FILLER                              PIC X(18)            ZBNKLST1
030600         VALUE '      Amount '.                                   ZBNKLST1
030700     10  FILLER                              PIC X(18)            ZBNKLST1
030800         VALUE '     Principal '.                                 ZBNKLST1
030900                                                                  ZBNKLST1
031000   05  WS-LINE5.                                                  ZBNKLST1
031100     10  WS-LINE5-CC                         PIC X(1).            ZBNKLST1
031200     10  WS-LINE5-ACC-NO                     PIC X(9).            ZBNKLST1
031300     10  FILLER                              PIC X(5).            ZBNKLST1
031400     10  WS-LINE5-DESC.                                           ZBNKLST1
031500       15  WS-LINE5-DESC-PT1                 PIC X(15).           ZBNKLST1
031600       15  WS-LINE5-DESC-PT2                 PIC X(18).           ZBNKLST1
031700     10  FILLER                              PIC X(5).            ZBNKLST1
031800     10  WS-LINE5-DATE                       PIC X(11).           ZBNKLST1
031900     10  FILLER                              PIC X(4).            ZBNKLST1
032000     10  WS-LINE5-AMOUNT-DASH                PIC X(13).           ZBNKLST1
032100     10  WS-LINE5-AMOUNT REDEFINES WS-LINE5-AMOUNT-DASH           ZBNKLST1
032200                                             PIC Z,ZZZ,ZZ9.99-.   ZBNKLST1
032300     10  FILLER                              PIC X(5).            ZBNKLST1
032400     10  WS-LINE5-BALANCE-DASH               PIC X(13).           ZBNKLST1
032500     10  WS-LINE5-BALANCE REDEFINES WS-LINE5-BALANCE-DASH         ZBNKLST1
032600                                             PIC Z,ZZZ,ZZZ.99-.   ZBNKLST1
032700                                                                  ZBNKLST1
032800***************************************************************** ZBNKLST1
032900* Control report                                                * ZBNKLST1
033000***************************************************************** ZBNKLST1
033100 01  WS-REPORT-LINES.                                             ZBNKLST1
033200   05  WS-RPT1.                                                   ZBNKLST1
033300     10  WS-RPT1-CC                          PIC X(1)             ZBNKLST1
033400         VALUE '1'.                                               ZBNKLST1
033500     10  FILLER                              PIC X(20)            ZBNKLST1
033600         VALUE SPACES.                                            ZBNKLST1
033700     10  WS-RPT1-HEAD                        PIC X(30)            ZBNKLST1
033800         VALUE 'Loan Statement Run'.                              ZBNKLST1
033900     10  WS-RPT1-MODE                        PIC X(10).           ZBNKLST1
034000     10  WS-RPT1-START                       PIC X(10).           ZBNKLST1
034100     10  FILLER                              PIC X(4)             ZBNKLST1
034200         VALUE ' to '.                                            ZBNKLST1
034300     10  WS-RPT1-END                         PIC X(10).           ZBNKLST1
034400   05  WS-RPT2.                                                   ZBNKLST1
034500     10  WS-RPT2-CC                          PIC X(1)             ZBNKLST1
034600         VALUE ' '.                                               ZBNKLST1
034700     10  WS-RPT2-LOAN-ID                     PIC X(28).           ZBNKLST1
034800     10  WS-RPT2-PID                         PIC X(7).            ZBNKLST1
034900     10  WS-RPT2-WHAT                        PIC X(30).           ZBNKLST1
035000     10  WS-RPT2-AMOUNT                  PIC Z,ZZZ,ZZZ,ZZ9.99-.   ZBNKLST1
035100   05  WS-RPT3.                                                   ZBNKLST1
035200     10  WS-RPT3-CC                          PIC X(1)             ZBNKLST1
035300         VALUE ' '.                                               ZBNKLST1
035400     10  WS-RPT3-DESC                        PIC X(30).           ZBNKLST1
035500     10  WS-RPT3-COUNT                       PIC ZZZZZZ9.         ZBNKLST1
035600     10  FILLER                              PIC X(3)             ZBNKLST1
035700         VALUE SPACES.                                            ZBNKLST1
035800     10  WS-RPT3-AMOUNT                      PIC ZZZ,ZZZ,ZZ9.99.  ZBNKLST1
035900                                                                  ZBNKLST1
036000 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKLST1
036100                                                                  ZBNKLST1
036200 LINKAGE SECTION.                                                 ZBNKLST1
036300 01  LK-EXEC-PARM.                                                ZBNKLST1
036400   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKLST1
036500   05  LK-EXEC-PARM-DATA.                                         ZBNKLST1
036600     10  LK-PARM-MODE                        PIC X(6).            ZBNKLST1
036700     10  LK-PARM-SEP                         PIC X(1).            ZBNKLST1
036800     10  LK-PARM-PERIOD.                                          ZBNKLST1
036900       15  LK-PARM-PERIOD-YYYY               PIC X(4).            ZBNKLST1
037000       15  LK-PARM-PERIOD-DASH               PIC X(1).            ZBNKLST1
037100       15  LK-PARM-PERIOD-MM                 PIC X(2).            ZBNKLST1
037200                                                                  ZBNKLST1
037300 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKLST1
037400                                                                  ZBNKLST1
037500     PERFORM RUN-TIME.                                            ZBNKLST1
037600                                                                  ZBNKLST1
037700     MOVE 'Loan statement run starting'                           ZBNKLST1
037800       TO WS-CONSOLE-MESSAGE.                                     ZBNKLST1
037900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKLST1
038000                                                                  ZBNKLST1
038100 COPY CTSTAMPP.                                                   ZBNKLST1
038200                                                                  ZBNKLST1
038300***************************************************************** ZBNKLST1
038400* Settle the statement period from the EXEC PARM - the month or * ZBNKLST1
038500* year just ended unless one is named after the mode            * ZBNKLST1
038600***************************************************************** ZBNKLST1
038700     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO AND                  ZBNKLST1
038800        LK-PARM-MODE IS EQUAL TO 'ANNUAL'                         ZBNKLST1
038900        MOVE 'Y' TO WS-ANNUAL-MODE                                ZBNKLST1
039000     END-IF.                                                      ZBNKLST1
039100     PERFORM SET-PERIOD THRU                                      ZBNKLST1
039200             SET-PERIOD-EXIT.                                     ZBNKLST1
039300     IF WS-PERIOD-START IS EQUAL TO SPACES                        ZBNKLST1
039400        MOVE 'Statement period in EXEC PARM is not valid'         ZBNKLST1
039500          TO WS-CONSOLE-MESSAGE                                   ZBNKLST1
039600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLST1
039700        MOVE 8 TO RETURN-CODE                                     ZBNKLST1
039800        GOBACK                                                    ZBNKLST1
039900     END-IF.                                                      ZBNKLST1
040000                                                                  ZBNKLST1
040100     SET DD-ENV-NULL TO TRUE.                                     ZBNKLST1
040200     SET DDI-ISO TO TRUE.                                         ZBNKLST1
040300     MOVE WS-TS-DATE TO DDI-DATA.                                 ZBNKLST1
040400     SET DDO-DD-MMM-YYYY TO TRUE.                                 ZBNKLST1
040500     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     ZBNKLST1
040600     MOVE DDO-DATA TO WS-PRINT-DATE.                              ZBNKLST1
040700                                                                  ZBNKLST1
040800     PERFORM OPEN-FILES.                                          ZBNKLST1
040900     PERFORM PRINT-REPORT-HEADER.                                 ZBNKLST1
041000                                                                  ZBNKLST1
041100     MOVE LOW-VALUES TO LNM-KEY.                                  ZBNKLST1
041200     START BNKLOAN-FILE KEY GREATER THAN LNM-KEY.                 ZBNKLST1
041300     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKLST1
041400        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKLST1
041500     END-IF.                                                      ZBNKLST1
041600                                                                  ZBNKLST1
041700     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKLST1
041800        READ BNKLOAN-FILE NEXT RECORD                             ZBNKLST1
041900        IF WS-BNKLOAN-STATUS IS EQUAL TO '10'                     ZBNKLST1
042000           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKLST1
042100        ELSE                                                      ZBNKLST1
042200           IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'              ZBNKLST1
042300              MOVE 'BNKLOAN read error during scan'               ZBNKLST1
042400                TO WS-CONSOLE-MESSAGE                             ZBNKLST1
042500              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKLST1
042600              MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS              ZBNKLST1
042700              PERFORM DISPLAY-IO-STATUS                           ZBNKLST1
042800              PERFORM ABORT-PROGRAM                               ZBNKLST1
042900           ELSE                                                   ZBNKLST1
043000              ADD 1 TO WS-LOANS-READ                              ZBNKLST1
043100              PERFORM STATEMENT-ONE-LOAN THRU                     ZBNKLST1
043200                      STATEMENT-ONE-LOAN-EXIT                     ZBNKLST1
043300           END-IF                                                 ZBNKLST1
043400        END-IF                                                    ZBNKLST1
043500     END-PERFORM.                                                 ZBNKLST1
043600                                                                  ZBNKLST1
043700     PERFORM PRINT-REPORT-TOTALS.                                 ZBNKLST1
043800     PERFORM CLOSE-FILES.                                         ZBNKLST1
043900                                                                  ZBNKLST1
044000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKLST1
044100     STRING WS-STMTS-MAIL DELIMITED BY SIZE                       ZBNKLST1
044200            ' mail and ' DELIMITED BY SIZE                        ZBNKLST1
044300            WS-STMTS-EMAIL DELIMITED BY SIZE                      ZBNKLST1
044400            ' e-mail statements' DELIMITED BY SIZE                ZBNKLST1
044500       INTO WS-CONSOLE-MESSAGE.                                   ZBNKLST1
044600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKLST1
044700     MOVE 'End Of Job'                                            ZBNKLST1
044800       TO WS-CONSOLE-MESSAGE.                                     ZBNKLST1
044900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKLST1
045000                                                                  ZBNKLST1
045100     PERFORM RUN-TIME.                                            ZBNKLST1
045200                                                                  ZBNKLST1
045300     MOVE 0 TO RETURN-CODE.                                       ZBNKLST1
045400                                                                  ZBNKLST1
045500     GOBACK.                                                      ZBNKLST1
045600                                                                  ZBNKLST1
045700***************************************************************** ZBNKLST1
045800* Work out the first and last day of the statement period.      * ZBNKLST1
045900* Leaves the start date blank if the PARM period is not a date  * ZBNKLST1
046000***************************************************************** ZBNKLST1
046100 SET-PERIOD.                                                      ZBNKLST1
046200     MOVE SPACES TO WS-PERIOD-START.                              ZBNKLST1
046300     MOVE WS-TS-DATE-YYYY TO WS-PERIOD-YYYY.                      ZBNKLST1
046400     MOVE WS-TS-DATE-MM TO WS-PERIOD-MM.                          ZBNKLST1
046500     IF LK-EXEC-PARM-LL IS GREATER THAN 7 AND                     ZBNKLST1
046600        LK-PARM-PERIOD IS NOT EQUAL TO SPACES                     ZBNKLST1
046700        IF LK-PARM-PERIOD-YYYY IS NOT NUMERIC                     ZBNKLST1
046800           GO TO SET-PERIOD-EXIT                                  ZBNKLST1
046900        END-IF                                                    ZBNKLST1
047000        MOVE LK-PARM-PERIOD-YYYY TO WS-PERIOD-YYYY                ZBNKLST1
047100        IF WS-ANNUAL-MODE IS NOT EQUAL TO 'Y'                     ZBNKLST1
047200           IF LK-PARM-PERIOD-MM IS NOT NUMERIC                    ZBNKLST1
047300              GO TO SET-PERIOD-EXIT                               ZBNKLST1
047400           END-IF                                                 ZBNKLST1
047500           MOVE LK-PARM-PERIOD-MM TO WS-PERIOD-MM                 ZBNKLST1
047600           IF WS-PERIOD-MM IS LESS THAN 1 OR                      ZBNKLST1
047700              WS-PERIOD-MM IS GREATER THAN 12                     ZBNKLST1
047800              GO TO SET-PERIOD-EXIT                               ZBNKLST1
047900           END-IF                                                 ZBNKLST1
048000        END-IF                                                    ZBNKLST1
048100     ELSE                                                         ZBNKLST1
048200        IF WS-ANNUAL-MODE IS EQUAL TO 'Y'                         ZBNKLST1
048300           SUBTRACT 1 FROM WS-PERIOD-YYYY                         ZBNKLST1
048400        ELSE                                                      ZBNKLST1
048500           IF WS-PERIOD-MM IS EQUAL TO 1                          ZBNKLST1
048600              MOVE 12 TO WS-PERIOD-MM                             ZBNKLST1
048700              SUBTRACT 1 FROM WS-PERIOD-YYYY                      ZBNKLST1
048800           ELSE                                                   ZBNKLST1
048900              SUBTRACT 1 FROM WS-PERIOD-MM                        ZBNKLST1
049000           END-IF                                                 ZBNKLST1
049100        END-IF                                                    ZBNKLST1
049200     END-IF.                                                      ZBNKLST1
049300     DIVIDE WS-PERIOD-YYYY BY 4 GIVING WS-LEAP-QUOTIENT           ZBNKLST1
049400       REMAINDER WS-LEAP-REMAINDER.                               ZBNKLST1
049500     IF WS-LEAP-REMAINDER IS EQUAL TO ZERO                        ZBNKLST1
049600        MOVE 29 TO WS-MONTH-DAYS (2)                              ZBNKLST1
049700     ELSE                                                         ZBNKLST1
049800        MOVE 28 TO WS-MONTH-DAYS (2)                              ZBNKLST1
049900     END-IF.                                                      ZBNKLST1
050000     IF WS-ANNUAL-MODE IS EQUAL TO 'Y'                            ZBNKLST1
050100        MOVE 1 TO WS-PERIOD-MM                                    ZBNKLST1
050200     END-IF.                                                      ZBNKLST1
050300     MOVE WS-PERIOD-YYYY TO WS-DATE-WORK-YYYY.                    ZBNKLST1
050400     MOVE '-' TO WS-DATE-WORK-DASH1.                              ZBNKLST1
050500     MOVE WS-PERIOD-MM TO WS-DATE-WORK-MM.                        ZBNKLST1
050600     MOVE '-' TO WS-DATE-WORK-DASH2.                              ZBNKLST1
050700     MOVE 1 TO WS-DATE-WORK-DD.                                   ZBNKLST1
050800     MOVE WS-DATE-WORK TO WS-PERIOD-START.                        ZBNKLST1
050900     IF WS-ANNUAL-MODE IS EQUAL TO 'Y'                            ZBNKLST1
051000        MOVE 12 TO WS-PERIOD-MM                                   ZBNKLST1
051100     END-IF.                                                      ZBNKLST1
051200     MOVE WS-MONTH-DAYS (WS-PERIOD-MM) TO WS-PERIOD-LAST-DD.      ZBNKLST1
051300     MOVE WS-PERIOD-MM TO WS-DATE-WORK-MM.                        ZBNKLST1
051400     MOVE WS-PERIOD-LAST-DD TO WS-DATE-WORK-DD.                   ZBNKLST1
051500     MOVE WS-DATE-WORK TO WS-PERIOD-END.                          ZBNKLST1
051600 SET-PERIOD-EXIT.                                                 ZBNKLST1
051700     EXIT.                                                        ZBNKLST1
051800                                                                  ZBNKLST1
051900***************************************************************** ZBNKLST1
052000* Statement one loan - scan its schedule for the period's       * ZBNKLST1
052100* figures, then print the statement to the channel the customer * ZBNKLST1
052200* has chosen                                                    * ZBNKLST1
052300***************************************************************** ZBNKLST1
052400 STATEMENT-ONE-LOAN.                                              ZBNKLST1
052500     IF LNM-PRODUCT-REVOLVING                                     ZBNKLST1
052600        ADD 1 TO WS-LOANS-REVOLVING                               ZBNKLST1
052700        GO TO STATEMENT-ONE-LOAN-EXIT                             ZBNKLST1
052800     END-IF.                                                      ZBNKLST1
052900     IF LNM-REC-LOAN-ID (1:10) IS GREATER THAN WS-PERIOD-END      ZBNKLST1
053000        ADD 1 TO WS-LOANS-NOT-DUE                                 ZBNKLST1
053100        GO TO STATEMENT-ONE-LOAN-EXIT                             ZBNKLST1
053200     END-IF.                                                      ZBNKLST1
053300     MOVE LNM-REC-LOAN-ID TO WS-SAVE-LOAN-ID.                     ZBNKLST1
053400     MOVE LNM-REC-LOAN-ID (1:4) TO WS-ORIG-YYYY.                  ZBNKLST1
053500     MOVE LNM-REC-LOAN-ID (6:2) TO WS-ORIG-MM.                    ZBNKLST1
053600     MOVE LNM-REC-LOAN-ID (9:2) TO WS-ORIG-DD.                    ZBNKLST1
053700                                                                  ZBNKLST1
053800     PERFORM GET-ESCROW-AMOUNT THRU                               ZBNKLST1
053900             GET-ESCROW-AMOUNT-EXIT.                              ZBNKLST1
054000     PERFORM SCAN-SCHEDULE THRU                                   ZBNKLST1
054100             SCAN-SCHEDULE-EXIT.                                  ZBNKLST1
054200                                                                  ZBNKLST1
054300***************************************************************** ZBNKLST1
054400* A loan repaid or charged off before the period with nothing   * ZBNKLST1
054500* received in it has nothing to tell the customer               * ZBNKLST1
054600***************************************************************** ZBNKLST1
054700     IF NOT LNM-STATUS-ACTIVE AND                                 ZBNKLST1
054800        WS-PERIOD-PAYMENTS IS EQUAL TO ZERO                       ZBNKLST1
054900        ADD 1 TO WS-LOANS-NOT-DUE                                 ZBNKLST1
055000        GO TO STATEMENT-ONE-LOAN-EXIT                             ZBNKLST1
055100     END-IF.                                                      ZBNKLST1
055200                                                                  ZBNKLST1
055300     MOVE LNM-REC-PID TO BCS-REC-PID.                             ZBNKLST1
055400     READ BNKCUST-FILE.                                           ZBNKLST1
055500     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKLST1
055600        ADD 1 TO WS-LOANS-NO-CUST                                 ZBNKLST1
055700        MOVE WS-SAVE-LOAN-ID TO WS-RPT2-LOAN-ID                   ZBNKLST1
055800        MOVE LNM-REC-PID TO WS-RPT2-PID                           ZBNKLST1
055900        MOVE 'Customer not on file' TO WS-RPT2-WHAT               ZBNKLST1
056000        MOVE ZERO TO WS-RPT2-AMOUNT                               ZBNKLST1
056100        MOVE WS-RPT2 TO PRINTOUT-REC                              ZBNKLST1
056200        PERFORM PRINTOUT-PUT                                      ZBNKLST1
056300        GO TO STATEMENT-ONE-LOAN-EXIT                             ZBNKLST1
056400     END-IF.                                                      ZBNKLST1
056500                                                                  ZBNKLST1
056520***************************************************************** ZBNKLST1
056540* No paper goes to an address returned undeliverable - e-mail   * ZBNKLST1
056560* if the customer takes it, otherwise the statement is held     * ZBNKLST1
056580***************************************************************** ZBNKLST1
056600     EVALUATE TRUE                                                ZBNKLST1
056606       WHEN BCS-ADDR-UNDELIVERABLE AND                            ZBNKLST1
056612            BCS-REC-SEND-EMAIL IS EQUAL TO 'Y'                    ZBNKLST1
056618         MOVE 'E' TO WS-STMT-CHANNEL                              ZBNKLST1
056624         ADD 1 TO WS-STMTS-EMAIL                                  ZBNKLST1
056630         MOVE 'Statement by e-mail' TO WS-RPT2-WHAT               ZBNKLST1
056636       WHEN BCS-ADDR-UNDELIVERABLE                                ZBNKLST1
056642         ADD 1 TO WS-STMTS-HELD                                   ZBNKLST1
056648         MOVE WS-SAVE-LOAN-ID TO WS-RPT2-LOAN-ID                  ZBNKLST1
056654         MOVE LNM-REC-PID TO WS-RPT2-PID                          ZBNKLST1
056660         MOVE 'Address undeliverable - held' TO WS-RPT2-WHAT      ZBNKLST1
056666         MOVE WS-CLOSING TO WS-RPT2-AMOUNT                        ZBNKLST1
056672         MOVE WS-RPT2 TO PRINTOUT-REC                             ZBNKLST1
056678         PERFORM PRINTOUT-PUT                                     ZBNKLST1
056684         GO TO STATEMENT-ONE-LOAN-EXIT                            ZBNKLST1
056700       WHEN BCS-REC-SEND-MAIL IS EQUAL TO 'Y'                     ZBNKLST1
056800         MOVE 'M' TO WS-STMT-CHANNEL                              ZBNKLST1
056900         ADD 1 TO WS-STMTS-MAIL                                   ZBNKLST1
057000         MOVE 'Statement by mail' TO WS-RPT2-WHAT                 ZBNKLST1
057100       WHEN BCS-REC-SEND-EMAIL IS EQUAL TO 'Y'                    ZBNKLST1
057200         MOVE 'E' TO WS-STMT-CHANNEL                              ZBNKLST1
057300         ADD 1 TO WS-STMTS-EMAIL                                  ZBNKLST1
057400         MOVE 'Statement by e-mail' TO WS-RPT2-WHAT               ZBNKLST1
057500       WHEN OTHER                                                 ZBNKLST1
057600         ADD 1 TO WS-STMTS-SKIPPED                                ZBNKLST1
057700         MOVE WS-SAVE-LOAN-ID TO WS-RPT2-LOAN-ID                  ZBNKLST1
057800         MOVE LNM-REC-PID TO WS-RPT2-PID                          ZBNKLST1
057900         MOVE 'Not contactable - follow up' TO WS-RPT2-WHAT       ZBNKLST1
058000         MOVE WS-CLOSING TO WS-RPT2-AMOUNT                        ZBNKLST1
058100         MOVE WS-RPT2 TO PRINTOUT-REC                             ZBNKLST1
058200         PERFORM PRINTOUT-PUT                                     ZBNKLST1
058300         GO TO STATEMENT-ONE-LOAN-EXIT                            ZBNKLST1
058400     END-EVALUATE.                                                ZBNKLST1
058500                                                                  ZBNKLST1
058600     PERFORM PRINT-STATEMENT THRU                                 ZBNKLST1
058700             PRINT-STATEMENT-EXIT.                                ZBNKLST1
058800                                                                  ZBNKLST1
058900     ADD WS-PERIOD-INTEREST TO WS-INTEREST-TOTAL.                 ZBNKLST1
059000     ADD WS-PERIOD-PRINCIPAL TO WS-PRINCIPAL-TOTAL.               ZBNKLST1
059100     MOVE WS-SAVE-LOAN-ID TO WS-RPT2-LOAN-ID.                     ZBNKLST1
059200     MOVE LNM-REC-PID TO WS-RPT2-PID.                             ZBNKLST1
059300     MOVE WS-CLOSING TO WS-RPT2-AMOUNT.                           ZBNKLST1
059400     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKLST1
059500     PERFORM PRINTOUT-PUT.                                        ZBNKLST1
059600 STATEMENT-ONE-LOAN-EXIT.                                         ZBNKLST1
059700     EXIT.                                                        ZBNKLST1
059800                                                                  ZBNKLST1
059900***************************************************************** ZBNKLST1
060000* The monthly escrow portion ZBNKLNC1 collects with each        * ZBNKLST1
060100* instalment, and the escrow balance it has built up            * ZBNKLST1
060200***************************************************************** ZBNKLST1
060300 GET-ESCROW-AMOUNT.                                               ZBNKLST1
060400     MOVE ZERO TO WS-ESCROW-AMT.                                  ZBNKLST1
060500     MOVE ZERO TO WS-ESCROW-BALANCE.                              ZBNKLST1
060600     MOVE 'N' TO WS-ESCROW-FOUND.                                 ZBNKLST1
060700     MOVE WS-SAVE-LOAN-ID TO ESC-REC-LOAN-ID.                     ZBNKLST1
060800     MOVE ZERO TO ESC-REC-SEQ.                                    ZBNKLST1
060900     READ BNKESCR-FILE.                                           ZBNKLST1
061000     IF WS-BNKESCR-STATUS IS EQUAL TO '00' AND                    ZBNKLST1
061100        ESC-REC-MONTHLY-AMT IS NUMERIC AND                        ZBNKLST1
061200        ESC-REC-MONTHLY-AMT IS GREATER THAN ZERO                  ZBNKLST1
061300        MOVE ESC-REC-MONTHLY-AMT TO WS-ESCROW-AMT                 ZBNKLST1
061400        MOVE ESC-REC-SUB-BALANCE TO WS-ESCROW-BALANCE             ZBNKLST1
061500        MOVE 'Y' TO WS-ESCROW-FOUND                               ZBNKLST1
061600     END-IF.                                                      ZBNKLST1
061700 GET-ESCROW-AMOUNT-EXIT.                                          ZBNKLST1
061800     EXIT.                                                        ZBNKLST1
061900                                                                  ZBNKLST1
062000***************************************************************** ZBNKLST1
062100* Walk the loan's schedule.  Rows paid before the period come   * ZBNKLST1
062200* off the opening principal, rows paid in it are the period's   * ZBNKLST1
062300* payments, unpaid rows due by the period end are the arrears   * ZBNKLST1
062400* and the first unpaid row due after it is the next payment     * ZBNKLST1
062500***************************************************************** ZBNKLST1
062600 SCAN-SCHEDULE.                                                   ZBNKLST1
062700     MOVE LNM-REC-PRINCIPAL TO WS-OPENING.                        ZBNKLST1
062800     MOVE ZERO TO WS-PERIOD-PAYMENTS.                             ZBNKLST1
062900     MOVE ZERO TO WS-PERIOD-PRINCIPAL.                            ZBNKLST1
063000     MOVE ZERO TO WS-PERIOD-INTEREST.                             ZBNKLST1
063100     MOVE ZERO TO WS-PERIOD-ESCROW.                               ZBNKLST1
063200     MOVE ZERO TO WS-ARREARS-ROWS.                                ZBNKLST1
063300     MOVE ZERO TO WS-ARREARS-AMT.                                 ZBNKLST1
063400     MOVE ZERO TO WS-NEXT-DUE-NO.                                 ZBNKLST1
063500     MOVE ZERO TO WS-NEXT-DUE-AMT.                                ZBNKLST1
063600     MOVE SPACES TO WS-NEXT-DUE-DATE.                             ZBNKLST1
063700***************************************************************** ZBNKLST1
063800* No fee is levied on an instalment loan at present; the line   * ZBNKLST1
063900* is still printed so the statement reads the same throughout   * ZBNKLST1
064000***************************************************************** ZBNKLST1
064100     MOVE ZERO TO WS-PERIOD-FEES.                                 ZBNKLST1
064200     MOVE WS-SAVE-LOAN-ID TO LNS-REC-LOAN-ID.                     ZBNKLST1
064300     MOVE ZERO TO LNS-REC-PAYMENT-NO.                             ZBNKLST1
064400     START BNKLNSCH-FILE KEY GREATER THAN LNS-KEY.                ZBNKLST1
064500     IF WS-BNKLNSCH-STATUS IS NOT EQUAL TO '00'                   ZBNKLST1
064600        GO TO SCAN-SCHEDULE-TOTALS                                ZBNKLST1
064700     END-IF.                                                      ZBNKLST1
064800     MOVE 'NO ' TO WS-SCHED-END.                                  ZBNKLST1
064900     PERFORM UNTIL WS-SCHED-END IS EQUAL TO 'YES'                 ZBNKLST1
065000        READ BNKLNSCH-FILE NEXT RECORD                            ZBNKLST1
065100        IF WS-BNKLNSCH-STATUS IS NOT EQUAL TO '00'                ZBNKLST1
065200           MOVE 'YES' TO WS-SCHED-END                             ZBNKLST1
065300        ELSE                                                      ZBNKLST1
065400           IF LNS-REC-LOAN-ID IS NOT EQUAL TO WS-SAVE-LOAN-ID     ZBNKLST1
065500              MOVE 'YES' TO WS-SCHED-END                          ZBNKLST1
065600           ELSE                                                   ZBNKLST1
065700              PERFORM SCAN-ONE-ROW THRU                           ZBNKLST1
065800                      SCAN-ONE-ROW-EXIT                           ZBNKLST1
065900           END-IF                                                 ZBNKLST1
066000        END-IF                                                    ZBNKLST1
066100     END-PERFORM.                                                 ZBNKLST1
066200 SCAN-SCHEDULE-TOTALS.                                            ZBNKLST1
066300     COMPUTE WS-CLOSING = WS-OPENING - WS-PERIOD-PRINCIPAL.       ZBNKLST1
066400 SCAN-SCHEDULE-EXIT.                                              ZBNKLST1
066500     EXIT.                                                        ZBNKLST1
066600                                                                  ZBNKLST1
066700***************************************************************** ZBNKLST1
066800* Sort one schedule row into the period's figures               * ZBNKLST1
066900***************************************************************** ZBNKLST1
067000 SCAN-ONE-ROW.                                                    ZBNKLST1
067100     IF LNS-ROW-DEFERRED                                          ZBNKLST1
067200        GO TO SCAN-ONE-ROW-EXIT                                   ZBNKLST1
067300     END-IF.                                                      ZBNKLST1
067400     IF LNS-ROW-PAID                                              ZBNKLST1
067500        IF LNS-REC-PAID-DATE IS EQUAL TO SPACES OR                ZBNKLST1
067600           LNS-REC-PAID-DATE IS LESS THAN WS-PERIOD-START         ZBNKLST1
067700           SUBTRACT LNS-REC-PRINCIPAL-PORTION FROM WS-OPENING     ZBNKLST1
067800        ELSE                                                      ZBNKLST1
067900           IF LNS-REC-PAID-DATE IS NOT GREATER THAN WS-PERIOD-END ZBNKLST1
068000              ADD 1 TO WS-PERIOD-PAYMENTS                         ZBNKLST1
068100              ADD LNS-REC-PRINCIPAL-PORTION TO WS-PERIOD-PRINCIPALZBNKLST1
068200              ADD LNS-REC-INTEREST-PORTION TO WS-PERIOD-INTEREST  ZBNKLST1
068300              ADD WS-ESCROW-AMT TO WS-PERIOD-ESCROW               ZBNKLST1
068400           END-IF                                                 ZBNKLST1
068500        END-IF                                                    ZBNKLST1
068600        GO TO SCAN-ONE-ROW-EXIT                                   ZBNKLST1
068700     END-IF.                                                      ZBNKLST1
068800     MOVE LNS-REC-PAYMENT-NO TO WS-MONTH-OFFSET.                  ZBNKLST1
068900     PERFORM ROW-DUE-DATE THRU                                    ZBNKLST1
069000             ROW-DUE-DATE-EXIT.                                   ZBNKLST1
069100     COMPUTE WS-ROW-AMT = LNS-REC-PRINCIPAL-PORTION +             ZBNKLST1
069200       LNS-REC-INTEREST-PORTION + WS-ESCROW-AMT.                  ZBNKLST1
069300     IF WS-DATE-WORK IS NOT GREATER THAN WS-PERIOD-END            ZBNKLST1
069400        ADD 1 TO WS-ARREARS-ROWS                                  ZBNKLST1
069500        ADD WS-ROW-AMT TO WS-ARREARS-AMT                          ZBNKLST1
069600     ELSE                                                         ZBNKLST1
069700        IF WS-NEXT-DUE-NO IS EQUAL TO ZERO                        ZBNKLST1
069800           MOVE LNS-REC-PAYMENT-NO TO WS-NEXT-DUE-NO              ZBNKLST1
069900           MOVE WS-DATE-WORK TO WS-NEXT-DUE-DATE                  ZBNKLST1
070000           MOVE WS-ROW-AMT TO WS-NEXT-DUE-AMT                     ZBNKLST1
070100        END-IF                                                    ZBNKLST1
070200     END-IF.                                                      ZBNKLST1
070300 SCAN-ONE-ROW-EXIT.                                               ZBNKLST1
070400     EXIT.                                                        ZBNKLST1
070500                                                                  ZBNKLST1
070600***************************************************************** ZBNKLST1
070700* Due date of a schedule row - the origination day rolled on by * ZBNKLST1
070800* WS-MONTH-OFFSET months, held to the end of a shorter month,   * ZBNKLST1
070900* left in WS-DATE-WORK                                          * ZBNKLST1
071000***************************************************************** ZBNKLST1
071100 ROW-DUE-DATE.                                                    ZBNKLST1
071200     COMPUTE WS-NEXT-MM = WS-ORIG-MM + WS-MONTH-OFFSET.           ZBNKLST1
071300     MOVE WS-ORIG-YYYY TO WS-NEXT-YYYY.                           ZBNKLST1
071400 ROW-DUE-DATE-NORMALIZE.                                          ZBNKLST1
071500     IF WS-NEXT-MM IS GREATER THAN 12                             ZBNKLST1
071600        SUBTRACT 12 FROM WS-NEXT-MM                               ZBNKLST1
071700        ADD 1 TO WS-NEXT-YYYY                                     ZBNKLST1
071800        GO TO ROW-DUE-DATE-NORMALIZE                              ZBNKLST1
071900     END-IF.                                                      ZBNKLST1
072000     MOVE WS-NEXT-YYYY TO WS-DATE-WORK-YYYY.                      ZBNKLST1
072100     MOVE '-' TO WS-DATE-WORK-DASH1.                              ZBNKLST1
072200     MOVE WS-NEXT-MM TO WS-DATE-WORK-MM.                          ZBNKLST1
072300     MOVE '-' TO WS-DATE-WORK-DASH2.                              ZBNKLST1
072400     MOVE WS-ORIG-DD TO WS-DATE-WORK-DD.                          ZBNKLST1
072500     IF WS-NEXT-MM IS EQUAL TO 2                                  ZBNKLST1
072600        DIVIDE WS-NEXT-YYYY BY 4 GIVING WS-LEAP-QUOTIENT          ZBNKLST1
072700          REMAINDER WS-LEAP-REMAINDER                             ZBNKLST1
072800        IF WS-LEAP-REMAINDER IS EQUAL TO ZERO AND                 ZBNKLST1
072900           WS-DATE-WORK-DD IS GREATER THAN 29                     ZBNKLST1
073000           MOVE 29 TO WS-DATE-WORK-DD                             ZBNKLST1
073100        END-IF                                                    ZBNKLST1
073200        IF WS-LEAP-REMAINDER IS NOT EQUAL TO ZERO AND             ZBNKLST1
073300           WS-DATE-WORK-DD IS GREATER THAN 28                     ZBNKLST1
073400           MOVE 28 TO WS-DATE-WORK-DD                             ZBNKLST1
073500        END-IF                                                    ZBNKLST1
073600     ELSE                                                         ZBNKLST1
073700        IF WS-DATE-WORK-DD IS GREATER THAN                        ZBNKLST1
073800           WS-MONTH-DAYS (WS-NEXT-MM)                             ZBNKLST1
073900           MOVE WS-MONTH-DAYS (WS-NEXT-MM) TO WS-DATE-WORK-DD     ZBNKLST1
074000        END-IF                                                    ZBNKLST1
074100     END-IF.                                                      ZBNKLST1
074200 ROW-DUE-DATE-EXIT.                                               ZBNKLST1
074300     EXIT.                                                        ZBNKLST1
074400                                                                  ZBNKLST1
074500***************************************************************** ZBNKLST1
074600* Print the statement - heading and address block, opening      * ZBNKLST1
074700* principal, the payments received, the period totals, closing  * ZBNKLST1
074800* principal, arrears and the next payment due                   * ZBNKLST1
074900***************************************************************** ZBNKLST1
075000 PRINT-STATEMENT.                                                 ZBNKLST1
075100     IF WS-ANNUAL-MODE IS EQUAL TO 'Y'                            ZBNKLST1
075200        MOVE 'Annual Loan Statement' TO WS-LINE2-HEAD             ZBNKLST1
075300     ELSE                                                         ZBNKLST1
075400        MOVE 'Loan Statement' TO WS-LINE2-HEAD                    ZBNKLST1
075500     END-IF.                                                      ZBNKLST1
075600     MOVE WS-LINE1 TO WS-STMT-REC.                                ZBNKLST1
075700     PERFORM STMT-PUT.                                            ZBNKLST1
075800     MOVE WS-LINE2 TO WS-STMT-REC.                                ZBNKLST1
075900     PERFORM STMT-PUT.                                            ZBNKLST1
076000     MOVE '0' TO WS-LINE3-CC.                                     ZBNKLST1
076100     MOVE BCS-REC-NAME TO WS-LINE3-NAME-ADDR.                     ZBNKLST1
076200     MOVE WS-PRINTED-DATE TO WS-LINE3-DATE.                       ZBNKLST1
076300     MOVE WS-LINE3 TO WS-STMT-REC.                                ZBNKLST1
076400     PERFORM STMT-PUT.                                            ZBNKLST1
076500     MOVE ' ' TO WS-LINE3-CC.                                     ZBNKLST1
076600     MOVE BCS-REC-ADDR1 TO WS-LINE3-NAME-ADDR.                    ZBNKLST1
076700     ACCEPT WS-SYS-TIME FROM TIME.                                ZBNKLST1
076800     MOVE WS-SYS-TIME (1:2) TO WS-PRINT-TIME-HH.                  ZBNKLST1
076900     MOVE ':' TO WS-PRINT-TIME-DOT1.                              ZBNKLST1
077000     MOVE WS-SYS-TIME (3:2) TO WS-PRINT-TIME-MM.                  ZBNKLST1
077100     MOVE ':' TO WS-PRINT-TIME-DOT2.                              ZBNKLST1
077200     MOVE WS-SYS-TIME (5:2) TO WS-PRINT-TIME-SS.                  ZBNKLST1
077300     MOVE WS-PRINTED-TIME TO WS-LINE3-DATE.                       ZBNKLST1
077400     MOVE WS-LINE3 TO WS-STMT-REC.                                ZBNKLST1
077500     PERFORM STMT-PUT.                                            ZBNKLST1
077600     MOVE BCS-REC-ADDR2 TO WS-LINE3-NAME-ADDR.                    ZBNKLST1
077700     MOVE SPACES TO WS-LINE3-DATE.                                ZBNKLST1
077800     MOVE WS-LINE3 TO WS-STMT-REC.                                ZBNKLST1
077900     PERFORM STMT-PUT.                                            ZBNKLST1
078000     MOVE BCS-REC-STATE TO STATE-PROV-WK-CODE.                    ZBNKLST1
078100     PERFORM EXPAND-STATE-PROV THRU                               ZBNKLST1
078200             EXPAND-STATE-PROV-EXIT.                              ZBNKLST1
078300     MOVE STATE-PROV-WK-NAME TO WS-LINE3-NAME-ADDR.               ZBNKLST1
078400     MOVE WS-LINE3 TO WS-STMT-REC.                                ZBNKLST1
078500     PERFORM STMT-PUT.                                            ZBNKLST1
078600     MOVE BCS-REC-CNTRY TO WS-LINE3-NAME-ADDR.                    ZBNKLST1
078700     MOVE WS-LINE3 TO WS-STMT-REC.                                ZBNKLST1
078800     PERFORM STMT-PUT.                                            ZBNKLST1
078900     MOVE BCS-REC-POST-CODE TO WS-LINE3-NAME-ADDR.                ZBNKLST1
079000     MOVE WS-LINE3 TO WS-STMT-REC.                                ZBNKLST1
079100     PERFORM STMT-PUT.                                            ZBNKLST1
079200                                                                  ZBNKLST1
079300     MOVE SPACES TO WS-LINE5.                                     ZBNKLST1
079400     MOVE '0' TO WS-LINE5-CC.                                     ZBNKLST1
079500     MOVE 'Loan' TO WS-LINE5-DESC (1:5).                          ZBNKLST1
079600     MOVE WS-SAVE-LOAN-ID TO WS-LINE5-DESC (6:26).                ZBNKLST1
079700     MOVE WS-LINE5 TO WS-STMT-REC.                                ZBNKLST1
079800     PERFORM STMT-PUT.                                            ZBNKLST1
079900     MOVE SPACES TO WS-LINE5.                                     ZBNKLST1
080000     MOVE 'Period from' TO WS-LINE5-DESC.                         ZBNKLST1
080100     MOVE WS-PERIOD-START TO WS-FMT-ISO.                          ZBNKLST1
080200     PERFORM FORMAT-DATE.                                         ZBNKLST1
080300     MOVE WS-FMT-DATE TO WS-LINE5-DATE.                           ZBNKLST1
080400     MOVE WS-LINE5 TO WS-STMT-REC.                                ZBNKLST1
080500     PERFORM STMT-PUT.                                            ZBNKLST1
080600     MOVE SPACES TO WS-LINE5.                                     ZBNKLST1
080700     MOVE 'Period to' TO WS-LINE5-DESC.                           ZBNKLST1
080800     MOVE WS-PERIOD-END TO WS-FMT-ISO.                            ZBNKLST1
080900     PERFORM FORMAT-DATE.                                         ZBNKLST1
081000     MOVE WS-FMT-DATE TO WS-LINE5-DATE.                           ZBNKLST1
081100     MOVE WS-LINE5 TO WS-STMT-REC.                                ZBNKLST1
081200     PERFORM STMT-PUT.                                            ZBNKLST1
081300                                                                  ZBNKLST1
081400     MOVE WS-LINE4 TO WS-STMT-REC.                                ZBNKLST1
081500     PERFORM STMT-PUT.                                            ZBNKLST1
081600     MOVE SPACES TO WS-LINE5.                                     ZBNKLST1
081700     MOVE 'Opening principal' TO WS-LINE5-DESC.                   ZBNKLST1
081800     MOVE WS-OPENING TO WS-LINE5-BALANCE.                         ZBNKLST1
081900     MOVE WS-LINE5 TO WS-STMT-REC.                                ZBNKLST1
082000     PERFORM STMT-PUT.                                            ZBNKLST1
082100                                                                  ZBNKLST1
082200     MOVE WS-OPENING TO WS-RUNNING.                               ZBNKLST1
082300     IF WS-PERIOD-PAYMENTS IS GREATER THAN ZERO                   ZBNKLST1
082400        PERFORM PRINT-PAYMENTS THRU                               ZBNKLST1
082500                PRINT-PAYMENTS-EXIT                               ZBNKLST1
082600     ELSE                                                         ZBNKLST1
082700        MOVE SPACES TO WS-LINE5                                   ZBNKLST1
082800        MOVE 'No payments received' TO WS-LINE5-DESC (4:30)       ZBNKLST1
082900        MOVE WS-LINE5 TO WS-STMT-REC                              ZBNKLST1
083000        PERFORM STMT-PUT                                          ZBNKLST1
083100     END-IF.                                                      ZBNKLST1
083200                                                                  ZBNKLST1
083300     MOVE SPACES TO WS-LINE5.                                     ZBNKLST1
083400     MOVE '------------' TO WS-LINE5-AMOUNT-DASH.                 ZBNKLST1
083500     MOVE WS-LINE5 TO WS-STMT-REC.                                ZBNKLST1
083600     PERFORM STMT-PUT.                                            ZBNKLST1
083700     MOVE SPACES TO WS-LINE5.                                     ZBNKLST1
083800     MOVE 'Total principal paid' TO WS-LINE5-DESC (4:30).         ZBNKLST1
083900     MOVE WS-PERIOD-PRINCIPAL TO WS-LINE5-AMOUNT.                 ZBNKLST1
084000     MOVE WS-LINE5 TO WS-STMT-REC.                                ZBNKLST1
084100     PERFORM STMT-PUT.                                            ZBNKLST1
084200     MOVE SPACES TO WS-LINE5.                                     ZBNKLST1
084300     IF WS-ANNUAL-MODE IS EQUAL TO 'Y'                            ZBNKLST1
084400        STRING 'Total interest paid in '                          ZBNKLST1
084500                 DELIMITED BY SIZE                                ZBNKLST1
084600               WS-PERIOD-YYYY DELIMITED BY SIZE                   ZBNKLST1
084700          INTO WS-LINE5-DESC (4:30)                               ZBNKLST1
084800     ELSE                                                         ZBNKLST1
084900        MOVE 'Total interest paid' TO WS-LINE5-DESC (4:30)        ZBNKLST1
085000     END-IF.                                                      ZBNKLST1
085100     MOVE WS-PERIOD-INTEREST TO WS-LINE5-AMOUNT.                  ZBNKLST1
085200     MOVE WS-LINE5 TO WS-STMT-REC.                                ZBNKLST1
085300     PERFORM STMT-PUT.                                            ZBNKLST1
085400     IF WS-ESCROW-FOUND IS EQUAL TO 'Y'                           ZBNKLST1
085500        MOVE SPACES TO WS-LINE5                                   ZBNKLST1
085600        MOVE 'Total escrow paid' TO WS-LINE5-DESC (4:30)          ZBNKLST1
085700        MOVE WS-PERIOD-ESCROW TO WS-LINE5-AMOUNT                  ZBNKLST1
085800        MOVE WS-LINE5 TO WS-STMT-REC                              ZBNKLST1
085900        PERFORM STMT-PUT                                          ZBNKLST1
086000     END-IF.                                                      ZBNKLST1
086100     MOVE SPACES TO WS-LINE5.                                     ZBNKLST1
086200     MOVE 'Fees charged' TO WS-LINE5-DESC (4:30).                 ZBNKLST1
086300     MOVE WS-PERIOD-FEES TO WS-LINE5-AMOUNT.                      ZBNKLST1
086400     MOVE WS-LINE5 TO WS-STMT-REC.                                ZBNKLST1
086500     PERFORM STMT-PUT.                                            ZBNKLST1
086600                                                                  ZBNKLST1
086700     MOVE SPACES TO WS-LINE5.                                     ZBNKLST1
086800     MOVE '------------' TO WS-LINE5-BALANCE-DASH.                ZBNKLST1
086900     MOVE WS-LINE5 TO WS-STMT-REC.                                ZBNKLST1
087000     PERFORM STMT-PUT.                                            ZBNKLST1
087100     MOVE SPACES TO WS-LINE5.                                     ZBNKLST1
087200     MOVE 'Closing principal' TO WS-LINE5-DESC.                   ZBNKLST1
087300     MOVE WS-CLOSING TO WS-LINE5-BALANCE.                         ZBNKLST1
087400     MOVE WS-LINE5 TO WS-STMT-REC.                                ZBNKLST1
087500     PERFORM STMT-PUT.                                            ZBNKLST1
087600     IF WS-ESCROW-FOUND IS EQUAL TO 'Y'                           ZBNKLST1
087700        MOVE SPACES TO WS-LINE5                                   ZBNKLST1
087800        MOVE 'Escrow balance held' TO WS-LINE5-DESC               ZBNKLST1
087900        MOVE WS-ESCROW-BALANCE TO WS-LINE5-BALANCE                ZBNKLST1
088000        MOVE WS-LINE5 TO WS-STMT-REC                              ZBNKLST1
088100        PERFORM STMT-PUT                                          ZBNKLST1
088200     END-IF.                                                      ZBNKLST1
088300                                                                  ZBNKLST1
088400     IF WS-ARREARS-ROWS IS GREATER THAN ZERO                      ZBNKLST1
088500        MOVE SPACES TO WS-LINE5                                   ZBNKLST1
088600        MOVE '0' TO WS-LINE5-CC                                   ZBNKLST1
088700        MOVE WS-ARREARS-ROWS TO WS-ROWS-EDIT                      ZBNKLST1
088800        STRING 'Arrears -' DELIMITED BY SIZE                      ZBNKLST1
088900               WS-ROWS-EDIT DELIMITED BY SIZE                     ZBNKLST1
089000               ' payments missed' DELIMITED BY SIZE               ZBNKLST1
089100          INTO WS-LINE5-DESC                                      ZBNKLST1
089200        MOVE WS-ARREARS-AMT TO WS-LINE5-AMOUNT                    ZBNKLST1
089300        MOVE WS-LINE5 TO WS-STMT-REC                              ZBNKLST1
089400        PERFORM STMT-PUT                                          ZBNKLST1
089500        IF LNM-LOAN-PAST-DUE                                      ZBNKLST1
089600           MOVE SPACES TO WS-LINE5                                ZBNKLST1
089700           MOVE LNM-REC-DAYS-DELINQ TO WS-DAYS-EDIT               ZBNKLST1
089800           STRING 'Past due' DELIMITED BY SIZE                    ZBNKLST1
089900                  WS-DAYS-EDIT DELIMITED BY SIZE                  ZBNKLST1
090000                  ' days' DELIMITED BY SIZE                       ZBNKLST1
090100             INTO WS-LINE5-DESC (4:30)                            ZBNKLST1
090200           MOVE WS-LINE5 TO WS-STMT-REC                           ZBNKLST1
090300           PERFORM STMT-PUT                                       ZBNKLST1
090400        END-IF                                                    ZBNKLST1
090500     END-IF.                                                      ZBNKLST1
090600                                                                  ZBNKLST1
090700     MOVE SPACES TO WS-LINE5.                                     ZBNKLST1
090800     MOVE '0' TO WS-LINE5-CC.                                     ZBNKLST1
090900     EVALUATE TRUE                                                ZBNKLST1
091000       WHEN LNM-STATUS-CHARGED-OFF                                ZBNKLST1
091100         MOVE 'Loan charged off' TO WS-LINE5-DESC                 ZBNKLST1
091200         MOVE LNM-REC-CHGOFF-DATE TO WS-FMT-ISO                   ZBNKLST1
091300         PERFORM FORMAT-DATE                                      ZBNKLST1
091400         MOVE WS-FMT-DATE TO WS-LINE5-DATE                        ZBNKLST1
091500       WHEN WS-NEXT-DUE-NO IS EQUAL TO ZERO                       ZBNKLST1
091600         MOVE 'Loan repaid in full' TO WS-LINE5-DESC              ZBNKLST1
091700       WHEN OTHER                                                 ZBNKLST1
091800         MOVE WS-NEXT-DUE-NO TO WS-LINE5-ACC-NO                   ZBNKLST1
091900         MOVE 'Next payment due' TO WS-LINE5-DESC                 ZBNKLST1
092000         MOVE WS-NEXT-DUE-DATE TO WS-FMT-ISO                      ZBNKLST1
092100         PERFORM FORMAT-DATE                                      ZBNKLST1
092200         MOVE WS-FMT-DATE TO WS-LINE5-DATE                        ZBNKLST1
092300         MOVE WS-NEXT-DUE-AMT TO WS-LINE5-AMOUNT                  ZBNKLST1
092400     END-EVALUATE.                                                ZBNKLST1
092500     MOVE WS-LINE5 TO WS-STMT-REC.                                ZBNKLST1
092600     PERFORM STMT-PUT.                                            ZBNKLST1
092700     IF WS-ARREARS-ROWS IS GREATER THAN ZERO AND                  ZBNKLST1
092800        WS-NEXT-DUE-NO IS GREATER THAN ZERO AND                   ZBNKLST1
092900        NOT LNM-STATUS-CHARGED-OFF                                ZBNKLST1
093000        MOVE SPACES TO WS-LINE5                                   ZBNKLST1
093100        MOVE 'Total to pay by that date' TO WS-LINE5-DESC         ZBNKLST1
093200        COMPUTE WS-LINE5-AMOUNT =                                 ZBNKLST1
093300          WS-ARREARS-AMT + WS-NEXT-DUE-AMT                        ZBNKLST1
093400        MOVE WS-LINE5 TO WS-STMT-REC                              ZBNKLST1
093500        PERFORM STMT-PUT                                          ZBNKLST1
093600     END-IF.                                                      ZBNKLST1
093700 PRINT-STATEMENT-EXIT.                                            ZBNKLST1
093800     EXIT.                                                        ZBNKLST1
093900                                                                  ZBNKLST1
094000***************************************************************** ZBNKLST1
094100* Second pass of the schedule - one line per payment received   * ZBNKLST1
094200* in the period with its principal, interest and escrow split   * ZBNKLST1
094300***************************************************************** ZBNKLST1
094400 PRINT-PAYMENTS.                                                  ZBNKLST1
094500     MOVE WS-SAVE-LOAN-ID TO LNS-REC-LOAN-ID.                     ZBNKLST1
094600     MOVE ZERO TO LNS-REC-PAYMENT-NO.                             ZBNKLST1
094700     START BNKLNSCH-FILE KEY GREATER THAN LNS-KEY.                ZBNKLST1
094800     IF WS-BNKLNSCH-STATUS IS NOT EQUAL TO '00'                   ZBNKLST1
094900        GO TO PRINT-PAYMENTS-EXIT                                 ZBNKLST1
095000     END-IF.                                                      ZBNKLST1
095100     MOVE 'NO ' TO WS-SCHED-END.                                  ZBNKLST1
095200     PERFORM UNTIL WS-SCHED-END IS EQUAL TO 'YES'                 ZBNKLST1
095300        READ BNKLNSCH-FILE NEXT RECORD                            ZBNKLST1
095400        IF WS-BNKLNSCH-STATUS IS NOT EQUAL TO '00'                ZBNKLST1
095500           MOVE 'YES' TO WS-SCHED-END                             ZBNKLST1
095600        ELSE                                                      ZBNKLST1
095700           IF LNS-REC-LOAN-ID IS NOT EQUAL TO WS-SAVE-LOAN-ID     ZBNKLST1
095800              MOVE 'YES' TO WS-SCHED-END                          ZBNKLST1
095900           ELSE                                                   ZBNKLST1
096000              IF LNS-ROW-PAID AND                                 ZBNKLST1
096100                 LNS-REC-PAID-DATE IS NOT LESS THAN               ZBNKLST1
096200                   WS-PERIOD-START AND                            ZBNKLST1
096300                 LNS-REC-PAID-DATE IS NOT GREATER THAN            ZBNKLST1
096400                   WS-PERIOD-END                                  ZBNKLST1
096500                 PERFORM PRINT-ONE-PAYMENT                        ZBNKLST1
096600              END-IF                                              ZBNKLST1
096700           END-IF                                                 ZBNKLST1
096800        END-IF                                                    ZBNKLST1
096900     END-PERFORM.                                                 ZBNKLST1
097000 PRINT-PAYMENTS-EXIT.                                             ZBNKLST1
097100     EXIT.                                                        ZBNKLST1
097200                                                                  ZBNKLST1
097300***************************************************************** ZBNKLST1
097400* Print one payment and its split                               * ZBNKLST1
097500***************************************************************** ZBNKLST1
097600 PRINT-ONE-PAYMENT.                                               ZBNKLST1
097700     SUBTRACT LNS-REC-PRINCIPAL-PORTION FROM WS-RUNNING.          ZBNKLST1
097800     MOVE SPACES TO WS-LINE5.                                     ZBNKLST1
097900     MOVE LNS-REC-PAYMENT-NO TO WS-LINE5-ACC-NO.                  ZBNKLST1
098000     MOVE 'Payment received' TO WS-LINE5-DESC.                    ZBNKLST1
098100     MOVE LNS-REC-PAID-DATE TO WS-FMT-ISO.                        ZBNKLST1
098200     PERFORM FORMAT-DATE.                                         ZBNKLST1
098300     MOVE WS-FMT-DATE TO WS-LINE5-DATE.                           ZBNKLST1
098400     COMPUTE WS-LINE5-AMOUNT = LNS-REC-PRINCIPAL-PORTION +        ZBNKLST1
098500       LNS-REC-INTEREST-PORTION + WS-ESCROW-AMT.                  ZBNKLST1
098600     MOVE WS-RUNNING TO WS-LINE5-BALANCE.                         ZBNKLST1
098700     MOVE WS-LINE5 TO WS-STMT-REC.                                ZBNKLST1
098800     PERFORM STMT-PUT.                                            ZBNKLST1
098900     MOVE SPACES TO WS-LINE5.                                     ZBNKLST1
099000     MOVE 'Principal' TO WS-LINE5-DESC (4:30).                    ZBNKLST1
099100     MOVE LNS-REC-PRINCIPAL-PORTION TO WS-LINE5-AMOUNT.           ZBNKLST1
099200     MOVE WS-LINE5 TO WS-STMT-REC.                                ZBNKLST1
099300     PERFORM STMT-PUT.                                            ZBNKLST1
099400     MOVE SPACES TO WS-LINE5.                                     ZBNKLST1
099500     MOVE 'Interest' TO WS-LINE5-DESC (4:30).                     ZBNKLST1
099600     MOVE LNS-REC-INTEREST-PORTION TO WS-LINE5-AMOUNT.            ZBNKLST1
099700     MOVE WS-LINE5 TO WS-STMT-REC.                                ZBNKLST1
099800     PERFORM STMT-PUT.                                            ZBNKLST1
099900     IF WS-ESCROW-FOUND IS EQUAL TO 'Y'                           ZBNKLST1
100000        MOVE SPACES TO WS-LINE5                                   ZBNKLST1
100100        MOVE 'Escrow' TO WS-LINE5-DESC (4:30)                     ZBNKLST1
100200        MOVE WS-ESCROW-AMT TO WS-LINE5-AMOUNT                     ZBNKLST1
100300        MOVE WS-LINE5 TO WS-STMT-REC                              ZBNKLST1
100400        PERFORM STMT-PUT                                          ZBNKLST1
100500     END-IF.                                                      ZBNKLST1
100600                                                                  ZBNKLST1
100700***************************************************************** ZBNKLST1
100800* ISO date in WS-FMT-ISO to dd mmm yyyy in WS-FMT-DATE          * ZBNKLST1
100900***************************************************************** ZBNKLST1
101000 FORMAT-DATE.                                                     ZBNKLST1
101100     MOVE WS-FMT-ISO TO DDI-DATA.                                 ZBNKLST1
101200     SET DD-ENV-NULL TO TRUE.                                     ZBNKLST1
101300     SET DDI-ISO TO TRUE.                                         ZBNKLST1
101400     SET DDO-DD-MMM-YYYY TO TRUE.                                 ZBNKLST1
101500     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     ZBNKLST1
101600     MOVE DDO-DATA TO WS-FMT-DATE.                                ZBNKLST1
101700                                                                  ZBNKLST1
101800***************************************************************** ZBNKLST1
101900* Expand the state/province code to its name                    * ZBNKLST1
102000***************************************************************** ZBNKLST1
102100 EXPAND-STATE-PROV.                                               ZBNKLST1
102200     MOVE STATE-PROV-WK-CODE TO STATE-PROV-WK-NAME.               ZBNKLST1
102300     MOVE STATE-PROV-WK-CODE (1:2) TO STP-REC-CODE.               ZBNKLST1
102400     READ BNKSTPR-FILE                                            ZBNKLST1
102500       INVALID KEY                                                ZBNKLST1
102600         GO TO EXPAND-STATE-PROV-EXIT                             ZBNKLST1
102700     END-READ.                                                    ZBNKLST1
102800     MOVE STP-REC-NAME TO STATE-PROV-WK-NAME.                     ZBNKLST1
102900 EXPAND-STATE-PROV-EXIT.                                          ZBNKLST1
103000     EXIT.                                                        ZBNKLST1
103100                                                                  ZBNKLST1
103200***************************************************************** ZBNKLST1
103300* Write a statement line to the customer's chosen channel       * ZBNKLST1
103400***************************************************************** ZBNKLST1
103500 STMT-PUT.                                                        ZBNKLST1
103600     IF WS-STMT-CHANNEL IS EQUAL TO 'M'                           ZBNKLST1
103700        WRITE LNSTMTM-REC FROM WS-STMT-REC                        ZBNKLST1
103800        IF WS-LNSTMTM-STATUS IS NOT EQUAL TO '00'                 ZBNKLST1
103900          MOVE 'LNSTMTM error writing file...'                    ZBNKLST1
104000            TO WS-CONSOLE-MESSAGE                                 ZBNKLST1
104100          PERFORM DISPLAY-CONSOLE-MESSAGE                         ZBNKLST1
104200          MOVE WS-LNSTMTM-STATUS TO WS-IO-STATUS                  ZBNKLST1
104300          PERFORM DISPLAY-IO-STATUS                               ZBNKLST1
104400          PERFORM ABORT-PROGRAM                                   ZBNKLST1
104500        END-IF                                                    ZBNKLST1
104600     ELSE                                                         ZBNKLST1
104700        WRITE LNSTMTE-REC FROM WS-STMT-REC                        ZBNKLST1
104800        IF WS-LNSTMTE-STATUS IS NOT EQUAL TO '00'                 ZBNKLST1
104900          MOVE 'LNSTMTE error writing file...'                    ZBNKLST1
105000            TO WS-CONSOLE-MESSAGE                                 ZBNKLST1
105100          PERFORM DISPLAY-CONSOLE-MESSAGE                         ZBNKLST1
105200          MOVE WS-LNSTMTE-STATUS TO WS-IO-STATUS                  ZBNKLST1
105300          PERFORM DISPLAY-IO-STATUS                               ZBNKLST1
105400          PERFORM ABORT-PROGRAM                                   ZBNKLST1
105500        END-IF                                                    ZBNKLST1
105600     END-IF.                                                      ZBNKLST1
105700                                                                  ZBNKLST1
105800***************************************************************** ZBNKLST1
105900* Print the report title                                        * ZBNKLST1
106000***************************************************************** ZBNKLST1
106100 PRINT-REPORT-HEADER.                                             ZBNKLST1
106200     IF WS-ANNUAL-MODE IS EQUAL TO 'Y'                            ZBNKLST1
106300        MOVE '- Annual' TO WS-RPT1-MODE                           ZBNKLST1
106400     ELSE                                                         ZBNKLST1
106500        MOVE '- Monthly' TO WS-RPT1-MODE                          ZBNKLST1
106600     END-IF.                                                      ZBNKLST1
106700     MOVE WS-PERIOD-START TO WS-RPT1-START.                       ZBNKLST1
106800     MOVE WS-PERIOD-END TO WS-RPT1-END.                           ZBNKLST1
106900     MOVE WS-RPT1 TO PRINTOUT-REC.                                ZBNKLST1
107000     PERFORM PRINTOUT-PUT.                                        ZBNKLST1
107100     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKLST1
107200     PERFORM PRINTOUT-PUT.                                        ZBNKLST1
107300                                                                  ZBNKLST1
107400***************************************************************** ZBNKLST1
107500* Print the run totals                                          * ZBNKLST1
107600***************************************************************** ZBNKLST1
107700 PRINT-REPORT-TOTALS.                                             ZBNKLST1
107800     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKLST1
107900     PERFORM PRINTOUT-PUT.                                        ZBNKLST1
108000     MOVE ZERO TO WS-RPT3-AMOUNT.                                 ZBNKLST1
108100     MOVE 'Loans read' TO WS-RPT3-DESC.                           ZBNKLST1
108200     MOVE WS-LOANS-READ TO WS-RPT3-COUNT.                         ZBNKLST1
108300     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKLST1
108400     PERFORM PRINTOUT-PUT.                                        ZBNKLST1
108500     MOVE 'Revolving lines passed over' TO WS-RPT3-DESC.          ZBNKLST1
108600     MOVE WS-LOANS-REVOLVING TO WS-RPT3-COUNT.                    ZBNKLST1
108700     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKLST1
108800     PERFORM PRINTOUT-PUT.                                        ZBNKLST1
108900     MOVE 'Not open / closed, no activity' TO WS-RPT3-DESC.       ZBNKLST1
109000     MOVE WS-LOANS-NOT-DUE TO WS-RPT3-COUNT.                      ZBNKLST1
109100     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKLST1
109200     PERFORM PRINTOUT-PUT.                                        ZBNKLST1
109300     MOVE 'Customer not on file' TO WS-RPT3-DESC.                 ZBNKLST1
109400     MOVE WS-LOANS-NO-CUST TO WS-RPT3-COUNT.                      ZBNKLST1
109500     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKLST1
109600     PERFORM PRINTOUT-PUT.                                        ZBNKLST1
109700     MOVE 'Not contactable' TO WS-RPT3-DESC.                      ZBNKLST1
109800     MOVE WS-STMTS-SKIPPED TO WS-RPT3-COUNT.                      ZBNKLST1
109900     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKLST1
110000     PERFORM PRINTOUT-PUT.                                        ZBNKLST1
110020     MOVE 'Held - address undeliverable' TO WS-RPT3-DESC.         ZBNKLST1
110040     MOVE WS-STMTS-HELD TO WS-RPT3-COUNT.                         ZBNKLST1
110060     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKLST1
110080     PERFORM PRINTOUT-PUT.                                        ZBNKLST1
110100     MOVE 'Statements by mail' TO WS-RPT3-DESC.                   ZBNKLST1
110200     MOVE WS-STMTS-MAIL TO WS-RPT3-COUNT.                         ZBNKLST1
110300     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKLST1
110400     PERFORM PRINTOUT-PUT.                                        ZBNKLST1
110500     MOVE 'Statements by e-mail' TO WS-RPT3-DESC.                 ZBNKLST1
110600     MOVE WS-STMTS-EMAIL TO WS-RPT3-COUNT.                        ZBNKLST1
110700     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKLST1
110800     PERFORM PRINTOUT-PUT.                                        ZBNKLST1
110900     MOVE ZERO TO WS-RPT3-COUNT.                                  ZBNKLST1
111000     MOVE 'Principal paid in period' TO WS-RPT3-DESC.             ZBNKLST1
111100     MOVE WS-PRINCIPAL-TOTAL TO WS-RPT3-AMOUNT.                   ZBNKLST1
111200     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKLST1
111300     PERFORM PRINTOUT-PUT.                                        ZBNKLST1
111400     MOVE 'Interest paid in period' TO WS-RPT3-DESC.              ZBNKLST1
111500     MOVE WS-INTEREST-TOTAL TO WS-RPT3-AMOUNT.                    ZBNKLST1
111600     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKLST1
111700     PERFORM PRINTOUT-PUT.                                        ZBNKLST1
111800                                                                  ZBNKLST1
111900***************************************************************** ZBNKLST1
112000* Write a report line                                           * ZBNKLST1
112100***************************************************************** ZBNKLST1
112200 PRINTOUT-PUT.                                                    ZBNKLST1
112300     WRITE PRINTOUT-REC.                                          ZBNKLST1
112400     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKLST1
112500       MOVE 'PRINTOUT error writing file...'                      ZBNKLST1
112600         TO WS-CONSOLE-MESSAGE                                    ZBNKLST1
112700       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKLST1
112800       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKLST1
112900       PERFORM DISPLAY-IO-STATUS                                  ZBNKLST1
113000       PERFORM ABORT-PROGRAM                                      ZBNKLST1
113100     END-IF.                                                      ZBNKLST1
113200                                                                  ZBNKLST1
113300***************************************************************** ZBNKLST1
113400* Open all the files                                            * ZBNKLST1
113500***************************************************************** ZBNKLST1
113600 OPEN-FILES.                                                      ZBNKLST1
113700     OPEN INPUT BNKLOAN-FILE.                                     ZBNKLST1
113800     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKLST1
113900        MOVE 'BNKLOAN file open failure...'                       ZBNKLST1
114000          TO WS-CONSOLE-MESSAGE                                   ZBNKLST1
114100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLST1
114200        MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS                    ZBNKLST1
114300        PERFORM DISPLAY-IO-STATUS                                 ZBNKLST1
114400        PERFORM ABORT-PROGRAM                                     ZBNKLST1
114500     END-IF.                                                      ZBNKLST1
114600     OPEN INPUT BNKLNSCH-FILE.                                    ZBNKLST1
114700     IF WS-BNKLNSCH-STATUS IS NOT EQUAL TO '00'                   ZBNKLST1
114800        MOVE 'BNKLNSCH file open failure...'                      ZBNKLST1
114900          TO WS-CONSOLE-MESSAGE                                   ZBNKLST1
115000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLST1
115100        MOVE WS-BNKLNSCH-STATUS TO WS-IO-STATUS                   ZBNKLST1
115200        PERFORM DISPLAY-IO-STATUS                                 ZBNKLST1
115300        PERFORM ABORT-PROGRAM                                     ZBNKLST1
115400     END-IF.                                                      ZBNKLST1
115500     OPEN INPUT BNKESCR-FILE.                                     ZBNKLST1
115600     IF WS-BNKESCR-STATUS IS NOT EQUAL TO '00' AND                ZBNKLST1
115700        WS-BNKESCR-STATUS IS NOT EQUAL TO '05'                    ZBNKLST1
115800        MOVE 'BNKESCR file open failure...'                       ZBNKLST1
115900          TO WS-CONSOLE-MESSAGE                                   ZBNKLST1
116000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLST1
116100        MOVE WS-BNKESCR-STATUS TO WS-IO-STATUS                    ZBNKLST1
116200        PERFORM DISPLAY-IO-STATUS                                 ZBNKLST1
116300        PERFORM ABORT-PROGRAM                                     ZBNKLST1
116400     END-IF.                                                      ZBNKLST1
116500     OPEN INPUT BNKCUST-FILE.                                     ZBNKLST1
116600     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKLST1
116700        MOVE 'BNKCUST file open failure...'                       ZBNKLST1
116800          TO WS-CONSOLE-MESSAGE                                   ZBNKLST1
116900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLST1
117000        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    ZBNKLST1
117100        PERFORM DISPLAY-IO-STATUS                                 ZBNKLST1
117200        PERFORM ABORT-PROGRAM                                     ZBNKLST1
117300     END-IF.                                                      ZBNKLST1
117400     OPEN INPUT BNKSTPR-FILE.                                     ZBNKLST1
117500     IF WS-BNKSTPR-STATUS IS NOT EQUAL TO '00'                    ZBNKLST1
117600        MOVE 'BNKSTPR file open failure...'                       ZBNKLST1
117700          TO WS-CONSOLE-MESSAGE                                   ZBNKLST1
117800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLST1
117900        MOVE WS-BNKSTPR-STATUS TO WS-IO-STATUS                    ZBNKLST1
118000        PERFORM DISPLAY-IO-STATUS                                 ZBNKLST1
118100        PERFORM ABORT-PROGRAM                                     ZBNKLST1
118200     END-IF.                                                      ZBNKLST1
118300     OPEN OUTPUT LNSTMTM-FILE.                                    ZBNKLST1
118400     IF WS-LNSTMTM-STATUS IS NOT EQUAL TO '00'                    ZBNKLST1
118500        MOVE 'LNSTMTM file open failure...'                       ZBNKLST1
118600          TO WS-CONSOLE-MESSAGE                                   ZBNKLST1
118700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLST1
118800        MOVE WS-LNSTMTM-STATUS TO WS-IO-STATUS                    ZBNKLST1
118900        PERFORM DISPLAY-IO-STATUS                                 ZBNKLST1
119000        PERFORM ABORT-PROGRAM                                     ZBNKLST1
119100     END-IF.                                                      ZBNKLST1
119200     OPEN OUTPUT LNSTMTE-FILE.                                    ZBNKLST1
119300     IF WS-LNSTMTE-STATUS IS NOT EQUAL TO '00'                    ZBNKLST1
119400        MOVE 'LNSTMTE file open failure...'                       ZBNKLST1
119500          TO WS-CONSOLE-MESSAGE                                   ZBNKLST1
119600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLST1
119700        MOVE WS-LNSTMTE-STATUS TO WS-IO-STATUS                    ZBNKLST1
119800        PERFORM DISPLAY-IO-STATUS                                 ZBNKLST1
119900        PERFORM ABORT-PROGRAM                                     ZBNKLST1
120000     END-IF.                                                      ZBNKLST1
120100     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKLST1
120200     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKLST1
120300        MOVE 'PRINTOUT file open failure...'                      ZBNKLST1
120400          TO WS-CONSOLE-MESSAGE                                   ZBNKLST1
120500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLST1
120600        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKLST1
120700        PERFORM DISPLAY-IO-STATUS                                 ZBNKLST1
120800        PERFORM ABORT-PROGRAM                                     ZBNKLST1
120900     END-IF.                                                      ZBNKLST1
121000                                                                  ZBNKLST1
121100***************************************************************** ZBNKLST1
121200* Close all the files                                           * ZBNKLST1
121300***************************************************************** ZBNKLST1
121400 CLOSE-FILES.                                                     ZBNKLST1
121500     CLOSE BNKLOAN-FILE.                                          ZBNKLST1
121600     CLOSE BNKLNSCH-FILE.                                         ZBNKLST1
121700     CLOSE BNKESCR-FILE.                                          ZBNKLST1
121800     CLOSE BNKCUST-FILE.                                          ZBNKLST1
121900     CLOSE BNKSTPR-FILE.                                          ZBNKLST1
122000     CLOSE LNSTMTM-FILE.                                          ZBNKLST1
122100     CLOSE LNSTMTE-FILE.                                          ZBNKLST1
122200     CLOSE PRINTOUT-FILE.                                         ZBNKLST1
122300                                                                  ZBNKLST1
122400***************************************************************** ZBNKLST1
122500* Display the file status bytes. This routine will display as   * ZBNKLST1
122600* two digits if the full two byte file status is numeric. If    * ZBNKLST1
122700* second byte is non-numeric then it will be treated as a       * ZBNKLST1
122800* binary number.                                                * ZBNKLST1
122900***************************************************************** ZBNKLST1
123000 DISPLAY-IO-STATUS.                                               ZBNKLST1
123100     IF WS-IO-STATUS NUMERIC                                      ZBNKLST1
123200        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKLST1
123300        STRING 'File status -' DELIMITED BY SIZE                  ZBNKLST1
123400               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKLST1
123500          INTO WS-CONSOLE-MESSAGE                                 ZBNKLST1
123600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLST1
123700     ELSE                                                         ZBNKLST1
123800        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKLST1
123900        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKLST1
124000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKLST1
124100        STRING 'File status -' DELIMITED BY SIZE                  ZBNKLST1
124200               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKLST1
124300               '/' DELIMITED BY SIZE                              ZBNKLST1
124400               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKLST1
124500          INTO WS-CONSOLE-MESSAGE                                 ZBNKLST1
124600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLST1
124700     END-IF.                                                      ZBNKLST1
124800                                                                  ZBNKLST1
124900***************************************************************** ZBNKLST1
125000* 'ABORT' the program.                                          * ZBNKLST1
125100* Post a message to the console and issue a STOP RUN            * ZBNKLST1
125200***************************************************************** ZBNKLST1
125300 ABORT-PROGRAM.                                                   ZBNKLST1
125400     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKLST1
125500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLST1
125600     END-IF.                                                      ZBNKLST1
125700     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKLST1
125800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKLST1
125900     MOVE 16 TO RETURN-CODE.                                      ZBNKLST1
126000     STOP RUN.                                                    ZBNKLST1
126100                                                                  ZBNKLST1
126200***************************************************************** ZBNKLST1
126300* Display CONSOLE messages...                                   * ZBNKLST1
126400***************************************************************** ZBNKLST1
126500 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKLST1
126600     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKLST1
126700       UPON CONSOLE.                                              ZBNKLST1
126800     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKLST1
126900                                                                  ZBNKLST1
127000 COPY CTIMERP.                                                    ZBNKLST1
127100                                                                  ZBNKLST1
127200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKLST1
