000100***************************************************************** ZBNKLOC1
000200*                                                               * ZBNKLOC1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKLOC1
000400*   This demonstration program is provided for use by users     * ZBNKLOC1
000500*   of Micro Focus products and may be used, modified and       * ZBNKLOC1
000600*   distributed as part of your application provided that       * ZBNKLOC1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKLOC1
000800*   in this material.                                           * ZBNKLOC1
000900*                                                               * ZBNKLOC1
001000***************************************************************** ZBNKLOC1
001100                                                                  ZBNKLOC1
001200***************************************************************** ZBNKLOC1
001300* Program:     ZBNKLOC1.CBL                                     * ZBNKLOC1
001400* Function:    Nightly revolving line of credit run.  Applies   * ZBNKLOC1
001500*              any LOCIN maintenance cards first ('O' opens a   * ZBNKLOC1
001600*              line for a customer against one of their deposit * ZBNKLOC1
001700*              accounts, writing the BNKLOAN row with product   * ZBNKLOC1
001800*              'R' and the BNKLOC master; 'L' sets a new limit; * ZBNKLOC1
001900*              'F' freezes and 'U' unfreezes drawing; 'C'       * ZBNKLOC1
002000*              closes the line to new draws), then walks BNKLOC * ZBNKLOC1
002100*              accruing a day's interest on the drawn balance   * ZBNKLOC1
002200*              for every day since the line last accrued, so a  * ZBNKLOC1
002300*              missed or repeated night neither loses nor       * ZBNKLOC1
002400*              doubles interest.  When the line reaches its     * ZBNKLOC1
002500*              monthly cycle date (the origination day, held    * ZBNKLOC1
002600*              at the 28th so every month has one) the accrued  * ZBNKLOC1
002700*              interest is billed into the drawn balance and    * ZBNKLOC1
002800*              stamped on BNKTXN for the ledger feed, the       * ZBNKLOC1
002900*              minimum payment is worked out (one percent of    * ZBNKLOC1
003000*              the balance plus the interest billed, never less * ZBNKLOC1
003100*              than 25.00 or more than the balance) and written * ZBNKLOC1
003200*              to BNKLNSCH as the line's next schedule row, due * ZBNKLOC1
003300*              one cycle on, and the customer gets an LOCSTMT   * ZBNKLOC1
003347*              statement - on LOCSTMTE for e-mail instead       * ZBNKLOC1
003394*              where their address has been returned            * ZBNKLOC1
003441*              undeliverable, or held and listed if they do     * ZBNKLOC1
003488*              not take e-mail.  An unpaid minimum then ages    * ZBNKLOC1
003535*              through ZBNKLND1 and ZBNKCOL1 exactly as a       * ZBNKLOC1
003582*              missed instalment does.                          * ZBNKLOC1
003633*              Every master-file update is journaled through    * ZBNKLOC1
003666*              UJOURNL for forward recovery.                    * ZBNKLOC1
003700***************************************************************** ZBNKLOC1
003800                                                                  ZBNKLOC1
003900 IDENTIFICATION DIVISION.                                         ZBNKLOC1
004000 PROGRAM-ID.                                                      ZBNKLOC1
004100     ZBNKLOC1.                                                    ZBNKLOC1
004200 DATE-WRITTEN.                                                    ZBNKLOC1
004300     October 2026.                                                ZBNKLOC1
004400 DATE-COMPILED.                                                   ZBNKLOC1
004500     Today.                                                       ZBNKLOC1
004600                                                                  ZBNKLOC1
004700 ENVIRONMENT DIVISION.                                            ZBNKLOC1
004800 INPUT-OUTPUT   SECTION.                                          ZBNKLOC1
004900   FILE-CONTROL.                                                  ZBNKLOC1
005000     SELECT LOCIN-FILE                                            ZBNKLOC1
005100            ASSIGN       TO LOCIN                                 ZBNKLOC1
005200            ORGANIZATION IS SEQUENTIAL                            ZBNKLOC1
005300            ACCESS MODE  IS SEQUENTIAL                            ZBNKLOC1
005400            FILE STATUS  IS WS-LOCIN-STATUS.                      ZBNKLOC1
005500     SELECT BNKLOC-FILE                                           ZBNKLOC1
005600            ASSIGN       TO BNKLOC                                ZBNKLOC1
005700            ORGANIZATION IS INDEXED                               ZBNKLOC1
005800            ACCESS MODE  IS DYNAMIC                               ZBNKLOC1
005900            RECORD KEY   IS LOC-KEY                               ZBNKLOC1
006000            FILE STATUS  IS WS-BNKLOC-STATUS.                     ZBNKLOC1
006100     SELECT BNKLOAN-FILE                                          ZBNKLOC1
006200            ASSIGN       TO BNKLOAN                               ZBNKLOC1
006300            ORGANIZATION IS INDEXED                               ZBNKLOC1
006400            ACCESS MODE  IS DYNAMIC                               ZBNKLOC1
006500            RECORD KEY   IS LNM-KEY                               ZBNKLOC1
006600            FILE STATUS  IS WS-BNKLOAN-STATUS.                    ZBNKLOC1
006700     SELECT BNKLNSCH-FILE                                         ZBNKLOC1
006800            ASSIGN       TO BNKLNSCH                              ZBNKLOC1
006900            ORGANIZATION IS INDEXED                               ZBNKLOC1
007000            ACCESS MODE  IS DYNAMIC                               ZBNKLOC1
007100            RECORD KEY   IS LNS-KEY                               ZBNKLOC1
007200            FILE STATUS  IS WS-BNKLNSCH-STATUS.                   ZBNKLOC1
007300     SELECT BNKACC-FILE                                           ZBNKLOC1
007400            ASSIGN       TO BNKACC                                ZBNKLOC1
007500            ORGANIZATION IS INDEXED                               ZBNKLOC1
007600            ACCESS MODE  IS DYNAMIC                               ZBNKLOC1
007700            RECORD KEY   IS BAC-REC-ACCNO                         ZBNKLOC1
007800            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          ZBNKLOC1
007900            FILE STATUS  IS WS-BNKACC-STATUS.                     ZBNKLOC1
008000     SELECT BNKCUST-FILE                                          ZBNKLOC1
008100            ASSIGN       TO BNKCUST                               ZBNKLOC1
008200            ORGANIZATION IS INDEXED                               ZBNKLOC1
008300            ACCESS MODE  IS DYNAMIC                               ZBNKLOC1
008400            RECORD KEY   IS BCS-REC-PID                           ZBNKLOC1
008500            FILE STATUS  IS WS-BNKCUST-STATUS.                    ZBNKLOC1
008600     SELECT BNKTXN-FILE                                           ZBNKLOC1
008700            ASSIGN       TO BNKTXN                                ZBNKLOC1
008800            ORGANIZATION IS INDEXED                               ZBNKLOC1
008900            ACCESS MODE  IS RANDOM                                ZBNKLOC1
009000            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKLOC1
009100            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKLOC1
009200            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKLOC1
009300            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKLOC1
009400     SELECT LOCSTMT-FILE                                          ZBNKLOC1
009500            ASSIGN       TO LOCSTMT                               ZBNKLOC1
009600            ORGANIZATION IS SEQUENTIAL                            ZBNKLOC1
009700            ACCESS MODE  IS SEQUENTIAL                            ZBNKLOC1
009800            FILE STATUS  IS WS-LOCSTMT-STATUS.                    ZBNKLOC1
009816     SELECT LOCSTMTE-FILE                                         ZBNKLOC1
009832            ASSIGN       TO LOCSTMTE                              ZBNKLOC1
009848            ORGANIZATION IS SEQUENTIAL                            ZBNKLOC1
009864            ACCESS MODE  IS SEQUENTIAL                            ZBNKLOC1
009880            FILE STATUS  IS WS-LOCSTMTE-STATUS.                   ZBNKLOC1
009900     SELECT PRINTOUT-FILE                                         ZBNKLOC1
010000            ASSIGN       TO PRINTOUT                              ZBNKLOC1
010100            ORGANIZATION IS SEQUENTIAL                            ZBNKLOC1
010200            ACCESS MODE  IS SEQUENTIAL                            ZBNKLOC1
010300            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKLOC1
010400                                                                  ZBNKLOC1
010500 DATA DIVISION.                                                   ZBNKLOC1
010600 FILE SECTION.                                                    ZBNKLOC1
010700                                                                  ZBNKLOC1
010800 FD  LOCIN-FILE.                                                  ZBNKLOC1
010900 01  LOCIN-REC                           PIC X(120).              ZBNKLOC1
011000                                                                  ZBNKLOC1
011100 FD  BNKLOC-FILE.                                                 ZBNKLOC1
011200 01  BNKLOC-REC.                                                  ZBNKLOC1
011300 COPY CBANKVLC.                                                   ZBNKLOC1
011400                                                                  ZBNKLOC1
011500 FD  BNKLOAN-FILE.                                                ZBNKLOC1
011600 01  BNKLOAN-REC.                                                 ZBNKLOC1
011700 COPY CBANKVLN.                                                   ZBNKLOC1
011800                                                                  ZBNKLOC1
011900 FD  BNKLNSCH-FILE.                                               ZBNKLOC1
012000 01  BNKLNSCH-REC.                                                ZBNKLOC1
012100 COPY CBANKVLS.                                                   ZBNKLOC1
012200                                                                  ZBNKLOC1
012300 FD  BNKACC-FILE.                                                 ZBNKLOC1
012400 01  BNKACC-REC.                                                  ZBNKLOC1
012500 COPY CBANKVAC.                                                   ZBNKLOC1
012600                                                                  ZBNKLOC1
012700 FD  BNKCUST-FILE.                                                ZBNKLOC1
012800 01  BNKCUST-REC.                                                 ZBNKLOC1
012900 COPY CBANKVCS.                                                   ZBNKLOC1
013000                                                                  ZBNKLOC1
013100 FD  BNKTXN-FILE.                                                 ZBNKLOC1
013200 01  BNKTXN-REC.                                                  ZBNKLOC1
013300 COPY CBANKVTX.                                                   ZBNKLOC1
013400                                                                  ZBNKLOC1
013500 FD  LOCSTMT-FILE.                                                ZBNKLOC1
013600 01  LOCSTMT-REC                         PIC X(121).              ZBNKLOC1
013625                                                                  ZBNKLOC1
013650 FD  LOCSTMTE-FILE.                                               ZBNKLOC1
013675 01  LOCSTMTE-REC                        PIC X(121).              ZBNKLOC1
013700                                                                  ZBNKLOC1
013800 FD  PRINTOUT-FILE.                                               ZBNKLOC1
013900 01  PRINTOUT-REC                        PIC X(121).              ZBNKLOC1
014000                                                                  ZBNKLOC1
014100 WORKING-STORAGE SECTION.                                         ZBNKLOC1
014133 COPY CJOURNLD.                                                   ZBNKLOC1
014166                                                                  ZBNKLOC1
014200 COPY CTIMERD.                                                    ZBNKLOC1
014300                                                                  ZBNKLOC1
014400 COPY CTSTAMPD.                                                   ZBNKLOC1
014500                                                                  ZBNKLOC1
014600 COPY CBANKTXD.                                                   ZBNKLOC1
014700                                                                  ZBNKLOC1
014800 COPY CRUNCTLD.                                                   ZBNKLOC1
014900                                                                  ZBNKLOC1
015000 01  WS-MISC-STORAGE.                                             ZBNKLOC1
015100   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKLOC1
015200       VALUE 'ZBNKLOC1'.                                          ZBNKLOC1
015300   05  WS-LOCIN-STATUS.                                           ZBNKLOC1
015400     10  WS-LOCIN-STAT1                      PIC X(1).            ZBNKLOC1
015500     10  WS-LOCIN-STAT2                      PIC X(1).            ZBNKLOC1
015600   05  WS-BNKLOC-STATUS.                                          ZBNKLOC1
015700     10  WS-BNKLOC-STAT1                     PIC X(1).            ZBNKLOC1
015800     10  WS-BNKLOC-STAT2                     PIC X(1).            ZBNKLOC1
015900   05  WS-BNKLOAN-STATUS.                                         ZBNKLOC1
016000     10  WS-BNKLOAN-STAT1                    PIC X(1).            ZBNKLOC1
016100     10  WS-BNKLOAN-STAT2                    PIC X(1).            ZBNKLOC1
016200   05  WS-BNKLNSCH-STATUS.                                        ZBNKLOC1
016300     10  WS-BNKLNSCH-STAT1                   PIC X(1).            ZBNKLOC1
016400     10  WS-BNKLNSCH-STAT2                   PIC X(1).            ZBNKLOC1
016500   05  WS-BNKACC-STATUS.                                          ZBNKLOC1
016600     10  WS-BNKACC-STAT1                     PIC X(1).            ZBNKLOC1
016700     10  WS-BNKACC-STAT2                     PIC X(1).            ZBNKLOC1
016800   05  WS-BNKCUST-STATUS.                                         ZBNKLOC1
016900     10  WS-BNKCUST-STAT1                    PIC X(1).            ZBNKLOC1
017000     10  WS-BNKCUST-STAT2                    PIC X(1).            ZBNKLOC1
017100   05  WS-BNKTXN-STATUS.                                          ZBNKLOC1
017200     10  WS-BNKTXN-STAT1                     PIC X(1).            ZBNKLOC1
017300     10  WS-BNKTXN-STAT2                     PIC X(1).            ZBNKLOC1
017400   05  WS-LOCSTMT-STATUS.                                         ZBNKLOC1
017500     10  WS-LOCSTMT-STAT1                    PIC X(1).            ZBNKLOC1
017600     10  WS-LOCSTMT-STAT2                    PIC X(1).            ZBNKLOC1
017625   05  WS-LOCSTMTE-STATUS.                                        ZBNKLOC1
017650     10  WS-LOCSTMTE-STAT1                   PIC X(1).            ZBNKLOC1
017675     10  WS-LOCSTMTE-STAT2                   PIC X(1).            ZBNKLOC1
017700   05  WS-PRINTOUT-STATUS.                                        ZBNKLOC1
017800     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKLOC1
017900     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKLOC1
018000   05  WS-IO-STATUS.                                              ZBNKLOC1
018100     10  WS-IO-STAT1                         PIC X(1).            ZBNKLOC1
018200     10  WS-IO-STAT2                         PIC X(1).            ZBNKLOC1
018300   05  WS-TWO-BYTES.                                              ZBNKLOC1
018400     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKLOC1
018500     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKLOC1
018600   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKLOC1
018700                                             PIC 9(1) COMP.       ZBNKLOC1
018800   05  WS-END-OF-FILE                        PIC X(3)             ZBNKLOC1
018900       VALUE 'NO '.                                               ZBNKLOC1
019000   05  WS-SCHED-END                          PIC X(3).            ZBNKLOC1
019100   05  WS-LOCIN-OPEN                         PIC X(1)             ZBNKLOC1
019200       VALUE 'N'.                                                 ZBNKLOC1
019250   05  WS-STMT-CHANNEL                       PIC X(1).            ZBNKLOC1
019300   05  WS-TODAY-ISO                          PIC X(10).           ZBNKLOC1
019400   05  WS-TODAY-SERIAL                       PIC S9(9) COMP-3.    ZBNKLOC1
019500   05  WS-CLOSE-SERIAL                       PIC S9(9) COMP-3.    ZBNKLOC1
019600   05  WS-ACCRUAL-DAYS                       PIC S9(9) COMP-3.    ZBNKLOC1
019700   05  WS-CALC-YYYY                          PIC S9(5) COMP-3.    ZBNKLOC1
019800   05  WS-CALC-MM                            PIC S9(5) COMP-3.    ZBNKLOC1
019900   05  WS-CALC-DD                            PIC S9(5) COMP-3.    ZBNKLOC1
020000   05  WS-CALC-SERIAL                        PIC S9(9) COMP-3.    ZBNKLOC1
020100   05  WS-CALC-TERM1                         PIC S9(9) COMP-3.    ZBNKLOC1
020200   05  WS-CALC-TERM2                         PIC S9(9) COMP-3.    ZBNKLOC1
020300   05  WS-MONTH-OFFSET                       PIC S9(5) COMP-3.    ZBNKLOC1
020400   05  WS-NEXT-YYYY                          PIC S9(5) COMP-3.    ZBNKLOC1
020500   05  WS-NEXT-MM                            PIC S9(5) COMP-3.    ZBNKLOC1
020600   05  WS-ORIG-YYYY                          PIC 9(4).            ZBNKLOC1
020700   05  WS-ORIG-MM                            PIC 9(2).            ZBNKLOC1
020800   05  WS-ORIG-DD                            PIC 9(2).            ZBNKLOC1
020900   05  WS-DATE-WORK.                                              ZBNKLOC1
021000     10  WS-DATE-WORK-YYYY                   PIC 9(4).            ZBNKLOC1
021100     10  WS-DATE-WORK-DASH1                  PIC X(1).            ZBNKLOC1
021200     10  WS-DATE-WORK-MM                     PIC 9(2).            ZBNKLOC1
021300     10  WS-DATE-WORK-DASH2                  PIC X(1).            ZBNKLOC1
021400     10  WS-DATE-WORK-DD                     PIC 9(2).            ZBNKLOC1
021500   05  WS-DUE-ISO                            PIC X(10).           ZBNKLOC1
021600   05  WS-NEW-CYCLE                          PIC 9(5).            ZBNKLOC1
021700   05  WS-INTEREST                           PIC S9(7)V99         ZBNKLOC1
021800       COMP-3.                                                    ZBNKLOC1
021900   05  WS-MIN-DUE                            PIC S9(7)V99         ZBNKLOC1
022000       COMP-3.                                                    ZBNKLOC1
022100   05  WS-OPENING                            PIC S9(7)V99         ZBNKLOC1
022200       COMP-3.                                                    ZBNKLOC1
022300   05  WS-PAST-DUE                           PIC S9(7)V99         ZBNKLOC1
022400       COMP-3.                                                    ZBNKLOC1
022500   05  WS-AVAILABLE                          PIC S9(7)V99         ZBNKLOC1
022600       COMP-3.                                                    ZBNKLOC1
022700   05  WS-ROW-DUE                            PIC S9(7)V99         ZBNKLOC1
022800       COMP-3.                                                    ZBNKLOC1
022900   05  WS-TXN-SEQ                            PIC 9(4)             ZBNKLOC1
023000       VALUE ZERO.                                                ZBNKLOC1
023100   05  WS-CARDS-APPLIED                      PIC 9(5)             ZBNKLOC1
023200       VALUE ZERO.                                                ZBNKLOC1
023300   05  WS-CARDS-REJECTED                     PIC 9(5)             ZBNKLOC1
023400       VALUE ZERO.                                                ZBNKLOC1
023500   05  WS-LINES-READ                         PIC 9(7)             ZBNKLOC1
023600       VALUE ZERO.                                                ZBNKLOC1
023700   05  WS-LINES-ACCRUED                      PIC 9(7)             ZBNKLOC1
023800       VALUE ZERO.                                                ZBNKLOC1
023900   05  WS-CYCLES-CLOSED                      PIC 9(7)             ZBNKLOC1
024000       VALUE ZERO.                                                ZBNKLOC1
024100   05  WS-STATEMENTS                         PIC 9(7)             ZBNKLOC1
024200       VALUE ZERO.                                                ZBNKLOC1
024220   05  WS-STMTS-EMAILED                      PIC 9(7)             ZBNKLOC1
024240       VALUE ZERO.                                                ZBNKLOC1
024260   05  WS-STMTS-HELD                         PIC 9(7)             ZBNKLOC1
024280       VALUE ZERO.                                                ZBNKLOC1
024300   05  WS-INTEREST-TOTAL                     PIC S9(11)V99        ZBNKLOC1
024400       COMP-3 VALUE ZERO.                                         ZBNKLOC1
024500   05  WS-MIN-DUE-TOTAL                      PIC S9(11)V99        ZBNKLOC1
024600       COMP-3 VALUE ZERO.                                         ZBNKLOC1
024700                                                                  ZBNKLOC1
024800 01  WS-TWOS-COMP.                                                ZBNKLOC1
024900   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      ZBNKLOC1
025000   05  WS-TWOS-COMP-INPUT                    PIC X(256).          ZBNKLOC1
025100   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          ZBNKLOC1
025200   05  WS-TWOS-COMP-FORMAT                   PIC X(1)             ZBNKLOC1
025300       VALUE 'B'.                                                 ZBNKLOC1
025400                                                                  ZBNKLOC1
025500***************************************************************** ZBNKLOC1
025600* Maintenance card - 'O' opens a line (customer, deposit        * ZBNKLOC1
025700* account, limit and annual rate); 'L' sets the limit, 'F'      * ZBNKLOC1
025800* freezes, 'U' unfreezes and 'C' closes the keyed line          * ZBNKLOC1
025900***************************************************************** ZBNKLOC1
026000 01  WS-LOCIN-CARD.                                               ZBNKLOC1
026100   05  WS-CARD-ACTION                        PIC X(1).            ZBNKLOC1
026200   05  WS-CARD-LOAN-ID                       PIC X(26).           ZBNKLOC1
026300   05  WS-CARD-PID                           PIC X(5).            ZBNKLOC1
026400   05  WS-CARD-ACCNO                         PIC X(9).            ZBNKLOC1
026500   05  WS-CARD-LIMIT                         PIC 9(7)V99.         ZBNKLOC1
026600   05  WS-CARD-RATE                          PIC 9(3)V9(3).       ZBNKLOC1
026700   05  FILLER                                PIC X(64).           ZBNKLOC1
026800                                                                  ZBNKLOC1
026900 01  WS-STMT-LINES.                                               ZBNKLOC1
027000   05  WS-STMT-HEAD.                                              ZBNKLOC1
027100     10  WS-STMT-HEAD-CC                 PIC X(1)                 ZBNKLOC1
027200         VALUE '1'.                                               ZBNKLOC1
027300     10  FILLER                          PIC X(27)                ZBNKLOC1
027400         VALUE 'Line of Credit Statement - '.                     ZBNKLOC1
027500     10  WS-STMT-HEAD-NAME               PIC X(27).               ZBNKLOC1
027600     10  FILLER                          PIC X(5)                 ZBNKLOC1
027700         VALUE 'Line '.                                           ZBNKLOC1
027800     10  WS-STMT-HEAD-LOAN               PIC X(26).               ZBNKLOC1
027900   05  WS-STMT-LINE.                                              ZBNKLOC1
028000     10  WS-STMT-LINE-CC                 PIC X(1)                 ZBNKLOC1
028100         VALUE ' '.                                               ZBNKLOC1
028200     10  WS-STMT-LINE-DESC               PIC X(34).               ZBNKLOC1
028300     10  WS-STMT-LINE-AMOUNT             PIC Z,ZZZ,ZZ9.99-.       ZBNKLOC1
028400   05  WS-STMT-DATE-LINE.                                         ZBNKLOC1
028500     10  WS-STMT-DATE-CC                 PIC X(1)                 ZBNKLOC1
028600         VALUE ' '.                                               ZBNKLOC1
028700     10  WS-STMT-DATE-DESC               PIC X(34).               ZBNKLOC1
028800     10  FILLER                          PIC X(3)                 ZBNKLOC1
028900         VALUE SPACES.                                            ZBNKLOC1
029000     10  WS-STMT-DATE-VALUE              PIC X(10).               ZBNKLOC1
029100                                                                  ZBNKLOC1
029200 01  WS-REPORT-LINES.                                             ZBNKLOC1
029300   05  WS-LINE1.                                                  ZBNKLOC1
029400     10  WS-LINE1-CC                     PIC X(1)                 ZBNKLOC1
029500         VALUE '1'.                                               ZBNKLOC1
029600     10  FILLER                          PIC X(20)                ZBNKLOC1
029700         VALUE SPACES.                                            ZBNKLOC1
029800     10  WS-LINE1-HEAD                   PIC X(45)                ZBNKLOC1
029900         VALUE 'Line of Credit Nightly Report'.                   ZBNKLOC1
030000   05  WS-LINE4.                                                  ZBNKLOC1
030100     10  WS-LINE4-CC                     PIC X(1)                 ZBNKLOC1
030200         VALUE ' '.                                               ZBNKLOC1
030300     10  WS-LINE4-LOAN-ID                PIC X(28).               ZBNKLOC1
030400     10  WS-LINE4-DESC                   PIC X(32).               ZBNKLOC1
030500     10  WS-LINE4-ACTION                 PIC X(12).               ZBNKLOC1
030600     10  WS-LINE4-AMOUNT                 PIC Z,ZZZ,ZZ9.99.        ZBNKLOC1
030700   05  WS-LINE5.                                                  ZBNKLOC1
030800     10  WS-LINE5-CC                     PIC X(1)                 ZBNKLOC1
030900         VALUE ' '.                                               ZBNKLOC1
031000     10  WS-LINE5-DESC                   PIC X(30).               ZBNKLOC1
031100     10  WS-LINE5-COUNT                  PIC ZZZZZZ9.             ZBNKLOC1
031200     10  FILLER                          PIC X(3)                 ZBNKLOC1
031300         VALUE SPACES.                                            ZBNKLOC1
031400     10  WS-LINE5-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.      ZBNKLOC1
031500                                                                  ZBNKLOC1
031600 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKLOC1
031700                                                                  ZBNKLOC1
031800 PROCEDURE DIVISION.                                              ZBNKLOC1
031900                                                                  ZBNKLOC1
032000     PERFORM RUN-TIME.                                            ZBNKLOC1
032100                                                                  ZBNKLOC1
032200     MOVE 'Line of credit run starting'                           ZBNKLOC1
032300       TO WS-CONSOLE-MESSAGE.                                     ZBNKLOC1
032400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKLOC1
032500                                                                  ZBNKLOC1
032600***************************************************************** ZBNKLOC1
032700* Run-control - refuse a second run for the same day unless the * ZBNKLOC1
032800* operator asked for a restart in the EXEC PARM                 * ZBNKLOC1
032900***************************************************************** ZBNKLOC1
033000     MOVE SPACES TO RUN-CTL-DATA.                                 ZBNKLOC1
033100     SET RUN-CTL-CHECK-START TO TRUE.                             ZBNKLOC1
033200     MOVE WS-PROGRAM-ID TO RUN-CTL-JOB.                           ZBNKLOC1
033300     MOVE SPACES TO RUN-CTL-PREDECESSOR.                          ZBNKLOC1
033400     CALL 'URUNCTL' USING RUN-CTL-DATA.                           ZBNKLOC1
033500     IF NOT RUN-CTL-OK                                            ZBNKLOC1
033600        MOVE RUN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKLOC1
033700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLOC1
033800        MOVE 'Run-control problem - job not run'                  ZBNKLOC1
033900          TO WS-CONSOLE-MESSAGE                                   ZBNKLOC1
034000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLOC1
034100        MOVE 8 TO RETURN-CODE                                     ZBNKLOC1
034200        GOBACK                                                    ZBNKLOC1
034300     END-IF.                                                      ZBNKLOC1
034400                                                                  ZBNKLOC1
034500 COPY CTSTAMPP.                                                   ZBNKLOC1
034600     MOVE WS-TS-DATE TO WS-TODAY-ISO.                             ZBNKLOC1
034700     MOVE WS-TODAY-ISO TO WS-DATE-WORK.                           ZBNKLOC1
034800     MOVE WS-DATE-WORK-YYYY TO WS-CALC-YYYY.                      ZBNKLOC1
034900     MOVE WS-DATE-WORK-MM TO WS-CALC-MM.                          ZBNKLOC1
035000     MOVE WS-DATE-WORK-DD TO WS-CALC-DD.                          ZBNKLOC1
035100     PERFORM COMPUTE-DAY-SERIAL.                                  ZBNKLOC1
035200     MOVE WS-CALC-SERIAL TO WS-TODAY-SERIAL.                      ZBNKLOC1
035300                                                                  ZBNKLOC1
035400     PERFORM OPEN-FILES.                                          ZBNKLOC1
035500     PERFORM PRINT-REPORT-HEADER.                                 ZBNKLOC1
035600                                                                  ZBNKLOC1
035700***************************************************************** ZBNKLOC1
035800* Section one - apply the maintenance cards                     * ZBNKLOC1
035900***************************************************************** ZBNKLOC1
036000     IF WS-LOCIN-OPEN IS EQUAL TO 'Y'                             ZBNKLOC1
036100        PERFORM APPLY-CARDS                                       ZBNKLOC1
036200     END-IF.                                                      ZBNKLOC1
036300                                                                  ZBNKLOC1
036400***************************************************************** ZBNKLOC1
036500* Section two - accrue every line and close the cycles due      * ZBNKLOC1
036600***************************************************************** ZBNKLOC1
036700     MOVE LOW-VALUES TO LOC-KEY.                                  ZBNKLOC1
036800     START BNKLOC-FILE KEY GREATER THAN LOC-KEY.                  ZBNKLOC1
036900     IF WS-BNKLOC-STATUS IS NOT EQUAL TO '00'                     ZBNKLOC1
037000        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKLOC1
037100     END-IF.                                                      ZBNKLOC1
037200                                                                  ZBNKLOC1
037300     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKLOC1
037400        READ BNKLOC-FILE NEXT RECORD                              ZBNKLOC1
037500        IF WS-BNKLOC-STATUS IS EQUAL TO '10'                      ZBNKLOC1
037600           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKLOC1
037700        ELSE                                                      ZBNKLOC1
037800           IF WS-BNKLOC-STATUS IS NOT EQUAL TO '00'               ZBNKLOC1
037900              MOVE 'BNKLOC read error during scan'                ZBNKLOC1
038000                TO WS-CONSOLE-MESSAGE                             ZBNKLOC1
038100              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKLOC1
038200              MOVE WS-BNKLOC-STATUS TO WS-IO-STATUS               ZBNKLOC1
038300              PERFORM DISPLAY-IO-STATUS                           ZBNKLOC1
038400              PERFORM ABORT-PROGRAM                               ZBNKLOC1
038500           ELSE                                                   ZBNKLOC1
038600              ADD 1 TO WS-LINES-READ                              ZBNKLOC1
038700              PERFORM PROCESS-ONE-LINE THRU                       ZBNKLOC1
038800                      PROCESS-ONE-LINE-EXIT                       ZBNKLOC1
038900           END-IF                                                 ZBNKLOC1
039000        END-IF                                                    ZBNKLOC1
039100     END-PERFORM.                                                 ZBNKLOC1
039200                                                                  ZBNKLOC1
039300     PERFORM PRINT-REPORT-TOTALS.                                 ZBNKLOC1
039400     PERFORM CLOSE-FILES.                                         ZBNKLOC1
039500                                                                  ZBNKLOC1
039600     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKLOC1
039700     STRING WS-CYCLES-CLOSED DELIMITED BY SIZE                    ZBNKLOC1
039800            ' line cycles closed' DELIMITED BY SIZE               ZBNKLOC1
039900       INTO WS-CONSOLE-MESSAGE.                                   ZBNKLOC1
040000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKLOC1
040100     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKLOC1
040200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKLOC1
040300                                                                  ZBNKLOC1
040400     PERFORM RUN-TIME.                                            ZBNKLOC1
040500                                                                  ZBNKLOC1
040600     MOVE 0 TO RETURN-CODE.                                       ZBNKLOC1
040700                                                                  ZBNKLOC1
040800     SET RUN-CTL-MARK-END TO TRUE.                                ZBNKLOC1
040900     CALL 'URUNCTL' USING RUN-CTL-DATA.                           ZBNKLOC1
041000                                                                  ZBNKLOC1
041100     GOBACK.                                                      ZBNKLOC1
041200                                                                  ZBNKLOC1
041300***************************************************************** ZBNKLOC1
041400* Apply the LOCIN maintenance cards                             * ZBNKLOC1
041500***************************************************************** ZBNKLOC1
041600 APPLY-CARDS.                                                     ZBNKLOC1
041700     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKLOC1
041800     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKLOC1
041900        READ LOCIN-FILE                                           ZBNKLOC1
042000        IF WS-LOCIN-STATUS IS NOT EQUAL TO '00'                   ZBNKLOC1
042100           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKLOC1
042200        ELSE                                                      ZBNKLOC1
042300           MOVE LOCIN-REC TO WS-LOCIN-CARD                        ZBNKLOC1
042400           IF WS-CARD-ACTION IS EQUAL TO 'O'                      ZBNKLOC1
042500              PERFORM OPEN-NEW-LINE THRU                          ZBNKLOC1
042600                      OPEN-NEW-LINE-EXIT                          ZBNKLOC1
042700           ELSE                                                   ZBNKLOC1
042800              PERFORM MAINTAIN-LINE THRU                          ZBNKLOC1
042900                      MAINTAIN-LINE-EXIT                          ZBNKLOC1
043000           END-IF                                                 ZBNKLOC1
043100        END-IF                                                    ZBNKLOC1
043200     END-PERFORM.                                                 ZBNKLOC1
043300     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKLOC1
043400                                                                  ZBNKLOC1
043500***************************************************************** ZBNKLOC1
043600* 'O' card - the customer must exist and own the deposit        * ZBNKLOC1
043700* account the draws will land in, and that account must be      * ZBNKLOC1
043800* open.  The line's loan-id is the opening timestamp, so its    * ZBNKLOC1
043900* origination day (and so its cycle day) is today               * ZBNKLOC1
044000***************************************************************** ZBNKLOC1
044100 OPEN-NEW-LINE.                                                   ZBNKLOC1
044200     MOVE SPACES TO WS-LINE4-LOAN-ID.                             ZBNKLOC1
044300     MOVE WS-CARD-PID TO BCS-REC-PID.                             ZBNKLOC1
044400     READ BNKCUST-FILE.                                           ZBNKLOC1
044500     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKLOC1
044600        MOVE 'Customer not on file' TO WS-LINE4-DESC              ZBNKLOC1
044700        GO TO OPEN-NEW-LINE-REJECT                                ZBNKLOC1
044800     END-IF.                                                      ZBNKLOC1
044900     MOVE WS-CARD-ACCNO TO BAC-REC-ACCNO.                         ZBNKLOC1
045000     READ BNKACC-FILE.                                            ZBNKLOC1
045100     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKLOC1
045200        MOVE 'Deposit account not on file' TO WS-LINE4-DESC       ZBNKLOC1
045300        GO TO OPEN-NEW-LINE-REJECT                                ZBNKLOC1
045400     END-IF.                                                      ZBNKLOC1
045500     IF BAC-REC-PID IS NOT EQUAL TO WS-CARD-PID                   ZBNKLOC1
045600        MOVE 'Account not the customer''s' TO WS-LINE4-DESC       ZBNKLOC1
045700        GO TO OPEN-NEW-LINE-REJECT                                ZBNKLOC1
045800     END-IF.                                                      ZBNKLOC1
045900     IF NOT BAC-STATUS-OPEN                                       ZBNKLOC1
046000        MOVE 'Deposit account not open' TO WS-LINE4-DESC          ZBNKLOC1
046100        GO TO OPEN-NEW-LINE-REJECT                                ZBNKLOC1
046200     END-IF.                                                      ZBNKLOC1
046300     IF WS-CARD-LIMIT IS NOT NUMERIC OR                           ZBNKLOC1
046400        WS-CARD-LIMIT IS EQUAL TO ZERO OR                         ZBNKLOC1
046500        WS-CARD-RATE IS NOT NUMERIC                               ZBNKLOC1
046600        MOVE 'Limit or rate invalid' TO WS-LINE4-DESC             ZBNKLOC1
046700        GO TO OPEN-NEW-LINE-REJECT                                ZBNKLOC1
046800     END-IF.                                                      ZBNKLOC1
046900                                                                  ZBNKLOC1
047000 COPY CTSTAMPP.                                                   ZBNKLOC1
047100     MOVE WS-TXN-SEQ TO WS-TS-TIME-DDDDDD (3:4).                  ZBNKLOC1
047200     ADD 1 TO WS-TXN-SEQ.                                         ZBNKLOC1
047300     MOVE '0' TO WS-TIMESTAMP (26:1).                             ZBNKLOC1
047400     MOVE SPACES TO LNM-RECORD.                                   ZBNKLOC1
047500     MOVE WS-TIMESTAMP TO LNM-REC-LOAN-ID.                        ZBNKLOC1
047600     MOVE WS-CARD-PID TO LNM-REC-PID.                             ZBNKLOC1
047700     MOVE WS-CARD-LIMIT TO LNM-REC-PRINCIPAL.                     ZBNKLOC1
047800     MOVE WS-CARD-RATE TO LNM-REC-RATE.                           ZBNKLOC1
047900     MOVE 99999 TO LNM-REC-TERM.                                  ZBNKLOC1
048000     MOVE ZERO TO LNM-REC-MONTHLY-PAYMENT.                        ZBNKLOC1
048100     SET LNM-STATUS-ACTIVE TO TRUE.                               ZBNKLOC1
048200     SET LNM-LOAN-CURRENT TO TRUE.                                ZBNKLOC1
048300     MOVE ZERO TO LNM-REC-DAYS-DELINQ.                            ZBNKLOC1
048400     MOVE SPACES TO LNM-REC-CHGOFF-DATE.                          ZBNKLOC1
048500     MOVE ZERO TO LNM-REC-RECOVERED.                              ZBNKLOC1
048600     SET LNM-PRODUCT-REVOLVING TO TRUE.                           ZBNKLOC1
048700     WRITE LNM-RECORD                                             ZBNKLOC1
048733     SET JRN-CTL-ADD TO TRUE                                      ZBNKLOC1
048766     PERFORM JOURNAL-BNKLOAN.                                     ZBNKLOC1
048800     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKLOC1
048900        MOVE 'Unable to write line of credit loan'                ZBNKLOC1
049000          TO WS-CONSOLE-MESSAGE                                   ZBNKLOC1
049100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLOC1
049200        MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS                    ZBNKLOC1
049300        PERFORM DISPLAY-IO-STATUS                                 ZBNKLOC1
049400        PERFORM ABORT-PROGRAM                                     ZBNKLOC1
049500     END-IF.                                                      ZBNKLOC1
049600                                                                  ZBNKLOC1
049700     MOVE SPACES TO LOC-RECORD.                                   ZBNKLOC1
049800     MOVE LNM-REC-LOAN-ID TO LOC-REC-LOAN-ID.                     ZBNKLOC1
049900     MOVE WS-CARD-PID TO LOC-REC-PID.                             ZBNKLOC1
050000     MOVE WS-CARD-ACCNO TO LOC-REC-ACCNO.                         ZBNKLOC1
050100     SET LOC-STATUS-OPEN TO TRUE.                                 ZBNKLOC1
050200     MOVE WS-CARD-LIMIT TO LOC-REC-LIMIT.                         ZBNKLOC1
050300     MOVE ZERO TO LOC-REC-DRAWN.                                  ZBNKLOC1
050400     MOVE ZERO TO LOC-REC-ACCRUED.                                ZBNKLOC1
050500     MOVE WS-TODAY-ISO TO LOC-REC-ACCRUAL-DATE.                   ZBNKLOC1
050600     MOVE ZERO TO LOC-REC-CYCLE-NO.                               ZBNKLOC1
050700     MOVE SPACES TO LOC-REC-STMT-DATE.                            ZBNKLOC1
050800     MOVE ZERO TO LOC-REC-STMT-BALANCE.                           ZBNKLOC1
050900     MOVE ZERO TO LOC-REC-MIN-DUE.                                ZBNKLOC1
051000     MOVE SPACES TO LOC-REC-DUE-DATE.                             ZBNKLOC1
051100     MOVE ZERO TO LOC-REC-CYCLE-DRAWS.                            ZBNKLOC1
051200     MOVE ZERO TO LOC-REC-CYCLE-PAYMENTS.                         ZBNKLOC1
051300     MOVE ZERO TO LOC-REC-PAY-CREDIT.                             ZBNKLOC1
051400     WRITE LOC-RECORD.                                            ZBNKLOC1
051500     IF WS-BNKLOC-STATUS IS NOT EQUAL TO '00'                     ZBNKLOC1
051600        MOVE 'Unable to write line of credit master'              ZBNKLOC1
051700          TO WS-CONSOLE-MESSAGE                                   ZBNKLOC1
051800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLOC1
051900        MOVE WS-BNKLOC-STATUS TO WS-IO-STATUS                     ZBNKLOC1
052000        PERFORM DISPLAY-IO-STATUS                                 ZBNKLOC1
052100        PERFORM ABORT-PROGRAM                                     ZBNKLOC1
052200     END-IF.                                                      ZBNKLOC1
052300     ADD 1 TO WS-CARDS-APPLIED.                                   ZBNKLOC1
052400     MOVE LOC-REC-LOAN-ID TO WS-LINE4-LOAN-ID.                    ZBNKLOC1
052500     MOVE SPACES TO WS-LINE4-DESC.                                ZBNKLOC1
052600     STRING 'Opened for ' DELIMITED BY SIZE                       ZBNKLOC1
052700            WS-CARD-PID DELIMITED BY SIZE                         ZBNKLOC1
052800            ' into ' DELIMITED BY SIZE                            ZBNKLOC1
052900            WS-CARD-ACCNO DELIMITED BY SIZE                       ZBNKLOC1
053000       INTO WS-LINE4-DESC.                                        ZBNKLOC1
053100     MOVE 'Opened' TO WS-LINE4-ACTION.                            ZBNKLOC1
053200     MOVE WS-CARD-LIMIT TO WS-LINE4-AMOUNT.                       ZBNKLOC1
053300     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKLOC1
053400     PERFORM PRINTOUT-PUT.                                        ZBNKLOC1
053500     GO TO OPEN-NEW-LINE-EXIT.                                    ZBNKLOC1
053600 OPEN-NEW-LINE-REJECT.                                            ZBNKLOC1
053700     ADD 1 TO WS-CARDS-REJECTED.                                  ZBNKLOC1
053800     MOVE WS-CARD-PID TO WS-LINE4-LOAN-ID.                        ZBNKLOC1
053900     MOVE 'Card reject' TO WS-LINE4-ACTION.                       ZBNKLOC1
054000     MOVE ZERO TO WS-LINE4-AMOUNT.                                ZBNKLOC1
054100     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKLOC1
054200     PERFORM PRINTOUT-PUT.                                        ZBNKLOC1
054300 OPEN-NEW-LINE-EXIT.                                              ZBNKLOC1
054400     EXIT.                                                        ZBNKLOC1
054500                                                                  ZBNKLOC1
054600***************************************************************** ZBNKLOC1
054700* 'L', 'F', 'U' and 'C' cards - the keyed line must exist and   * ZBNKLOC1
054800* not be closed.  A new limit also goes on the loan row as its  * ZBNKLOC1
054900* principal; a limit cut below the drawn balance simply stops   * ZBNKLOC1
055000* further draws.  Closing a line that owes nothing pays off its * ZBNKLOC1
055100* loan row; one with a balance stays active until it is repaid  * ZBNKLOC1
055200***************************************************************** ZBNKLOC1
055300 MAINTAIN-LINE.                                                   ZBNKLOC1
055400     MOVE WS-CARD-LOAN-ID TO WS-LINE4-LOAN-ID.                    ZBNKLOC1
055500     MOVE WS-CARD-LOAN-ID TO LOC-KEY.                             ZBNKLOC1
055600     READ BNKLOC-FILE.                                            ZBNKLOC1
055700     IF WS-BNKLOC-STATUS IS NOT EQUAL TO '00'                     ZBNKLOC1
055800        MOVE 'Line not on file' TO WS-LINE4-DESC                  ZBNKLOC1
055900        GO TO MAINTAIN-LINE-REJECT                                ZBNKLOC1
056000     END-IF.                                                      ZBNKLOC1
056100     IF LOC-STATUS-CLOSED                                         ZBNKLOC1
056200        MOVE 'Line already closed' TO WS-LINE4-DESC               ZBNKLOC1
056300        GO TO MAINTAIN-LINE-REJECT                                ZBNKLOC1
056400     END-IF.                                                      ZBNKLOC1
056500     MOVE ZERO TO WS-LINE4-AMOUNT.                                ZBNKLOC1
056600     EVALUATE WS-CARD-ACTION                                      ZBNKLOC1
056700       WHEN 'L'                                                   ZBNKLOC1
056800         IF WS-CARD-LIMIT IS NOT NUMERIC OR                       ZBNKLOC1
056900            WS-CARD-LIMIT IS EQUAL TO ZERO                        ZBNKLOC1
057000            MOVE 'Limit invalid' TO WS-LINE4-DESC                 ZBNKLOC1
057100            GO TO MAINTAIN-LINE-REJECT                            ZBNKLOC1
057200         END-IF                                                   ZBNKLOC1
057300         MOVE WS-CARD-LIMIT TO LOC-REC-LIMIT                      ZBNKLOC1
057400         MOVE WS-CARD-LIMIT TO WS-LINE4-AMOUNT                    ZBNKLOC1
057500         MOVE 'New credit limit' TO WS-LINE4-DESC                 ZBNKLOC1
057600         MOVE 'Limit set' TO WS-LINE4-ACTION                      ZBNKLOC1
057700       WHEN 'F'                                                   ZBNKLOC1
057800         SET LOC-STATUS-FROZEN TO TRUE                            ZBNKLOC1
057900         MOVE 'Drawing frozen' TO WS-LINE4-DESC                   ZBNKLOC1
058000         MOVE 'Frozen' TO WS-LINE4-ACTION                         ZBNKLOC1
058100       WHEN 'U'                                                   ZBNKLOC1
058200         SET LOC-STATUS-OPEN TO TRUE                              ZBNKLOC1
058300         MOVE 'Drawing allowed again' TO WS-LINE4-DESC            ZBNKLOC1
058400         MOVE 'Unfrozen' TO WS-LINE4-ACTION                       ZBNKLOC1
058500       WHEN 'C'                                                   ZBNKLOC1
058600         SET LOC-STATUS-CLOSED TO TRUE                            ZBNKLOC1
058700         MOVE LOC-REC-DRAWN TO WS-LINE4-AMOUNT                    ZBNKLOC1
058800         MOVE 'Closed, balance outstanding' TO WS-LINE4-DESC      ZBNKLOC1
058900         MOVE 'Closed' TO WS-LINE4-ACTION                         ZBNKLOC1
059000       WHEN OTHER                                                 ZBNKLOC1
059100         MOVE 'Unknown card action' TO WS-LINE4-DESC              ZBNKLOC1
059200         GO TO MAINTAIN-LINE-REJECT                               ZBNKLOC1
059300     END-EVALUATE.                                                ZBNKLOC1
059400     REWRITE LOC-RECORD.                                          ZBNKLOC1
059500     IF WS-BNKLOC-STATUS IS NOT EQUAL TO '00'                     ZBNKLOC1
059600        MOVE 'Unable to update line of credit master'             ZBNKLOC1
059700          TO WS-CONSOLE-MESSAGE                                   ZBNKLOC1
059800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLOC1
059900        MOVE WS-BNKLOC-STATUS TO WS-IO-STATUS                     ZBNKLOC1
060000        PERFORM DISPLAY-IO-STATUS                                 ZBNKLOC1
060100        PERFORM ABORT-PROGRAM                                     ZBNKLOC1
060200     END-IF.                                                      ZBNKLOC1
060300                                                                  ZBNKLOC1
060400     IF WS-CARD-ACTION IS EQUAL TO 'L' OR                         ZBNKLOC1
060500        (WS-CARD-ACTION IS EQUAL TO 'C' AND                       ZBNKLOC1
060600         LOC-REC-DRAWN IS NOT GREATER THAN ZERO)                  ZBNKLOC1
060700        MOVE LOC-REC-LOAN-ID TO LNM-KEY                           ZBNKLOC1
060800        READ BNKLOAN-FILE                                         ZBNKLOC1
060900        IF WS-BNKLOAN-STATUS IS EQUAL TO '00'                     ZBNKLOC1
061000           IF WS-CARD-ACTION IS EQUAL TO 'L'                      ZBNKLOC1
061100              MOVE LOC-REC-LIMIT TO LNM-REC-PRINCIPAL             ZBNKLOC1
061200           ELSE                                                   ZBNKLOC1
061300              SET LNM-STATUS-PAID-OFF TO TRUE                     ZBNKLOC1
061400              MOVE 'Closed, nothing owed' TO WS-LINE4-DESC        ZBNKLOC1
061500           END-IF                                                 ZBNKLOC1
061600           REWRITE LNM-RECORD                                     ZBNKLOC1
061633           SET JRN-CTL-CHANGE TO TRUE                             ZBNKLOC1
061666           PERFORM JOURNAL-BNKLOAN                                ZBNKLOC1
061700        END-IF                                                    ZBNKLOC1
061800     END-IF.                                                      ZBNKLOC1
061900                                                                  ZBNKLOC1
062000     ADD 1 TO WS-CARDS-APPLIED.                                   ZBNKLOC1
062100     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKLOC1
062200     PERFORM PRINTOUT-PUT.                                        ZBNKLOC1
062300     GO TO MAINTAIN-LINE-EXIT.                                    ZBNKLOC1
062400 MAINTAIN-LINE-REJECT.                                            ZBNKLOC1
062500     ADD 1 TO WS-CARDS-REJECTED.                                  ZBNKLOC1
062600     MOVE 'Card reject' TO WS-LINE4-ACTION.                       ZBNKLOC1
062700     MOVE ZERO TO WS-LINE4-AMOUNT.                                ZBNKLOC1
062800     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKLOC1
062900     PERFORM PRINTOUT-PUT.                                        ZBNKLOC1
063000 MAINTAIN-LINE-EXIT.                                              ZBNKLOC1
063100     EXIT.                                                        ZBNKLOC1
063200                                                                  ZBNKLOC1
063300***************************************************************** ZBNKLOC1
063400* One line - accrue interest up to today, then close the cycle  * ZBNKLOC1
063500* if its date has come.  A closed line that owes nothing and a  * ZBNKLOC1
063600* line whose loan row has been charged off or paid off are      * ZBNKLOC1
063700* passed over                                                   * ZBNKLOC1
063800***************************************************************** ZBNKLOC1
063900 PROCESS-ONE-LINE.                                                ZBNKLOC1
064000     IF LOC-STATUS-CLOSED AND                                     ZBNKLOC1
064100        LOC-REC-DRAWN IS NOT GREATER THAN ZERO                    ZBNKLOC1
064200        GO TO PROCESS-ONE-LINE-EXIT                               ZBNKLOC1
064300     END-IF.                                                      ZBNKLOC1
064400     MOVE LOC-REC-LOAN-ID TO LNM-KEY.                             ZBNKLOC1
064500     READ BNKLOAN-FILE.                                           ZBNKLOC1
064600     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKLOC1
064700        GO TO PROCESS-ONE-LINE-EXIT                               ZBNKLOC1
064800     END-IF.                                                      ZBNKLOC1
064900     IF NOT LNM-STATUS-ACTIVE                                     ZBNKLOC1
065000        GO TO PROCESS-ONE-LINE-EXIT                               ZBNKLOC1
065100     END-IF.                                                      ZBNKLOC1
065200                                                                  ZBNKLOC1
065300***************************************************************** ZBNKLOC1
065400* Daily accrual - simple interest on the drawn balance for the  * ZBNKLOC1
065500* days since the line last accrued, on a 365-day year           * ZBNKLOC1
065600***************************************************************** ZBNKLOC1
065700     MOVE LOC-REC-ACCRUAL-DATE TO WS-DATE-WORK.                   ZBNKLOC1
065800     IF WS-DATE-WORK-YYYY IS NOT NUMERIC OR                       ZBNKLOC1
065900        WS-DATE-WORK-MM IS NOT NUMERIC OR                         ZBNKLOC1
066000        WS-DATE-WORK-DD IS NOT NUMERIC                            ZBNKLOC1
066100        MOVE ZERO TO WS-ACCRUAL-DAYS                              ZBNKLOC1
066200     ELSE                                                         ZBNKLOC1
066300        MOVE WS-DATE-WORK-YYYY TO WS-CALC-YYYY                    ZBNKLOC1
066400        MOVE WS-DATE-WORK-MM TO WS-CALC-MM                        ZBNKLOC1
066500        MOVE WS-DATE-WORK-DD TO WS-CALC-DD                        ZBNKLOC1
066600        PERFORM COMPUTE-DAY-SERIAL                                ZBNKLOC1
066700        COMPUTE WS-ACCRUAL-DAYS =                                 ZBNKLOC1
066800          WS-TODAY-SERIAL - WS-CALC-SERIAL                        ZBNKLOC1
066900     END-IF.                                                      ZBNKLOC1
067000     IF WS-ACCRUAL-DAYS IS GREATER THAN ZERO AND                  ZBNKLOC1
067100        LOC-REC-DRAWN IS GREATER THAN ZERO                        ZBNKLOC1
067200        COMPUTE LOC-REC-ACCRUED ROUNDED =                         ZBNKLOC1
067300          LOC-REC-ACCRUED +                                       ZBNKLOC1
067400          (LOC-REC-DRAWN * LNM-REC-RATE * WS-ACCRUAL-DAYS /       ZBNKLOC1
067500           36500)                                                 ZBNKLOC1
067600        ADD 1 TO WS-LINES-ACCRUED                                 ZBNKLOC1
067700     END-IF.                                                      ZBNKLOC1
067800     MOVE WS-TODAY-ISO TO LOC-REC-ACCRUAL-DATE.                   ZBNKLOC1
067900                                                                  ZBNKLOC1
068000***************************************************************** ZBNKLOC1
068100* The cycle closes on the origination day rolled forward by     * ZBNKLOC1
068200* one month more than the cycles already closed                 * ZBNKLOC1
068300***************************************************************** ZBNKLOC1
068400     MOVE LOC-REC-LOAN-ID (1:4) TO WS-ORIG-YYYY.                  ZBNKLOC1
068500     MOVE LOC-REC-LOAN-ID (6:2) TO WS-ORIG-MM.                    ZBNKLOC1
068600     MOVE LOC-REC-LOAN-ID (9:2) TO WS-ORIG-DD.                    ZBNKLOC1
068700     IF WS-ORIG-DD IS GREATER THAN 28                             ZBNKLOC1
068800        MOVE 28 TO WS-ORIG-DD                                     ZBNKLOC1
068900     END-IF.                                                      ZBNKLOC1
069000     COMPUTE WS-MONTH-OFFSET = LOC-REC-CYCLE-NO + 1.              ZBNKLOC1
069100     PERFORM ADVANCE-MONTHS THRU ADVANCE-MONTHS-EXIT.             ZBNKLOC1
069200     MOVE WS-CALC-SERIAL TO WS-CLOSE-SERIAL.                      ZBNKLOC1
069300     IF WS-TODAY-SERIAL IS NOT LESS THAN WS-CLOSE-SERIAL          ZBNKLOC1
069400        PERFORM CLOSE-CYCLE THRU CLOSE-CYCLE-EXIT                 ZBNKLOC1
069500     END-IF.                                                      ZBNKLOC1
069600                                                                  ZBNKLOC1
069700     REWRITE LOC-RECORD.                                          ZBNKLOC1
069800     IF WS-BNKLOC-STATUS IS NOT EQUAL TO '00'                     ZBNKLOC1
069900        MOVE 'Unable to update line of credit master'             ZBNKLOC1
070000          TO WS-CONSOLE-MESSAGE                                   ZBNKLOC1
070100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLOC1
070200        MOVE WS-BNKLOC-STATUS TO WS-IO-STATUS                     ZBNKLOC1
070300        PERFORM DISPLAY-IO-STATUS                                 ZBNKLOC1
070400        PERFORM ABORT-PROGRAM                                     ZBNKLOC1
070500     END-IF.                                                      ZBNKLOC1
070600 PROCESS-ONE-LINE-EXIT.                                           ZBNKLOC1
070700     EXIT.                                                        ZBNKLOC1
070800                                                                  ZBNKLOC1
070900***************************************************************** ZBNKLOC1
071000* Close the cycle - bill the interest, work out the minimum and * ZBNKLOC1
071100* its due date, schedule it and statement the customer.  What   * ZBNKLOC1
071200* is still unpaid of earlier minimums (less any payment credit  * ZBNKLOC1
071300* not yet applied to them) is shown as past due                 * ZBNKLOC1
071400***************************************************************** ZBNKLOC1
071500 CLOSE-CYCLE.                                                     ZBNKLOC1
071600     COMPUTE WS-NEW-CYCLE = LOC-REC-CYCLE-NO + 1.                 ZBNKLOC1
071700     MOVE LOC-REC-STMT-BALANCE TO WS-OPENING.                     ZBNKLOC1
071800     COMPUTE WS-INTEREST ROUNDED = LOC-REC-ACCRUED.               ZBNKLOC1
071900     SUBTRACT WS-INTEREST FROM LOC-REC-ACCRUED.                   ZBNKLOC1
072000     ADD WS-INTEREST TO LOC-REC-DRAWN.                            ZBNKLOC1
072100     IF WS-INTEREST IS GREATER THAN ZERO                          ZBNKLOC1
072200        PERFORM WRITE-INTEREST-AUDIT                              ZBNKLOC1
072300        ADD WS-INTEREST TO WS-INTEREST-TOTAL                      ZBNKLOC1
072400     END-IF.                                                      ZBNKLOC1
072500                                                                  ZBNKLOC1
072600     PERFORM SUM-UNPAID-MINIMUMS THRU                             ZBNKLOC1
072700             SUM-UNPAID-MINIMUMS-EXIT.                            ZBNKLOC1
072800     IF WS-PAST-DUE IS GREATER THAN LOC-REC-PAY-CREDIT            ZBNKLOC1
072900        SUBTRACT LOC-REC-PAY-CREDIT FROM WS-PAST-DUE              ZBNKLOC1
073000     ELSE                                                         ZBNKLOC1
073100        MOVE ZERO TO WS-PAST-DUE                                  ZBNKLOC1
073200     END-IF.                                                      ZBNKLOC1
073300                                                                  ZBNKLOC1
073400     IF LOC-REC-DRAWN IS NOT GREATER THAN ZERO                    ZBNKLOC1
073500        MOVE ZERO TO WS-MIN-DUE                                   ZBNKLOC1
073600     ELSE                                                         ZBNKLOC1
073700        COMPUTE WS-MIN-DUE ROUNDED =                              ZBNKLOC1
073800          (LOC-REC-DRAWN / 100) + WS-INTEREST                     ZBNKLOC1
073900        IF WS-MIN-DUE IS LESS THAN 25                             ZBNKLOC1
074000           MOVE 25 TO WS-MIN-DUE                                  ZBNKLOC1
074100        END-IF                                                    ZBNKLOC1
074200        IF WS-MIN-DUE IS GREATER THAN LOC-REC-DRAWN               ZBNKLOC1
074300           MOVE LOC-REC-DRAWN TO WS-MIN-DUE                       ZBNKLOC1
074400        END-IF                                                    ZBNKLOC1
074500     END-IF.                                                      ZBNKLOC1
074600                                                                  ZBNKLOC1
074700     COMPUTE WS-MONTH-OFFSET = WS-NEW-CYCLE + 1.                  ZBNKLOC1
074800     PERFORM ADVANCE-MONTHS THRU ADVANCE-MONTHS-EXIT.             ZBNKLOC1
074900     MOVE WS-DATE-WORK TO WS-DUE-ISO.                             ZBNKLOC1
075000                                                                  ZBNKLOC1
075100     IF WS-MIN-DUE IS GREATER THAN ZERO                           ZBNKLOC1
075200        PERFORM SCHEDULE-MINIMUM                                  ZBNKLOC1
075300        ADD WS-MIN-DUE TO WS-MIN-DUE-TOTAL                        ZBNKLOC1
075400     ELSE                                                         ZBNKLOC1
075500        MOVE SPACES TO WS-DUE-ISO                                 ZBNKLOC1
075600     END-IF.                                                      ZBNKLOC1
075700     MOVE WS-MIN-DUE TO LNM-REC-MONTHLY-PAYMENT.                  ZBNKLOC1
075800     REWRITE LNM-RECORD                                           ZBNKLOC1
075833     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKLOC1
075866     PERFORM JOURNAL-BNKLOAN.                                     ZBNKLOC1
075900     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKLOC1
076000        MOVE 'Unable to update line of credit loan'               ZBNKLOC1
076100          TO WS-CONSOLE-MESSAGE                                   ZBNKLOC1
076200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLOC1
076300        MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS                    ZBNKLOC1
076400        PERFORM DISPLAY-IO-STATUS                                 ZBNKLOC1
076500        PERFORM ABORT-PROGRAM                                     ZBNKLOC1
076600     END-IF.                                                      ZBNKLOC1
076700                                                                  ZBNKLOC1
076800***************************************************************** ZBNKLOC1
076900* A line with no balance and no movement gets no statement      * ZBNKLOC1
077000***************************************************************** ZBNKLOC1
077100     IF WS-OPENING IS NOT EQUAL TO ZERO OR                        ZBNKLOC1
077200        LOC-REC-DRAWN IS NOT EQUAL TO ZERO OR                     ZBNKLOC1
077300        LOC-REC-CYCLE-DRAWS IS NOT EQUAL TO ZERO OR               ZBNKLOC1
077400        LOC-REC-CYCLE-PAYMENTS IS NOT EQUAL TO ZERO               ZBNKLOC1
077466        PERFORM WRITE-STATEMENT THRU                              ZBNKLOC1
077532                WRITE-STATEMENT-EXIT                              ZBNKLOC1
077600     END-IF.                                                      ZBNKLOC1
077700                                                                  ZBNKLOC1
077800     MOVE WS-NEW-CYCLE TO LOC-REC-CYCLE-NO.                       ZBNKLOC1
077900     MOVE WS-TODAY-ISO TO LOC-REC-STMT-DATE.                      ZBNKLOC1
078000     MOVE LOC-REC-DRAWN TO LOC-REC-STMT-BALANCE.                  ZBNKLOC1
078100     MOVE WS-MIN-DUE TO LOC-REC-MIN-DUE.                          ZBNKLOC1
078200     MOVE WS-DUE-ISO TO LOC-REC-DUE-DATE.                         ZBNKLOC1
078300     MOVE ZERO TO LOC-REC-CYCLE-DRAWS.                            ZBNKLOC1
078400     MOVE ZERO TO LOC-REC-CYCLE-PAYMENTS.                         ZBNKLOC1
078500     ADD 1 TO WS-CYCLES-CLOSED.                                   ZBNKLOC1
078600                                                                  ZBNKLOC1
078700     MOVE LOC-REC-LOAN-ID TO WS-LINE4-LOAN-ID.                    ZBNKLOC1
078800     MOVE SPACES TO WS-LINE4-DESC.                                ZBNKLOC1
078900     IF WS-MIN-DUE IS GREATER THAN ZERO                           ZBNKLOC1
079000        STRING 'Minimum due ' DELIMITED BY SIZE                   ZBNKLOC1
079100               WS-DUE-ISO DELIMITED BY SIZE                       ZBNKLOC1
079200          INTO WS-LINE4-DESC                                      ZBNKLOC1
079300     ELSE                                                         ZBNKLOC1
079400        MOVE 'Nothing owed' TO WS-LINE4-DESC                      ZBNKLOC1
079500     END-IF.                                                      ZBNKLOC1
079600     MOVE 'Billed' TO WS-LINE4-ACTION.                            ZBNKLOC1
079700     MOVE WS-MIN-DUE TO WS-LINE4-AMOUNT.                          ZBNKLOC1
079800     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKLOC1
079900     PERFORM PRINTOUT-PUT.                                        ZBNKLOC1
080000 CLOSE-CYCLE-EXIT.                                                ZBNKLOC1
080100     EXIT.                                                        ZBNKLOC1
080200                                                                  ZBNKLOC1
080300***************************************************************** ZBNKLOC1
080400* The minimum becomes the line's schedule row for the next      * ZBNKLOC1
080500* cycle, so its payment number rolled onto the origination day  * ZBNKLOC1
080600* is its due date, just as for an instalment loan.  Interest    * ZBNKLOC1
080700* is taken out of it first                                      * ZBNKLOC1
080800***************************************************************** ZBNKLOC1
080900 SCHEDULE-MINIMUM.                                                ZBNKLOC1
081000     MOVE SPACES TO LNS-RECORD.                                   ZBNKLOC1
081100     MOVE LOC-REC-LOAN-ID TO LNS-REC-LOAN-ID.                     ZBNKLOC1
081200     COMPUTE LNS-REC-PAYMENT-NO = WS-NEW-CYCLE + 1.               ZBNKLOC1
081300     IF WS-INTEREST IS GREATER THAN WS-MIN-DUE                    ZBNKLOC1
081400        MOVE WS-MIN-DUE TO LNS-REC-INTEREST-PORTION               ZBNKLOC1
081500        MOVE ZERO TO LNS-REC-PRINCIPAL-PORTION                    ZBNKLOC1
081600     ELSE                                                         ZBNKLOC1
081700        MOVE WS-INTEREST TO LNS-REC-INTEREST-PORTION              ZBNKLOC1
081800        COMPUTE LNS-REC-PRINCIPAL-PORTION =                       ZBNKLOC1
081900          WS-MIN-DUE - WS-INTEREST                                ZBNKLOC1
082000     END-IF.                                                      ZBNKLOC1
082100     MOVE LOC-REC-DRAWN TO LNS-REC-REMAINING-BALANCE.             ZBNKLOC1
082200     SET LNS-ROW-UNPAID TO TRUE.                                  ZBNKLOC1
082300     MOVE SPACES TO LNS-REC-PAID-DATE.                            ZBNKLOC1
082400     WRITE LNS-RECORD.                                            ZBNKLOC1
082500     IF WS-BNKLNSCH-STATUS IS NOT EQUAL TO '00'                   ZBNKLOC1
082600        MOVE 'Unable to write minimum payment row'                ZBNKLOC1
082700          TO WS-CONSOLE-MESSAGE                                   ZBNKLOC1
082800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLOC1
082900        MOVE WS-BNKLNSCH-STATUS TO WS-IO-STATUS                   ZBNKLOC1
083000        PERFORM DISPLAY-IO-STATUS                                 ZBNKLOC1
083100        PERFORM ABORT-PROGRAM                                     ZBNKLOC1
083200     END-IF.                                                      ZBNKLOC1
083300                                                                  ZBNKLOC1
083400***************************************************************** ZBNKLOC1
083500* Total of the earlier minimums still unpaid                    * ZBNKLOC1
083600***************************************************************** ZBNKLOC1
083700 SUM-UNPAID-MINIMUMS.                                             ZBNKLOC1
083800     MOVE ZERO TO WS-PAST-DUE.                                    ZBNKLOC1
083900     MOVE LOC-REC-LOAN-ID TO LNS-REC-LOAN-ID.                     ZBNKLOC1
084000     MOVE ZERO TO LNS-REC-PAYMENT-NO.                             ZBNKLOC1
084100     START BNKLNSCH-FILE KEY GREATER THAN LNS-KEY.                ZBNKLOC1
084200     IF WS-BNKLNSCH-STATUS IS NOT EQUAL TO '00'                   ZBNKLOC1
084300        GO TO SUM-UNPAID-MINIMUMS-EXIT                            ZBNKLOC1
084400     END-IF.                                                      ZBNKLOC1
084500     MOVE 'NO ' TO WS-SCHED-END.                                  ZBNKLOC1
084600     PERFORM UNTIL WS-SCHED-END IS EQUAL TO 'YES'                 ZBNKLOC1
084700        READ BNKLNSCH-FILE NEXT RECORD                            ZBNKLOC1
084800        IF WS-BNKLNSCH-STATUS IS NOT EQUAL TO '00' OR             ZBNKLOC1
084900           LNS-REC-LOAN-ID IS NOT EQUAL TO LOC-REC-LOAN-ID        ZBNKLOC1
085000           MOVE 'YES' TO WS-SCHED-END                             ZBNKLOC1
085100        ELSE                                                      ZBNKLOC1
085200           IF LNS-ROW-UNPAID                                      ZBNKLOC1
085300              COMPUTE WS-ROW-DUE =                                ZBNKLOC1
085400                LNS-REC-PRINCIPAL-PORTION +                       ZBNKLOC1
085500                LNS-REC-INTEREST-PORTION                          ZBNKLOC1
085600              ADD WS-ROW-DUE TO WS-PAST-DUE                       ZBNKLOC1
085700           END-IF                                                 ZBNKLOC1
085800        END-IF                                                    ZBNKLOC1
085900     END-PERFORM.                                                 ZBNKLOC1
086000 SUM-UNPAID-MINIMUMS-EXIT.                                        ZBNKLOC1
086100     EXIT.                                                        ZBNKLOC1
086200                                                                  ZBNKLOC1
086300***************************************************************** ZBNKLOC1
086400* Roll the origination day (held at the 28th) forward by        * ZBNKLOC1
086500* WS-MONTH-OFFSET months, leaving the day serial in             * ZBNKLOC1
086600* WS-CALC-SERIAL and the date itself in WS-DATE-WORK            * ZBNKLOC1
086700***************************************************************** ZBNKLOC1
086800 ADVANCE-MONTHS.                                                  ZBNKLOC1
086900     COMPUTE WS-NEXT-MM = WS-ORIG-MM + WS-MONTH-OFFSET.           ZBNKLOC1
087000     MOVE WS-ORIG-YYYY TO WS-NEXT-YYYY.                           ZBNKLOC1
087100 ADVANCE-MONTHS-NORMALIZE.                                        ZBNKLOC1
087200     IF WS-NEXT-MM IS GREATER THAN 12                             ZBNKLOC1
087300        SUBTRACT 12 FROM WS-NEXT-MM                               ZBNKLOC1
087400        ADD 1 TO WS-NEXT-YYYY                                     ZBNKLOC1
087500        GO TO ADVANCE-MONTHS-NORMALIZE                            ZBNKLOC1
087600     END-IF.                                                      ZBNKLOC1
087700     MOVE WS-NEXT-YYYY TO WS-DATE-WORK-YYYY.                      ZBNKLOC1
087800     MOVE '-' TO WS-DATE-WORK-DASH1.                              ZBNKLOC1
087900     MOVE WS-NEXT-MM TO WS-DATE-WORK-MM.                          ZBNKLOC1
088000     MOVE '-' TO WS-DATE-WORK-DASH2.                              ZBNKLOC1
088100     MOVE WS-ORIG-DD TO WS-DATE-WORK-DD.                          ZBNKLOC1
088200     MOVE WS-NEXT-YYYY TO WS-CALC-YYYY.                           ZBNKLOC1
088300     MOVE WS-NEXT-MM TO WS-CALC-MM.                               ZBNKLOC1
088400     MOVE WS-ORIG-DD TO WS-CALC-DD.                               ZBNKLOC1
088500     PERFORM COMPUTE-DAY-SERIAL.                                  ZBNKLOC1
088600 ADVANCE-MONTHS-EXIT.                                             ZBNKLOC1
088700     EXIT.                                                        ZBNKLOC1
088800                                                                  ZBNKLOC1
088900***************************************************************** ZBNKLOC1
089000* Day serial number of WS-CALC-YYYY/MM/DD - the usual           * ZBNKLOC1
089100* integer-arithmetic calendar algorithm, good across leap       * ZBNKLOC1
089200* years for the date differences the accrual needs              * ZBNKLOC1
089300***************************************************************** ZBNKLOC1
089400 COMPUTE-DAY-SERIAL.                                              ZBNKLOC1
089500     IF WS-CALC-MM IS GREATER THAN 2                              ZBNKLOC1
089600        ADD 1 TO WS-CALC-MM                                       ZBNKLOC1
089700     ELSE                                                         ZBNKLOC1
089800        ADD 13 TO WS-CALC-MM                                      ZBNKLOC1
089900        SUBTRACT 1 FROM WS-CALC-YYYY                              ZBNKLOC1
090000     END-IF.                                                      ZBNKLOC1
090100***************************************************************** ZBNKLOC1
090200* Each division must truncate on its own, so the terms are      * ZBNKLOC1
090300* computed into integer fields before the sum                   * ZBNKLOC1
090400***************************************************************** ZBNKLOC1
090500     COMPUTE WS-CALC-TERM1 = (36525 * WS-CALC-YYYY) / 100.        ZBNKLOC1
090600     COMPUTE WS-CALC-TERM2 = (306001 * WS-CALC-MM) / 10000.       ZBNKLOC1
090700     COMPUTE WS-CALC-SERIAL =                                     ZBNKLOC1
090800       WS-CALC-TERM1 + WS-CALC-TERM2 + WS-CALC-DD.                ZBNKLOC1
090900                                                                  ZBNKLOC1
091000***************************************************************** ZBNKLOC1
091100* The billed interest for the ledger feed - it moves from the   * ZBNKLOC1
091200* line's receivable to interest income, not through a deposit   * ZBNKLOC1
091300* account                                                       * ZBNKLOC1
091400***************************************************************** ZBNKLOC1
091500 WRITE-INTEREST-AUDIT.                                            ZBNKLOC1
091600 COPY CTSTAMPP.                                                   ZBNKLOC1
091700     MOVE WS-TXN-SEQ TO WS-TS-TIME-DDDDDD (3:4).                  ZBNKLOC1
091800     ADD 1 TO WS-TXN-SEQ.                                         ZBNKLOC1
091900     MOVE '0' TO WS-TIMESTAMP (26:1).                             ZBNKLOC1
092000     MOVE SPACES TO BTX-RECORD.                                   ZBNKLOC1
092100     MOVE LOC-REC-PID TO BTX-REC-PID.                             ZBNKLOC1
092200     MOVE 'L' TO BTX-REC-TYPE.                                    ZBNKLOC1
092300     MOVE '6' TO BTX-REC-SUB-TYPE.                                ZBNKLOC1
092400     MOVE '000000000' TO BTX-REC-ACCNO.                           ZBNKLOC1
092500     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      ZBNKLOC1
092600     MOVE WS-INTEREST TO BTX-REC-AMOUNT.                          ZBNKLOC1
092700     MOVE SPACES TO TXN-DATA.                                     ZBNKLOC1
092800     STRING 'Line interest billed ' DELIMITED BY SIZE             ZBNKLOC1
092900            LOC-REC-LOAN-ID (1:10) DELIMITED BY SIZE              ZBNKLOC1
093000       INTO TXN-T1-OLD-DESC.                                      ZBNKLOC1
093100     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       ZBNKLOC1
093200     MOVE TXN-DATA-NEW TO BTX-REC-DATA-NEW.                       ZBNKLOC1
093300     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     ZBNKLOC1
093400     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      ZBNKLOC1
093500     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             ZBNKLOC1
093600     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       ZBNKLOC1
093700                           WS-TWOS-COMP-INPUT                     ZBNKLOC1
093800                           WS-TWOS-COMP-OUTPUT                    ZBNKLOC1
093900                           WS-TWOS-COMP-FORMAT.                   ZBNKLOC1
094000     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKLOC1
094100 COPY CBANKTXP.                                                   ZBNKLOC1
094200     WRITE BTX-RECORD                                             ZBNKLOC1
094233     SET JRN-CTL-ADD TO TRUE                                      ZBNKLOC1
094266     PERFORM JOURNAL-BNKTXN.                                      ZBNKLOC1
094300     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKLOC1
094400        MOVE 'Unable to write line interest audit'                ZBNKLOC1
094500          TO WS-CONSOLE-MESSAGE                                   ZBNKLOC1
094600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLOC1
094700        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKLOC1
094800        PERFORM DISPLAY-IO-STATUS                                 ZBNKLOC1
094900        PERFORM ABORT-PROGRAM                                     ZBNKLOC1
095000     END-IF.                                                      ZBNKLOC1
095100                                                                  ZBNKLOC1
095200***************************************************************** ZBNKLOC1
095300* The customer statement - the cycle's movements, the new       * ZBNKLOC1
095400* balance and credit available, and what is due and when        * ZBNKLOC1
095500***************************************************************** ZBNKLOC1
095600 WRITE-STATEMENT.                                                 ZBNKLOC1
095700     MOVE LOC-REC-PID TO BCS-REC-PID.                             ZBNKLOC1
095800     READ BNKCUST-FILE.                                           ZBNKLOC1
095900     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKLOC1
096000        MOVE 'Customer name unavailable' TO BCS-REC-NAME          ZBNKLOC1
096100     END-IF.                                                      ZBNKLOC1
096104                                                                  ZBNKLOC1
096108***************************************************************** ZBNKLOC1
096112* No paper goes to an address returned undeliverable - e-mail   * ZBNKLOC1
096116* if the customer takes it, otherwise the statement is held     * ZBNKLOC1
096120***************************************************************** ZBNKLOC1
096124     MOVE 'M' TO WS-STMT-CHANNEL.                                 ZBNKLOC1
096128     IF WS-BNKCUST-STATUS IS EQUAL TO '00' AND                    ZBNKLOC1
096132        BCS-ADDR-UNDELIVERABLE                                    ZBNKLOC1
096136        IF BCS-REC-SEND-EMAIL IS EQUAL TO 'Y'                     ZBNKLOC1
096140           MOVE 'E' TO WS-STMT-CHANNEL                            ZBNKLOC1
096144           ADD 1 TO WS-STMTS-EMAILED                              ZBNKLOC1
096148        ELSE                                                      ZBNKLOC1
096152           ADD 1 TO WS-STMTS-HELD                                 ZBNKLOC1
096156           MOVE LOC-REC-LOAN-ID TO WS-LINE4-LOAN-ID               ZBNKLOC1
096160           MOVE 'Address undeliverable - held'                    ZBNKLOC1
096164             TO WS-LINE4-DESC                                     ZBNKLOC1
096168           MOVE 'No statement' TO WS-LINE4-ACTION                 ZBNKLOC1
096172           MOVE LOC-REC-DRAWN TO WS-LINE4-AMOUNT                  ZBNKLOC1
096176           MOVE WS-LINE4 TO PRINTOUT-REC                          ZBNKLOC1
096180           PERFORM PRINTOUT-PUT                                   ZBNKLOC1
096184           GO TO WRITE-STATEMENT-EXIT                             ZBNKLOC1
096188        END-IF                                                    ZBNKLOC1
096192     END-IF.                                                      ZBNKLOC1
096196                                                                  ZBNKLOC1
096200     MOVE BCS-REC-NAME TO WS-STMT-HEAD-NAME.                      ZBNKLOC1
096300     MOVE LOC-REC-LOAN-ID TO WS-STMT-HEAD-LOAN.                   ZBNKLOC1
096400     MOVE WS-STMT-HEAD TO LOCSTMT-REC.                            ZBNKLOC1
096500     PERFORM LOCSTMT-PUT.                                         ZBNKLOC1
096600     MOVE SPACES TO LOCSTMT-REC.                                  ZBNKLOC1
096700     PERFORM LOCSTMT-PUT.                                         ZBNKLOC1
096800     MOVE 'Statement date' TO WS-STMT-DATE-DESC.                  ZBNKLOC1
096900     MOVE WS-TODAY-ISO TO WS-STMT-DATE-VALUE.                     ZBNKLOC1
097000     MOVE WS-STMT-DATE-LINE TO LOCSTMT-REC.                       ZBNKLOC1
097100     PERFORM LOCSTMT-PUT.                                         ZBNKLOC1
097200     MOVE 'Previous balance' TO WS-STMT-LINE-DESC.                ZBNKLOC1
097300     MOVE WS-OPENING TO WS-STMT-LINE-AMOUNT.                      ZBNKLOC1
097400     PERFORM LOCSTMT-AMOUNT.                                      ZBNKLOC1
097500     MOVE 'Draws to your account' TO WS-STMT-LINE-DESC.           ZBNKLOC1
097600     MOVE LOC-REC-CYCLE-DRAWS TO WS-STMT-LINE-AMOUNT.             ZBNKLOC1
097700     PERFORM LOCSTMT-AMOUNT.                                      ZBNKLOC1
097800     MOVE 'Payments received' TO WS-STMT-LINE-DESC.               ZBNKLOC1
097900     COMPUTE WS-STMT-LINE-AMOUNT =                                ZBNKLOC1
098000       ZERO - LOC-REC-CYCLE-PAYMENTS.                             ZBNKLOC1
098100     PERFORM LOCSTMT-AMOUNT.                                      ZBNKLOC1
098200     MOVE 'Interest charged' TO WS-STMT-LINE-DESC.                ZBNKLOC1
098300     MOVE WS-INTEREST TO WS-STMT-LINE-AMOUNT.                     ZBNKLOC1
098400     PERFORM LOCSTMT-AMOUNT.                                      ZBNKLOC1
098500     MOVE 'New balance' TO WS-STMT-LINE-DESC.                     ZBNKLOC1
098600     MOVE LOC-REC-DRAWN TO WS-STMT-LINE-AMOUNT.                   ZBNKLOC1
098700     PERFORM LOCSTMT-AMOUNT.                                      ZBNKLOC1
098800     MOVE SPACES TO LOCSTMT-REC.                                  ZBNKLOC1
098900     PERFORM LOCSTMT-PUT.                                         ZBNKLOC1
099000     MOVE 'Credit limit' TO WS-STMT-LINE-DESC.                    ZBNKLOC1
099100     MOVE LOC-REC-LIMIT TO WS-STMT-LINE-AMOUNT.                   ZBNKLOC1
099200     PERFORM LOCSTMT-AMOUNT.                                      ZBNKLOC1
099300     COMPUTE WS-AVAILABLE = LOC-REC-LIMIT - LOC-REC-DRAWN.        ZBNKLOC1
099400     IF WS-AVAILABLE IS LESS THAN ZERO OR                         ZBNKLOC1
099500        NOT LOC-STATUS-OPEN                                       ZBNKLOC1
099600        MOVE ZERO TO WS-AVAILABLE                                 ZBNKLOC1
099700     END-IF.                                                      ZBNKLOC1
099800     MOVE 'Available credit' TO WS-STMT-LINE-DESC.                ZBNKLOC1
099900     MOVE WS-AVAILABLE TO WS-STMT-LINE-AMOUNT.                    ZBNKLOC1
100000     PERFORM LOCSTMT-AMOUNT.                                      ZBNKLOC1
100100     IF WS-PAST-DUE IS GREATER THAN ZERO                          ZBNKLOC1
100200        MOVE 'Past due amount' TO WS-STMT-LINE-DESC               ZBNKLOC1
100300        MOVE WS-PAST-DUE TO WS-STMT-LINE-AMOUNT                   ZBNKLOC1
100400        PERFORM LOCSTMT-AMOUNT                                    ZBNKLOC1
100500     END-IF.                                                      ZBNKLOC1
100600     MOVE 'Minimum payment due' TO WS-STMT-LINE-DESC.             ZBNKLOC1
100700     MOVE WS-MIN-DUE TO WS-STMT-LINE-AMOUNT.                      ZBNKLOC1
100800     PERFORM LOCSTMT-AMOUNT.                                      ZBNKLOC1
100900     IF WS-PAST-DUE IS GREATER THAN ZERO                          ZBNKLOC1
101000        MOVE 'Total now due' TO WS-STMT-LINE-DESC                 ZBNKLOC1
101100        COMPUTE WS-STMT-LINE-AMOUNT = WS-PAST-DUE + WS-MIN-DUE    ZBNKLOC1
101200        PERFORM LOCSTMT-AMOUNT                                    ZBNKLOC1
101300     END-IF.                                                      ZBNKLOC1
101400     IF WS-MIN-DUE IS GREATER THAN ZERO                           ZBNKLOC1
101500        MOVE 'Payment due date' TO WS-STMT-DATE-DESC              ZBNKLOC1
101600        MOVE WS-DUE-ISO TO WS-STMT-DATE-VALUE                     ZBNKLOC1
101700        MOVE WS-STMT-DATE-LINE TO LOCSTMT-REC                     ZBNKLOC1
101800        PERFORM LOCSTMT-PUT                                       ZBNKLOC1
101900     END-IF.                                                      ZBNKLOC1
102000     ADD 1 TO WS-STATEMENTS.                                      ZBNKLOC1
102033 WRITE-STATEMENT-EXIT.                                            ZBNKLOC1
102066     EXIT.                                                        ZBNKLOC1
102100                                                                  ZBNKLOC1
102200***************************************************************** ZBNKLOC1
102300* Write a statement amount line                                 * ZBNKLOC1
102400***************************************************************** ZBNKLOC1
102500 LOCSTMT-AMOUNT.                                                  ZBNKLOC1
102600     MOVE WS-STMT-LINE TO LOCSTMT-REC.                            ZBNKLOC1
102700     PERFORM LOCSTMT-PUT.                                         ZBNKLOC1
102800                                                                  ZBNKLOC1
102900***************************************************************** ZBNKLOC1
103000* Write a statement line                                        * ZBNKLOC1
103100***************************************************************** ZBNKLOC1
103200 LOCSTMT-PUT.                                                     ZBNKLOC1
103245     IF WS-STMT-CHANNEL IS EQUAL TO 'E'                           ZBNKLOC1
103290        WRITE LOCSTMTE-REC FROM LOCSTMT-REC                       ZBNKLOC1
103335        IF WS-LOCSTMTE-STATUS IS NOT EQUAL TO '00'                ZBNKLOC1
103380          MOVE 'LOCSTMTE error writing file...'                   ZBNKLOC1
103425            TO WS-CONSOLE-MESSAGE                                 ZBNKLOC1
103470          PERFORM DISPLAY-CONSOLE-MESSAGE                         ZBNKLOC1
103515          MOVE WS-LOCSTMTE-STATUS TO WS-IO-STATUS                 ZBNKLOC1
103560          PERFORM DISPLAY-IO-STATUS                               ZBNKLOC1
103605          PERFORM ABORT-PROGRAM                                   ZBNKLOC1
103650        END-IF                                                    ZBNKLOC1
103695     ELSE                                                         ZBNKLOC1
103740        WRITE LOCSTMT-REC                                         ZBNKLOC1
103785        IF WS-LOCSTMT-STATUS IS NOT EQUAL TO '00'                 ZBNKLOC1
103830          MOVE 'LOCSTMT error writing file...'                    ZBNKLOC1
103875            TO WS-CONSOLE-MESSAGE                                 ZBNKLOC1
103920          PERFORM DISPLAY-CONSOLE-MESSAGE                         ZBNKLOC1
103965          MOVE WS-LOCSTMT-STATUS TO WS-IO-STATUS                  ZBNKLOC1
104010          PERFORM DISPLAY-IO-STATUS                               ZBNKLOC1
104055          PERFORM ABORT-PROGRAM                                   ZBNKLOC1
104100        END-IF                                                    ZBNKLOC1
104145     END-IF.                                                      ZBNKLOC1
104200                                                                  ZBNKLOC1
104300***************************************************************** ZBNKLOC1
104400* Print the report title                                        * ZBNKLOC1
104500***************************************************************** ZBNKLOC1
104600 PRINT-REPORT-HEADER.                                             ZBNKLOC1
104700     MOVE WS-LINE1 TO PRINTOUT-REC.                               ZBNKLOC1
104800     PERFORM PRINTOUT-PUT.                                        ZBNKLOC1
104900     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKLOC1
105000     PERFORM PRINTOUT-PUT.                                        ZBNKLOC1
105100                                                                  ZBNKLOC1
105200***************************************************************** ZBNKLOC1
105300* Print the run totals                                          * ZBNKLOC1
105400***************************************************************** ZBNKLOC1
105500 PRINT-REPORT-TOTALS.                                             ZBNKLOC1
105600     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKLOC1
105700     PERFORM PRINTOUT-PUT.                                        ZBNKLOC1
105800     MOVE ZERO TO WS-LINE5-AMOUNT.                                ZBNKLOC1
105900     MOVE 'Cards applied' TO WS-LINE5-DESC.                       ZBNKLOC1
106000     MOVE WS-CARDS-APPLIED TO WS-LINE5-COUNT.                     ZBNKLOC1
106100     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKLOC1
106200     PERFORM PRINTOUT-PUT.                                        ZBNKLOC1
106300     MOVE 'Cards rejected' TO WS-LINE5-DESC.                      ZBNKLOC1
106400     MOVE WS-CARDS-REJECTED TO WS-LINE5-COUNT.                    ZBNKLOC1
106500     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKLOC1
106600     PERFORM PRINTOUT-PUT.                                        ZBNKLOC1
106700     MOVE 'Lines read' TO WS-LINE5-DESC.                          ZBNKLOC1
106800     MOVE WS-LINES-READ TO WS-LINE5-COUNT.                        ZBNKLOC1
106900     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKLOC1
107000     PERFORM PRINTOUT-PUT.                                        ZBNKLOC1
107100     MOVE 'Lines accrued' TO WS-LINE5-DESC.                       ZBNKLOC1
107200     MOVE WS-LINES-ACCRUED TO WS-LINE5-COUNT.                     ZBNKLOC1
107300     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKLOC1
107400     PERFORM PRINTOUT-PUT.                                        ZBNKLOC1
107500     MOVE 'Cycles closed / interest' TO WS-LINE5-DESC.            ZBNKLOC1
107600     MOVE WS-CYCLES-CLOSED TO WS-LINE5-COUNT.                     ZBNKLOC1
107700     MOVE WS-INTEREST-TOTAL TO WS-LINE5-AMOUNT.                   ZBNKLOC1
107800     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKLOC1
107900     PERFORM PRINTOUT-PUT.                                        ZBNKLOC1
108000     MOVE 'Statements / minimums billed' TO WS-LINE5-DESC.        ZBNKLOC1
108100     MOVE WS-STATEMENTS TO WS-LINE5-COUNT.                        ZBNKLOC1
108200     MOVE WS-MIN-DUE-TOTAL TO WS-LINE5-AMOUNT.                    ZBNKLOC1
108300     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKLOC1
108400     PERFORM PRINTOUT-PUT.                                        ZBNKLOC1
108410     MOVE ZERO TO WS-LINE5-AMOUNT.                                ZBNKLOC1
108420     MOVE 'Statements by e-mail' TO WS-LINE5-DESC.                ZBNKLOC1
108430     MOVE WS-STMTS-EMAILED TO WS-LINE5-COUNT.                     ZBNKLOC1
108440     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKLOC1
108450     PERFORM PRINTOUT-PUT.                                        ZBNKLOC1
108460     MOVE 'Held - address undeliverable' TO WS-LINE5-DESC.        ZBNKLOC1
108470     MOVE WS-STMTS-HELD TO WS-LINE5-COUNT.                        ZBNKLOC1
108480     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKLOC1
108490     PERFORM PRINTOUT-PUT.                                        ZBNKLOC1
108500                                                                  ZBNKLOC1
108600***************************************************************** ZBNKLOC1
108700* Write a report line                                           * ZBNKLOC1
108800***************************************************************** ZBNKLOC1
108900 PRINTOUT-PUT.                                                    ZBNKLOC1
109000     WRITE PRINTOUT-REC.                                          ZBNKLOC1
109100     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKLOC1
109200       MOVE 'PRINTOUT error writing file...'                      ZBNKLOC1
109300         TO WS-CONSOLE-MESSAGE                                    ZBNKLOC1
109400       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKLOC1
109500       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKLOC1
109600       PERFORM DISPLAY-IO-STATUS                                  ZBNKLOC1
109700       PERFORM ABORT-PROGRAM                                      ZBNKLOC1
109800     END-IF.                                                      ZBNKLOC1
109900                                                                  ZBNKLOC1
110000***************************************************************** ZBNKLOC1
110100* Open all the files                                            * ZBNKLOC1
110200***************************************************************** ZBNKLOC1
110300 OPEN-FILES.                                                      ZBNKLOC1
110400     OPEN INPUT LOCIN-FILE.                                       ZBNKLOC1
110500     IF WS-LOCIN-STATUS IS EQUAL TO '00'                          ZBNKLOC1
110600        MOVE 'Y' TO WS-LOCIN-OPEN                                 ZBNKLOC1
110700     ELSE                                                         ZBNKLOC1
110800        IF WS-LOCIN-STATUS IS EQUAL TO '35'                       ZBNKLOC1
110900           MOVE 'N' TO WS-LOCIN-OPEN                              ZBNKLOC1
111000        ELSE                                                      ZBNKLOC1
111100           MOVE 'LOCIN file open failure...'                      ZBNKLOC1
111200             TO WS-CONSOLE-MESSAGE                                ZBNKLOC1
111300           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKLOC1
111400           MOVE WS-LOCIN-STATUS TO WS-IO-STATUS                   ZBNKLOC1
111500           PERFORM DISPLAY-IO-STATUS                              ZBNKLOC1
111600           PERFORM ABORT-PROGRAM                                  ZBNKLOC1
111700        END-IF                                                    ZBNKLOC1
111800     END-IF.                                                      ZBNKLOC1
111900     OPEN I-O BNKLOC-FILE.                                        ZBNKLOC1
112000     IF WS-BNKLOC-STATUS IS NOT EQUAL TO '00' AND                 ZBNKLOC1
112100        WS-BNKLOC-STATUS IS NOT EQUAL TO '05'                     ZBNKLOC1
112200        MOVE 'BNKLOC file open failure...'                        ZBNKLOC1
112300          TO WS-CONSOLE-MESSAGE                                   ZBNKLOC1
112400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLOC1
112500        MOVE WS-BNKLOC-STATUS TO WS-IO-STATUS                     ZBNKLOC1
112600        PERFORM DISPLAY-IO-STATUS                                 ZBNKLOC1
112700        PERFORM ABORT-PROGRAM                                     ZBNKLOC1
112800     END-IF.                                                      ZBNKLOC1
112900     OPEN I-O BNKLOAN-FILE.                                       ZBNKLOC1
113000     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKLOC1
113100        MOVE 'BNKLOAN file open failure...'                       ZBNKLOC1
113200          TO WS-CONSOLE-MESSAGE                                   ZBNKLOC1
113300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLOC1
113400        MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS                    ZBNKLOC1
113500        PERFORM DISPLAY-IO-STATUS                                 ZBNKLOC1
113600        PERFORM ABORT-PROGRAM                                     ZBNKLOC1
113700     END-IF.                                                      ZBNKLOC1
113800     OPEN I-O BNKLNSCH-FILE.                                      ZBNKLOC1
113900     IF WS-BNKLNSCH-STATUS IS NOT EQUAL TO '00'                   ZBNKLOC1
114000        MOVE 'BNKLNSCH file open failure...'                      ZBNKLOC1
114100          TO WS-CONSOLE-MESSAGE                                   ZBNKLOC1
114200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLOC1
114300        MOVE WS-BNKLNSCH-STATUS TO WS-IO-STATUS                   ZBNKLOC1
114400        PERFORM DISPLAY-IO-STATUS                                 ZBNKLOC1
114500        PERFORM ABORT-PROGRAM                                     ZBNKLOC1
114600     END-IF.                                                      ZBNKLOC1
114700     OPEN INPUT BNKACC-FILE.                                      ZBNKLOC1
114800     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKLOC1
114900        MOVE 'BNKACC file open failure...'                        ZBNKLOC1
115000          TO WS-CONSOLE-MESSAGE                                   ZBNKLOC1
115100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLOC1
115200        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKLOC1
115300        PERFORM DISPLAY-IO-STATUS                                 ZBNKLOC1
115400        PERFORM ABORT-PROGRAM                                     ZBNKLOC1
115500     END-IF.                                                      ZBNKLOC1
115600     OPEN INPUT BNKCUST-FILE.                                     ZBNKLOC1
115700     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKLOC1
115800        MOVE 'BNKCUST file open failure...'                       ZBNKLOC1
115900          TO WS-CONSOLE-MESSAGE                                   ZBNKLOC1
116000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLOC1
116100        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    ZBNKLOC1
116200        PERFORM DISPLAY-IO-STATUS                                 ZBNKLOC1
116300        PERFORM ABORT-PROGRAM                                     ZBNKLOC1
116400     END-IF.                                                      ZBNKLOC1
116500     OPEN I-O BNKTXN-FILE.                                        ZBNKLOC1
116600     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKLOC1
116700        MOVE 'BNKTXN file open failure...'                        ZBNKLOC1
116800          TO WS-CONSOLE-MESSAGE                                   ZBNKLOC1
116900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLOC1
117000        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKLOC1
117100        PERFORM DISPLAY-IO-STATUS                                 ZBNKLOC1
117200        PERFORM ABORT-PROGRAM                                     ZBNKLOC1
117300     END-IF.                                                      ZBNKLOC1
117400     OPEN OUTPUT LOCSTMT-FILE.                                    ZBNKLOC1
117500     IF WS-LOCSTMT-STATUS IS NOT EQUAL TO '00'                    ZBNKLOC1
117600        MOVE 'LOCSTMT file open failure...'                       ZBNKLOC1
117700          TO WS-CONSOLE-MESSAGE                                   ZBNKLOC1
117800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLOC1
117900        MOVE WS-LOCSTMT-STATUS TO WS-IO-STATUS                    ZBNKLOC1
118000        PERFORM DISPLAY-IO-STATUS                                 ZBNKLOC1
118100        PERFORM ABORT-PROGRAM                                     ZBNKLOC1
118200     END-IF.                                                      ZBNKLOC1
118210     OPEN OUTPUT LOCSTMTE-FILE.                                   ZBNKLOC1
118220     IF WS-LOCSTMTE-STATUS IS NOT EQUAL TO '00'                   ZBNKLOC1
118230        MOVE 'LOCSTMTE file open failure...'                      ZBNKLOC1
118240          TO WS-CONSOLE-MESSAGE                                   ZBNKLOC1
118250        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLOC1
118260        MOVE WS-LOCSTMTE-STATUS TO WS-IO-STATUS                   ZBNKLOC1
118270        PERFORM DISPLAY-IO-STATUS                                 ZBNKLOC1
118280        PERFORM ABORT-PROGRAM                                     ZBNKLOC1
118290     END-IF.                                                      ZBNKLOC1
118300     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKLOC1
118400     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKLOC1
118500        MOVE 'PRINTOUT file open failure...'                      ZBNKLOC1
118600          TO WS-CONSOLE-MESSAGE                                   ZBNKLOC1
118700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLOC1
118800        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKLOC1
118900        PERFORM DISPLAY-IO-STATUS                                 ZBNKLOC1
119000        PERFORM ABORT-PROGRAM                                     ZBNKLOC1
119100     END-IF.                                                      ZBNKLOC1
119200                                                                  ZBNKLOC1
119300***************************************************************** ZBNKLOC1
119400* Close all the files                                           * ZBNKLOC1
119500***************************************************************** ZBNKLOC1
119600 CLOSE-FILES.                                                     ZBNKLOC1
119700     IF WS-LOCIN-OPEN IS EQUAL TO 'Y'                             ZBNKLOC1
119800        CLOSE LOCIN-FILE                                          ZBNKLOC1
119900     END-IF.                                                      ZBNKLOC1
120000     CLOSE BNKLOC-FILE.                                           ZBNKLOC1
120100     CLOSE BNKLOAN-FILE.                                          ZBNKLOC1
120200     CLOSE BNKLNSCH-FILE.                                         ZBNKLOC1
120300     CLOSE BNKACC-FILE.                                           ZBNKLOC1
120400     CLOSE BNKCUST-FILE.                                          ZBNKLOC1
120500     CLOSE BNKTXN-FILE.                                           ZBNKLOC1
120600     CLOSE LOCSTMT-FILE.                                          ZBNKLOC1
120650     CLOSE LOCSTMTE-FILE.                                         ZBNKLOC1
120700     CLOSE PRINTOUT-FILE.                                         ZBNKLOC1
120800                                                                  ZBNKLOC1
120803***************************************************************** ZBNKLOC1
120806* Journal the BNKTXN record just added, changed or deleted so   * ZBNKLOC1
120809* it can be rolled forward onto a reload                        * ZBNKLOC1
120812***************************************************************** ZBNKLOC1
120815 JOURNAL-BNKTXN.                                                  ZBNKLOC1
120818     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKLOC1
120821     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKLOC1
120824     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKLOC1
120827     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKLOC1
120830     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKLOC1
120833     IF JRN-CTL-ERROR                                             ZBNKLOC1
120836        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKLOC1
120839        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLOC1
120842        PERFORM ABORT-PROGRAM                                     ZBNKLOC1
120845     END-IF.                                                      ZBNKLOC1
120848                                                                  ZBNKLOC1
120851***************************************************************** ZBNKLOC1
120854* Journal the BNKLOAN record just added, changed or deleted so  * ZBNKLOC1
120857* it can be rolled forward onto a reload                        * ZBNKLOC1
120860***************************************************************** ZBNKLOC1
120863 JOURNAL-BNKLOAN.                                                 ZBNKLOC1
120866     MOVE 'BNKLOAN' TO JRN-CTL-FILE.                              ZBNKLOC1
120869     MOVE WS-BNKLOAN-STATUS TO JRN-CTL-IO-STATUS.                 ZBNKLOC1
120872     MOVE BNKLOAN-REC TO JRN-CTL-IMAGE.                           ZBNKLOC1
120875     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKLOC1
120878     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKLOC1
120881     IF JRN-CTL-ERROR                                             ZBNKLOC1
120884        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKLOC1
120887        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLOC1
120890        PERFORM ABORT-PROGRAM                                     ZBNKLOC1
120893     END-IF.                                                      ZBNKLOC1
120896                                                                  ZBNKLOC1
120900***************************************************************** ZBNKLOC1
121000* Display the file status bytes. This routine will display as   * ZBNKLOC1
121100* two digits if the full two byte file status is numeric. If    * ZBNKLOC1
121200* second byte is non-numeric then it will be treated as a       * ZBNKLOC1
121300* binary number.                                                * ZBNKLOC1
121400***************************************************************** ZBNKLOC1
121500 DISPLAY-IO-STATUS.                                               ZBNKLOC1
121600     IF WS-IO-STATUS NUMERIC                                      ZBNKLOC1
121700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKLOC1
121800        STRING 'File status -' DELIMITED BY SIZE                  ZBNKLOC1
121900               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKLOC1
122000          INTO WS-CONSOLE-MESSAGE                                 ZBNKLOC1
122100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLOC1
122200     ELSE                                                         ZBNKLOC1
122300        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKLOC1
122400        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKLOC1
122500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKLOC1
122600        STRING 'File status -' DELIMITED BY SIZE                  ZBNKLOC1
122700               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKLOC1
122800               '/' DELIMITED BY SIZE                              ZBNKLOC1
122900               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKLOC1
123000          INTO WS-CONSOLE-MESSAGE                                 ZBNKLOC1
123100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLOC1
123200     END-IF.                                                      ZBNKLOC1
123300                                                                  ZBNKLOC1
123400***************************************************************** ZBNKLOC1
123500* 'ABORT' the program.                                          * ZBNKLOC1
123600* Post a message to the console and issue a STOP RUN            * ZBNKLOC1
123700***************************************************************** ZBNKLOC1
123800 ABORT-PROGRAM.                                                   ZBNKLOC1
123900     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKLOC1
124000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLOC1
124100     END-IF.                                                      ZBNKLOC1
124200     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKLOC1
124300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKLOC1
124400     MOVE 16 TO RETURN-CODE.                                      ZBNKLOC1
124500     STOP RUN.                                                    ZBNKLOC1
124600                                                                  ZBNKLOC1
124700***************************************************************** ZBNKLOC1
124800* Display CONSOLE messages...                                   * ZBNKLOC1
124900***************************************************************** ZBNKLOC1
125000 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKLOC1
125100     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKLOC1
125200       UPON CONSOLE.                                              ZBNKLOC1
125300     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKLOC1
125400                                                                  ZBNKLOC1
125500 COPY CTIMERP.                                                    ZBNKLOC1
125600                                                                  ZBNKLOC1
125700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKLOC1
