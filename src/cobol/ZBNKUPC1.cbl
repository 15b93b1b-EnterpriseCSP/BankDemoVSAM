000100***************************************************************** ZBNKUPC1
000200*                                                               * ZBNKUPC1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKUPC1
000400*   This demonstration program is provided for use by users     * ZBNKUPC1
000500*   of Micro Focus products and may be used, modified and       * ZBNKUPC1
000600*   distributed as part of your application provided that       * ZBNKUPC1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKUPC1
000800*   in this material.                                           * ZBNKUPC1
000900*                                                               * ZBNKUPC1
001000***************************************************************** ZBNKUPC1
001100                                                                  ZBNKUPC1
001200***************************************************************** ZBNKUPC1
001300* Program:     ZBNKUPC1.CBL                                     * ZBNKUPC1
001400* Function:    Nightly upcoming-payments low-funds run.  Each   * ZBNKUPC1
001500*              open account is projected forward thirty days    * ZBNKUPC1
001600*              the same way as the payment calendar (DBANKCLP)  * ZBNKUPC1
001700*              shows it - standing orders in the owner's RP     * ZBNKUPC1
001800*              slots, active recurring bill payments funded     * ZBNKUPC1
001900*              from it, pending future-dated payments and       * ZBNKUPC1
002000*              requests-to-pay, the owner's loan instalments    * ZBNKUPC1
002100*              and escrow on the account the loan run collects  * ZBNKUPC1
002200*              from, and direct-debit collections awaiting      * ZBNKUPC1
002300*              settlement, each taken on the next business day  * ZBNKUPC1
002400*              where it falls on a non-business day.  Where the * ZBNKUPC1
002500*              projected balance first drops past the overdraft * ZBNKUPC1
002600*              limit (below zero with no limit) three business  * ZBNKUPC1
002700*              days from now - after the second next business   * ZBNKUPC1
002800*              day and no later than the third - a low-funds    * ZBNKUPC1
002900*              alert (type F) is queued on BNKALRTQ for the     * ZBNKUPC1
003000*              account owner, if they have alert preferences on * ZBNKUPC1
003100*              BNKALPF, giving the date and the amount short.   * ZBNKUPC1
003200*              An account already past its limit is left to the * ZBNKUPC1
003300*              low-balance alerts.  The run stands down on a    * ZBNKUPC1
003400*              non-business day.  Every alert, and every        * ZBNKUPC1
003500*              shortfall with no one to tell, is listed on the  * ZBNKUPC1
003600*              report with the run totals.                      * ZBNKUPC1
003700*              Every master-file update is journaled through    * ZBNKUPC1
003800*              UJOURNL for forward recovery.                    * ZBNKUPC1
003900***************************************************************** ZBNKUPC1
004000                                                                  ZBNKUPC1
004100 IDENTIFICATION DIVISION.                                         ZBNKUPC1
004200 PROGRAM-ID.                                                      ZBNKUPC1
004300     ZBNKUPC1.                                                    ZBNKUPC1
004400 DATE-WRITTEN.                                                    ZBNKUPC1
004500     October 2026.                                                ZBNKUPC1
004600 DATE-COMPILED.                                                   ZBNKUPC1
004700     Today.                                                       ZBNKUPC1
004800                                                                  ZBNKUPC1
004900 ENVIRONMENT DIVISION.                                            ZBNKUPC1
005000 INPUT-OUTPUT   SECTION.                                          ZBNKUPC1
005100   FILE-CONTROL.                                                  ZBNKUPC1
005200     SELECT BNKACC-FILE                                           ZBNKUPC1
005300            ASSIGN       TO BNKACC                                ZBNKUPC1
005400            ORGANIZATION IS INDEXED                               ZBNKUPC1
005500            ACCESS MODE  IS DYNAMIC                               ZBNKUPC1
005600            RECORD KEY   IS BAC-REC-ACCNO                         ZBNKUPC1
005700            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          ZBNKUPC1
005800            FILE STATUS  IS WS-BNKACC-STATUS.                     ZBNKUPC1
005900     SELECT BNKRPAY-FILE                                          ZBNKUPC1
006000            ASSIGN       TO BNKRPAY                               ZBNKUPC1
006100            ORGANIZATION IS INDEXED                               ZBNKUPC1
006200            ACCESS MODE  IS DYNAMIC                               ZBNKUPC1
006300            RECORD KEY   IS RPI-KEY                               ZBNKUPC1
006400            FILE STATUS  IS WS-BNKRPAY-STATUS.                    ZBNKUPC1
006500     SELECT BNKPEND-FILE                                          ZBNKUPC1
006600            ASSIGN       TO BNKPEND                               ZBNKUPC1
006700            ORGANIZATION IS INDEXED                               ZBNKUPC1
006800            ACCESS MODE  IS DYNAMIC                               ZBNKUPC1
006900            RECORD KEY   IS PP-KEY                                ZBNKUPC1
007000            FILE STATUS  IS WS-BNKPEND-STATUS.                    ZBNKUPC1
007100     SELECT BNKLOAN-FILE                                          ZBNKUPC1
007200            ASSIGN       TO BNKLOAN                               ZBNKUPC1
007300            ORGANIZATION IS INDEXED                               ZBNKUPC1
007400            ACCESS MODE  IS DYNAMIC                               ZBNKUPC1
007500            RECORD KEY   IS LNM-KEY                               ZBNKUPC1
007600            FILE STATUS  IS WS-BNKLOAN-STATUS.                    ZBNKUPC1
007700     SELECT BNKLNSCH-FILE                                         ZBNKUPC1
007800            ASSIGN       TO BNKLNSCH                              ZBNKUPC1
007900            ORGANIZATION IS INDEXED                               ZBNKUPC1
008000            ACCESS MODE  IS DYNAMIC                               ZBNKUPC1
008100            RECORD KEY   IS LNS-KEY                               ZBNKUPC1
008200            FILE STATUS  IS WS-BNKLNSCH-STATUS.                   ZBNKUPC1
008300     SELECT BNKESCR-FILE                                          ZBNKUPC1
008400            ASSIGN       TO BNKESCR                               ZBNKUPC1
008500            ORGANIZATION IS INDEXED                               ZBNKUPC1
008600            ACCESS MODE  IS DYNAMIC                               ZBNKUPC1
008700            RECORD KEY   IS ESC-KEY                               ZBNKUPC1
008800            FILE STATUS  IS WS-BNKESCR-STATUS.                    ZBNKUPC1
008900     SELECT BNKBKRP-FILE                                          ZBNKUPC1
009000            ASSIGN       TO BNKBKRP                               ZBNKUPC1
009100            ORGANIZATION IS INDEXED                               ZBNKUPC1
009200            ACCESS MODE  IS DYNAMIC                               ZBNKUPC1
009300            RECORD KEY   IS BKR-KEY                               ZBNKUPC1
009400            FILE STATUS  IS WS-BNKBKRP-STATUS.                    ZBNKUPC1
009500     SELECT BNKPAYQ-FILE                                          ZBNKUPC1
009600            ASSIGN       TO BNKPAYQ                               ZBNKUPC1
009700            ORGANIZATION IS INDEXED                               ZBNKUPC1
009800            ACCESS MODE  IS DYNAMIC                               ZBNKUPC1
009900            RECORD KEY   IS PQ-REC-REF                            ZBNKUPC1
010000            FILE STATUS  IS WS-BNKPAYQ-STATUS.                    ZBNKUPC1
010100     SELECT BNKALPF-FILE                                          ZBNKUPC1
010200            ASSIGN       TO BNKALPF                               ZBNKUPC1
010300            ORGANIZATION IS INDEXED                               ZBNKUPC1
010400            ACCESS MODE  IS RANDOM                                ZBNKUPC1
010500            RECORD KEY   IS ALP-REC-PID                           ZBNKUPC1
010600            FILE STATUS  IS WS-BNKALPF-STATUS.                    ZBNKUPC1
010700     SELECT BNKALRTQ-FILE                                         ZBNKUPC1
010800            ASSIGN       TO BNKALRTQ                              ZBNKUPC1
010900            ORGANIZATION IS INDEXED                               ZBNKUPC1
011000            ACCESS MODE  IS RANDOM                                ZBNKUPC1
011100            RECORD KEY   IS AQ-REC-TIMESTAMP                      ZBNKUPC1
011200            FILE STATUS  IS WS-BNKALRTQ-STATUS.                   ZBNKUPC1
011300     SELECT PRINTOUT-FILE                                         ZBNKUPC1
011400            ASSIGN       TO PRINTOUT                              ZBNKUPC1
011500            ORGANIZATION IS SEQUENTIAL                            ZBNKUPC1
011600            ACCESS MODE  IS SEQUENTIAL                            ZBNKUPC1
011700            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKUPC1
011800                                                                  ZBNKUPC1
011900 DATA DIVISION.                                                   ZBNKUPC1
012000 FILE SECTION.                                                    ZBNKUPC1
012100                                                                  ZBNKUPC1
012200 FD  BNKACC-FILE.                                                 ZBNKUPC1
012300 01  BNKACC-REC.                                                  ZBNKUPC1
012400 COPY CBANKVAC.                                                   ZBNKUPC1
012500                                                                  ZBNKUPC1
012600 FD  BNKRPAY-FILE.                                                ZBNKUPC1
012700 01  BNKRPAY-REC.                                                 ZBNKUPC1
012800 COPY CBANKVRP.                                                   ZBNKUPC1
012900                                                                  ZBNKUPC1
013000 FD  BNKPEND-FILE.                                                ZBNKUPC1
013100 01  BNKPEND-REC.                                                 ZBNKUPC1
013200 COPY CBANKVPP.                                                   ZBNKUPC1
013300                                                                  ZBNKUPC1
013400 FD  BNKLOAN-FILE.                                                ZBNKUPC1
013500 01  BNKLOAN-REC.                                                 ZBNKUPC1
013600 COPY CBANKVLN.                                                   ZBNKUPC1
013700                                                                  ZBNKUPC1
013800 FD  BNKLNSCH-FILE.                                               ZBNKUPC1
013900 01  BNKLNSCH-REC.                                                ZBNKUPC1
014000 COPY CBANKVLS.                                                   ZBNKUPC1
014100                                                                  ZBNKUPC1
014200 FD  BNKESCR-FILE.                                                ZBNKUPC1
014300 01  BNKESCR-REC.                                                 ZBNKUPC1
014400 COPY CBANKVES.                                                   ZBNKUPC1
014500                                                                  ZBNKUPC1
014600 FD  BNKBKRP-FILE.                                                ZBNKUPC1
014700 01  BNKBKRP-REC.                                                 ZBNKUPC1
014800 COPY CBANKVBK.                                                   ZBNKUPC1
014900                                                                  ZBNKUPC1
015000 FD  BNKPAYQ-FILE.                                                ZBNKUPC1
015100 01  BNKPAYQ-REC.                                                 ZBNKUPC1
015200 COPY CBANKVPQ.                                                   ZBNKUPC1
015300                                                                  ZBNKUPC1
015400 FD  BNKALPF-FILE.                                                ZBNKUPC1
015500 01  BNKALPF-REC.                                                 ZBNKUPC1
015600 COPY CBANKVAP.                                                   ZBNKUPC1
015700                                                                  ZBNKUPC1
015800 FD  BNKALRTQ-FILE.                                               ZBNKUPC1
015900 01  BNKALRTQ-REC.                                                ZBNKUPC1
016000 COPY CBANKVAQ.                                                   ZBNKUPC1
016100                                                                  ZBNKUPC1
016200 FD  PRINTOUT-FILE.                                               ZBNKUPC1
016300 01  PRINTOUT-REC                            PIC X(121).          ZBNKUPC1
016400                                                                  ZBNKUPC1
016500 WORKING-STORAGE SECTION.                                         ZBNKUPC1
016600 COPY CJOURNLD.                                                   ZBNKUPC1
016700                                                                  ZBNKUPC1
016800 COPY CRUNCTLD.                                                   ZBNKUPC1
016900                                                                  ZBNKUPC1
017000 COPY CTIMERD.                                                    ZBNKUPC1
017100                                                                  ZBNKUPC1
017200 COPY CTSTAMPD.                                                   ZBNKUPC1
017300                                                                  ZBNKUPC1
017400 COPY CBUSDAYD.                                                   ZBNKUPC1
017500                                                                  ZBNKUPC1
017600***************************************************************** ZBNKUPC1
017700* The thirty days projected, today first.  POST is the day an   * ZBNKUPC1
017800* item due on that day is actually taken - itself or the next   * ZBNKUPC1
017900* business day in the window (zero when beyond it).             * ZBNKUPC1
018000***************************************************************** ZBNKUPC1
018100 01  WS-DAY-TABLE.                                                ZBNKUPC1
018200   05  WS-DAY-ENTRY OCCURS 30 TIMES.                              ZBNKUPC1
018300     10  WS-DAY-DATE                         PIC X(10).           ZBNKUPC1
018400     10  WS-DAY-BUSINESS                     PIC X(1).            ZBNKUPC1
018500       88  WS-DAY-IS-BUSINESS                VALUE 'Y'.           ZBNKUPC1
018600     10  WS-DAY-POST                         PIC S9(4) COMP.      ZBNKUPC1
018700     10  WS-DAY-ELAPSED                      PIC S9(5) COMP-3.    ZBNKUPC1
018800     10  WS-DAY-NET                          PIC S9(9)V99 COMP-3. ZBNKUPC1
018900                                                                  ZBNKUPC1
019000***************************************************************** ZBNKUPC1
019100* The accounts of the customer in hand, in alternate-key order  * ZBNKUPC1
019200* so the first open one is the one the loan run collects from   * ZBNKUPC1
019300***************************************************************** ZBNKUPC1
019400 01  WS-ACC-TABLE.                                                ZBNKUPC1
019500   05  WS-AT-ENTRY OCCURS 30 TIMES.                               ZBNKUPC1
019600     10  WS-AT-ACCNO                         PIC X(9).            ZBNKUPC1
019700     10  WS-AT-STATUS                        PIC X(1).            ZBNKUPC1
019800     10  WS-AT-BALANCE                       PIC S9(7)V99 COMP-3. ZBNKUPC1
019900     10  WS-AT-OD-LIMIT                      PIC S9(5)V99 COMP-3. ZBNKUPC1
020000     10  WS-AT-JOINT-PID                     PIC X(5).            ZBNKUPC1
020100     10  WS-AT-SLOT OCCURS 3 TIMES.                               ZBNKUPC1
020200       15  WS-AT-SLOT-DAY                    PIC X(2).            ZBNKUPC1
020300       15  WS-AT-SLOT-AMOUNT                 PIC S9(5)V99 COMP-3. ZBNKUPC1
020400       15  WS-AT-SLOT-ACCNO                  PIC X(9).            ZBNKUPC1
020500       15  WS-AT-SLOT-LAST-PAY               PIC X(10).           ZBNKUPC1
020600   05  WS-AT-COUNT                           PIC S9(3) COMP.      ZBNKUPC1
020700   05  WS-AT-SUB                             PIC S9(3) COMP.      ZBNKUPC1
020800   05  WS-AT-SUB2                            PIC S9(3) COMP.      ZBNKUPC1
020900   05  WS-SLOT-SUB                           PIC S9(3) COMP.      ZBNKUPC1
021000                                                                  ZBNKUPC1
021100***************************************************************** ZBNKUPC1
021200* Pending future-dated payments in the window                   * ZBNKUPC1
021300***************************************************************** ZBNKUPC1
021400 01  WS-PEND-TABLE.                                               ZBNKUPC1
021500   05  WS-PT-ENTRY OCCURS 2000 TIMES.                             ZBNKUPC1
021600     10  WS-PT-FROM-ACCNO                    PIC X(9).            ZBNKUPC1
021700     10  WS-PT-TO-ACCNO                      PIC X(9).            ZBNKUPC1
021800     10  WS-PT-AMOUNT                        PIC S9(7)V99 COMP-3. ZBNKUPC1
021900     10  WS-PT-DAY                           PIC S9(4) COMP.      ZBNKUPC1
022000   05  WS-PT-COUNT                           PIC S9(4) COMP.      ZBNKUPC1
022100   05  WS-PT-SUB                             PIC S9(4) COMP.      ZBNKUPC1
022200                                                                  ZBNKUPC1
022300***************************************************************** ZBNKUPC1
022400* Direct-debit collections sent and awaiting settlement         * ZBNKUPC1
022500***************************************************************** ZBNKUPC1
022600 01  WS-COLL-TABLE.                                               ZBNKUPC1
022700   05  WS-CT-ENTRY OCCURS 1000 TIMES.                             ZBNKUPC1
022800     10  WS-CT-ACCNO                         PIC X(9).            ZBNKUPC1
022900     10  WS-CT-AMOUNT                        PIC S9(7)V99 COMP-3. ZBNKUPC1
023000     10  WS-CT-DAY                           PIC S9(4) COMP.      ZBNKUPC1
023100   05  WS-CT-COUNT                           PIC S9(4) COMP.      ZBNKUPC1
023200   05  WS-CT-SUB                             PIC S9(4) COMP.      ZBNKUPC1
023300                                                                  ZBNKUPC1
023400***************************************************************** ZBNKUPC1
023500* Active instalment loans the loan run would collect            * ZBNKUPC1
023600***************************************************************** ZBNKUPC1
023700 01  WS-LOAN-TABLE.                                               ZBNKUPC1
023800   05  WS-LT-ENTRY OCCURS 1000 TIMES.                             ZBNKUPC1
023900     10  WS-LT-LOAN-ID                       PIC X(26).           ZBNKUPC1
024000     10  WS-LT-PID                           PIC X(5).            ZBNKUPC1
024100     10  WS-LT-PAYMENT                       PIC S9(6)V99 COMP-3. ZBNKUPC1
024200     10  WS-LT-TERM                          PIC S9(5) COMP-3.    ZBNKUPC1
024300   05  WS-LT-COUNT                           PIC S9(4) COMP.      ZBNKUPC1
024400   05  WS-LT-SUB                             PIC S9(4) COMP.      ZBNKUPC1
024500                                                                  ZBNKUPC1
024600 01  WS-MISC-STORAGE.                                             ZBNKUPC1
024700   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKUPC1
024800       VALUE 'ZBNKUPC1'.                                          ZBNKUPC1
024900   05  WS-BNKACC-STATUS.                                          ZBNKUPC1
025000     10  WS-BNKACC-STAT1                     PIC X(1).            ZBNKUPC1
025100     10  WS-BNKACC-STAT2                     PIC X(1).            ZBNKUPC1
025200   05  WS-BNKRPAY-STATUS.                                         ZBNKUPC1
025300     10  WS-BNKRPAY-STAT1                    PIC X(1).            ZBNKUPC1
025400     10  WS-BNKRPAY-STAT2                    PIC X(1).            ZBNKUPC1
025500   05  WS-BNKPEND-STATUS.                                         ZBNKUPC1
025600     10  WS-BNKPEND-STAT1                    PIC X(1).            ZBNKUPC1
025700     10  WS-BNKPEND-STAT2                    PIC X(1).            ZBNKUPC1
025800   05  WS-BNKLOAN-STATUS.                                         ZBNKUPC1
025900     10  WS-BNKLOAN-STAT1                    PIC X(1).            ZBNKUPC1
026000     10  WS-BNKLOAN-STAT2                    PIC X(1).            ZBNKUPC1
026100   05  WS-BNKLNSCH-STATUS.                                        ZBNKUPC1
026200     10  WS-BNKLNSCH-STAT1                   PIC X(1).            ZBNKUPC1
026300     10  WS-BNKLNSCH-STAT2                   PIC X(1).            ZBNKUPC1
026400   05  WS-BNKESCR-STATUS.                                         ZBNKUPC1
026500     10  WS-BNKESCR-STAT1                    PIC X(1).            ZBNKUPC1
026600     10  WS-BNKESCR-STAT2                    PIC X(1).            ZBNKUPC1
026700   05  WS-BNKBKRP-STATUS.                                         ZBNKUPC1
026800     10  WS-BNKBKRP-STAT1                    PIC X(1).            ZBNKUPC1
026900     10  WS-BNKBKRP-STAT2                    PIC X(1).            ZBNKUPC1
027000   05  WS-BNKPAYQ-STATUS.                                         ZBNKUPC1
027100     10  WS-BNKPAYQ-STAT1                    PIC X(1).            ZBNKUPC1
027200     10  WS-BNKPAYQ-STAT2                    PIC X(1).            ZBNKUPC1
027300   05  WS-BNKALPF-STATUS.                                         ZBNKUPC1
027400     10  WS-BNKALPF-STAT1                    PIC X(1).            ZBNKUPC1
027500     10  WS-BNKALPF-STAT2                    PIC X(1).            ZBNKUPC1
027600   05  WS-BNKALRTQ-STATUS.                                        ZBNKUPC1
027700     10  WS-BNKALRTQ-STAT1                   PIC X(1).            ZBNKUPC1
027800     10  WS-BNKALRTQ-STAT2                   PIC X(1).            ZBNKUPC1
027900   05  WS-PRINTOUT-STATUS.                                        ZBNKUPC1
028000     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKUPC1
028100     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKUPC1
028200   05  WS-IO-STATUS.                                              ZBNKUPC1
028300     10  WS-IO-STAT1                         PIC X(1).            ZBNKUPC1
028400     10  WS-IO-STAT2                         PIC X(1).            ZBNKUPC1
028500   05  WS-TWO-BYTES.                                              ZBNKUPC1
028600     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKUPC1
028700     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKUPC1
028800   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKUPC1
028900                                             PIC 9(1) COMP.       ZBNKUPC1
029000   05  WS-END-OF-FILE                        PIC X(3)             ZBNKUPC1
029100       VALUE 'NO '.                                               ZBNKUPC1
029200   05  WS-TODAY                              PIC X(10).           ZBNKUPC1
029300   05  WS-BUS-DAY-2                          PIC X(10).           ZBNKUPC1
029400   05  WS-BUS-DAY-3                          PIC X(10).           ZBNKUPC1
029500   05  WS-CUST-PID                           PIC X(5).            ZBNKUPC1
029600   05  WS-RPAY-PID                           PIC X(5).            ZBNKUPC1
029700   05  WS-FIRST-ACCNO                        PIC X(9).            ZBNKUPC1
029800   05  WS-DAY-SUB                            PIC S9(4) COMP.      ZBNKUPC1
029900   05  WS-NEXT-POST                          PIC S9(4) COMP.      ZBNKUPC1
030000   05  WS-ITEM-DAY                           PIC S9(4) COMP.      ZBNKUPC1
030100   05  WS-ITEM-AMOUNT                        PIC S9(7)V99 COMP-3. ZBNKUPC1
030200   05  WS-SLOT-DAY                           PIC X(2).            ZBNKUPC1
030300   05  WS-SLOT-LAST-PAY                      PIC X(10).           ZBNKUPC1
030400   05  WS-FLOOR                              PIC S9(9)V99 COMP-3. ZBNKUPC1
030500   05  WS-RUNNING                            PIC S9(9)V99 COMP-3. ZBNKUPC1
030600   05  WS-SHORT-DATE                         PIC X(10).           ZBNKUPC1
030700   05  WS-SHORT-BAL                          PIC S9(9)V99 COMP-3. ZBNKUPC1
030800   05  WS-SHORT-BY                           PIC S9(9)V99 COMP-3. ZBNKUPC1
030900   05  WS-ESCROW-AMT                         PIC S9(5)V99 COMP-3. ZBNKUPC1
031000   05  WS-ALERT-SEQ                          PIC 9(4)             ZBNKUPC1
031100       VALUE ZERO.                                                ZBNKUPC1
031200   05  WS-ORIG-DATE                          PIC X(10).           ZBNKUPC1
031300   05  FILLER REDEFINES WS-ORIG-DATE.                             ZBNKUPC1
031400     10  WS-ORIG-YYYY                        PIC 9(4).            ZBNKUPC1
031500     10  FILLER                              PIC X(1).            ZBNKUPC1
031600     10  WS-ORIG-MM                          PIC 9(2).            ZBNKUPC1
031700     10  FILLER                              PIC X(1).            ZBNKUPC1
031800     10  WS-ORIG-DD                          PIC 9(2).            ZBNKUPC1
031900   05  WS-DATE-WORK                          PIC X(10).           ZBNKUPC1
032000   05  FILLER REDEFINES WS-DATE-WORK.                             ZBNKUPC1
032100     10  WS-DATE-WORK-YYYY                   PIC 9(4).            ZBNKUPC1
032200     10  FILLER                              PIC X(1).            ZBNKUPC1
032300     10  WS-DATE-WORK-MM                     PIC 9(2).            ZBNKUPC1
032400     10  FILLER                              PIC X(1).            ZBNKUPC1
032500     10  WS-DATE-WORK-DD                     PIC 9(2).            ZBNKUPC1
032600   05  WS-CUSTOMERS-READ                     PIC 9(7)             ZBNKUPC1
032700       VALUE ZERO.                                                ZBNKUPC1
032800   05  WS-ACCOUNTS-PROJECTED                 PIC 9(7)             ZBNKUPC1
032900       VALUE ZERO.                                                ZBNKUPC1
033000   05  WS-ACCOUNTS-PAST-LIMIT                PIC 9(7)             ZBNKUPC1
033100       VALUE ZERO.                                                ZBNKUPC1
033200   05  WS-SHORTFALLS                         PIC 9(7)             ZBNKUPC1
033300       VALUE ZERO.                                                ZBNKUPC1
033400   05  WS-ALERTS-QUEUED                      PIC 9(7)             ZBNKUPC1
033500       VALUE ZERO.                                                ZBNKUPC1
033600   05  WS-NO-PREFERENCES                     PIC 9(7)             ZBNKUPC1
033700       VALUE ZERO.                                                ZBNKUPC1
033800   05  WS-ITEMS-DROPPED                      PIC 9(7)             ZBNKUPC1
033900       VALUE ZERO.                                                ZBNKUPC1
034000   05  WS-AMT-SHORT                          PIC S9(9)V99 COMP-3  ZBNKUPC1
034100       VALUE ZERO.                                                ZBNKUPC1
034200                                                                  ZBNKUPC1
034300 01  WS-REPORT-LINES.                                             ZBNKUPC1
034400   05  WS-LINE1.                                                  ZBNKUPC1
034500     10  WS-LINE1-CC                         PIC X(1)             ZBNKUPC1
034600         VALUE '1'.                                               ZBNKUPC1
034700     10  FILLER                              PIC X(20)            ZBNKUPC1
034800         VALUE SPACES.                                            ZBNKUPC1
034900     10  WS-LINE1-HEAD                       PIC X(36)            ZBNKUPC1
035000         VALUE 'Upcoming Payments Low-Funds Run '.                ZBNKUPC1
035100     10  WS-LINE1-DATE                       PIC X(10).           ZBNKUPC1
035200   05  WS-LINE2.                                                  ZBNKUPC1
035300     10  WS-LINE2-CC                         PIC X(1)             ZBNKUPC1
035400         VALUE ' '.                                               ZBNKUPC1
035500     10  FILLER                              PIC X(34)            ZBNKUPC1
035600         VALUE 'Alerting shortfalls projected for '.              ZBNKUPC1
035700     10  WS-LINE2-FROM                       PIC X(10).           ZBNKUPC1
035800     10  FILLER                              PIC X(4)             ZBNKUPC1
035900         VALUE ' to '.                                            ZBNKUPC1
036000     10  WS-LINE2-TO                         PIC X(10).           ZBNKUPC1
036100   05  WS-LINE3.                                                  ZBNKUPC1
036200     10  WS-LINE3-CC                         PIC X(1)             ZBNKUPC1
036300         VALUE ' '.                                               ZBNKUPC1
036400     10  FILLER                              PIC X(11)            ZBNKUPC1
036500         VALUE 'Account'.                                         ZBNKUPC1
036600     10  FILLER                              PIC X(7)             ZBNKUPC1
036700         VALUE 'PID'.                                             ZBNKUPC1
036800     10  FILLER                              PIC X(12)            ZBNKUPC1
036900         VALUE 'Shortfall'.                                       ZBNKUPC1
037000     10  FILLER                              PIC X(14)            ZBNKUPC1
037100         VALUE '   Projected'.                                    ZBNKUPC1
037200     10  FILLER                              PIC X(14)            ZBNKUPC1
037300         VALUE '      Short by'.                                  ZBNKUPC1
037400     10  FILLER                              PIC X(2)             ZBNKUPC1
037500         VALUE SPACES.                                            ZBNKUPC1
037600     10  FILLER                              PIC X(30)            ZBNKUPC1
037700         VALUE 'Action'.                                          ZBNKUPC1
037800   05  WS-LINE4.                                                  ZBNKUPC1
037900     10  WS-LINE4-CC                         PIC X(1)             ZBNKUPC1
038000         VALUE ' '.                                               ZBNKUPC1
038100     10  WS-LINE4-ACCNO                      PIC X(11).           ZBNKUPC1
038200     10  WS-LINE4-PID                        PIC X(7).            ZBNKUPC1
038300     10  WS-LINE4-DATE                       PIC X(12).           ZBNKUPC1
038400     10  WS-LINE4-BALANCE                    PIC Z,ZZZ,ZZ9.99-.   ZBNKUPC1
038500     10  FILLER                              PIC X(1)             ZBNKUPC1
038600         VALUE SPACE.                                             ZBNKUPC1
038700     10  WS-LINE4-SHORT-BY                   PIC Z,ZZZ,ZZ9.99-.   ZBNKUPC1
038800     10  FILLER                              PIC X(3)             ZBNKUPC1
038900         VALUE SPACES.                                            ZBNKUPC1
039000     10  WS-LINE4-ACTION                     PIC X(30).           ZBNKUPC1
039100   05  WS-LINE5.                                                  ZBNKUPC1
039200     10  WS-LINE5-CC                         PIC X(1)             ZBNKUPC1
039300         VALUE ' '.                                               ZBNKUPC1
039400     10  WS-LINE5-TEXT                       PIC X(40).           ZBNKUPC1
039500     10  WS-LINE5-COUNT                      PIC ZZZZZZ9.         ZBNKUPC1
039600     10  FILLER                              PIC X(3)             ZBNKUPC1
039700         VALUE SPACES.                                            ZBNKUPC1
039800     10  WS-LINE5-AMOUNT                     PIC ZZZ,ZZZ,ZZ9.99-. ZBNKUPC1
039900                                                                  ZBNKUPC1
040000 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKUPC1
040100                                                                  ZBNKUPC1
040200 LINKAGE SECTION.                                                 ZBNKUPC1
040300 01  LK-EXEC-PARM.                                                ZBNKUPC1
040400   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKUPC1
040500   05  LK-EXEC-PARM-DATA                     PIC X(12).           ZBNKUPC1
040600                                                                  ZBNKUPC1
040700 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKUPC1
040800                                                                  ZBNKUPC1
040900     PERFORM RUN-TIME.                                            ZBNKUPC1
041000                                                                  ZBNKUPC1
041100     MOVE 'Upcoming payments low-funds run starting'              ZBNKUPC1
041200       TO WS-CONSOLE-MESSAGE.                                     ZBNKUPC1
041300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKUPC1
041400                                                                  ZBNKUPC1
041500     MOVE SPACES TO RUN-CTL-DATA.                                 ZBNKUPC1
041600     SET RUN-CTL-CHECK-START TO TRUE.                             ZBNKUPC1
041700     MOVE WS-PROGRAM-ID TO RUN-CTL-JOB.                           ZBNKUPC1
041800     MOVE SPACES TO RUN-CTL-PREDECESSOR.                          ZBNKUPC1
041900     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO AND                  ZBNKUPC1
042000        LK-EXEC-PARM-DATA (1:7) IS EQUAL TO 'RESTART'             ZBNKUPC1
042100        SET RUN-CTL-RESTART-YES TO TRUE                           ZBNKUPC1
042200     END-IF.                                                      ZBNKUPC1
042300     CALL 'URUNCTL' USING RUN-CTL-DATA.                           ZBNKUPC1
042400     IF NOT RUN-CTL-OK                                            ZBNKUPC1
042500        MOVE RUN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKUPC1
042600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKUPC1
042700        MOVE 'Schedule order problem - job not run'               ZBNKUPC1
042800          TO WS-CONSOLE-MESSAGE                                   ZBNKUPC1
042900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKUPC1
043000        MOVE 8 TO RETURN-CODE                                     ZBNKUPC1
043100        GOBACK                                                    ZBNKUPC1
043200     END-IF.                                                      ZBNKUPC1
043300                                                                  ZBNKUPC1
043400 COPY CTSTAMPP.                                                   ZBNKUPC1
043500     MOVE WS-TS-DATE TO WS-TODAY.                                 ZBNKUPC1
043600                                                                  ZBNKUPC1
043700***************************************************************** ZBNKUPC1
043800* The payment runs stand down on a weekend or holiday, and so   * ZBNKUPC1
043900* does this one.  On a business day the alert window is the     * ZBNKUPC1
044000* days after the second next business day up to the third.      * ZBNKUPC1
044100***************************************************************** ZBNKUPC1
044200     MOVE SPACES TO BUS-DAY-DATA.                                 ZBNKUPC1
044300     SET BUS-DAY-IS-BUSINESS TO TRUE.                             ZBNKUPC1
044400     MOVE WS-TODAY TO BUS-DAY-DATE-IN.                            ZBNKUPC1
044500     CALL 'UBUSDAY' USING BUS-DAY-DATA.                           ZBNKUPC1
044600     IF BUS-DAY-OK AND NOT BUS-DAY-YES                            ZBNKUPC1
044700        MOVE 'Not a business day - run stands down'               ZBNKUPC1
044800          TO WS-CONSOLE-MESSAGE                                   ZBNKUPC1
044900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKUPC1
045000        MOVE 0 TO RETURN-CODE                                     ZBNKUPC1
045100        GOBACK                                                    ZBNKUPC1
045200     END-IF.                                                      ZBNKUPC1
045300     PERFORM FIND-ALERT-WINDOW.                                   ZBNKUPC1
045400     PERFORM BUILD-DAYS THRU                                      ZBNKUPC1
045500             BUILD-DAYS-EXIT.                                     ZBNKUPC1
045600                                                                  ZBNKUPC1
045700     PERFORM OPEN-FILES.                                          ZBNKUPC1
045800     PERFORM PRINT-REPORT-HEADER.                                 ZBNKUPC1
045900                                                                  ZBNKUPC1
046000     PERFORM LOAD-PENDING THRU                                    ZBNKUPC1
046100             LOAD-PENDING-EXIT.                                   ZBNKUPC1
046200     PERFORM LOAD-COLLECTIONS THRU                                ZBNKUPC1
046300             LOAD-COLLECTIONS-EXIT.                               ZBNKUPC1
046400     PERFORM LOAD-LOANS THRU                                      ZBNKUPC1
046500             LOAD-LOANS-EXIT.                                     ZBNKUPC1
046600                                                                  ZBNKUPC1
046700     MOVE LOW-VALUES TO BAC-REC-PID.                              ZBNKUPC1
046800     START BNKACC-FILE KEY IS NOT LESS THAN BAC-REC-PID.          ZBNKUPC1
046900     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKUPC1
047000        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKUPC1
047100     ELSE                                                         ZBNKUPC1
047200        PERFORM READ-NEXT-ACCOUNT                                 ZBNKUPC1
047300     END-IF.                                                      ZBNKUPC1
047400     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKUPC1
047500        PERFORM PROCESS-CUSTOMER THRU                             ZBNKUPC1
047600                PROCESS-CUSTOMER-EXIT                             ZBNKUPC1
047700     END-PERFORM.                                                 ZBNKUPC1
047800                                                                  ZBNKUPC1
047900     PERFORM PRINT-RUN-TOTALS.                                    ZBNKUPC1
048000     PERFORM CLOSE-FILES.                                         ZBNKUPC1
048100                                                                  ZBNKUPC1
048200     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKUPC1
048300     STRING WS-ACCOUNTS-PROJECTED DELIMITED BY SIZE               ZBNKUPC1
048400            ' accounts projected, ' DELIMITED BY SIZE             ZBNKUPC1
048500            WS-SHORTFALLS DELIMITED BY SIZE                       ZBNKUPC1
048600            ' shortfalls' DELIMITED BY SIZE                       ZBNKUPC1
048700       INTO WS-CONSOLE-MESSAGE.                                   ZBNKUPC1
048800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKUPC1
048900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKUPC1
049000     STRING WS-ALERTS-QUEUED DELIMITED BY SIZE                    ZBNKUPC1
049100            ' alerts queued' DELIMITED BY SIZE                    ZBNKUPC1
049200       INTO WS-CONSOLE-MESSAGE.                                   ZBNKUPC1
049300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKUPC1
049400     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKUPC1
049500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKUPC1
049600                                                                  ZBNKUPC1
049700     PERFORM RUN-TIME.                                            ZBNKUPC1
049800                                                                  ZBNKUPC1
049900     SET RUN-CTL-MARK-END TO TRUE.                                ZBNKUPC1
050000     CALL 'URUNCTL' USING RUN-CTL-DATA.                           ZBNKUPC1
050100                                                                  ZBNKUPC1
050200     MOVE 0 TO RETURN-CODE.                                       ZBNKUPC1
050300                                                                  ZBNKUPC1
050400     GOBACK.                                                      ZBNKUPC1
050500                                                                  ZBNKUPC1
050600***************************************************************** ZBNKUPC1
050700* The next three business days after today; a shortfall is      * ZBNKUPC1
050800* alerted when it falls after the second and by the third       * ZBNKUPC1
050900***************************************************************** ZBNKUPC1
051000 FIND-ALERT-WINDOW.                                               ZBNKUPC1
051100     MOVE WS-TODAY TO WS-BUS-DAY-3.                               ZBNKUPC1
051200     MOVE 1 TO WS-DAY-SUB.                                        ZBNKUPC1
051300 FIND-ALERT-WINDOW-LOOP.                                          ZBNKUPC1
051400     MOVE WS-BUS-DAY-3 TO WS-BUS-DAY-2.                           ZBNKUPC1
051500     MOVE SPACES TO BUS-DAY-DATA.                                 ZBNKUPC1
051600     SET BUS-DAY-NEXT-BUSINESS TO TRUE.                           ZBNKUPC1
051700     MOVE WS-BUS-DAY-2 TO BUS-DAY-DATE-IN.                        ZBNKUPC1
051800     CALL 'UBUSDAY' USING BUS-DAY-DATA.                           ZBNKUPC1
051900     IF NOT BUS-DAY-OK                                            ZBNKUPC1
052000        MOVE 'Unable to find the next business days'              ZBNKUPC1
052100          TO WS-CONSOLE-MESSAGE                                   ZBNKUPC1
052200        PERFORM ABORT-PROGRAM                                     ZBNKUPC1
052300     END-IF.                                                      ZBNKUPC1
052400     MOVE BUS-DAY-DATE-OUT TO WS-BUS-DAY-3.                       ZBNKUPC1
052500     IF WS-DAY-SUB IS LESS THAN 3                                 ZBNKUPC1
052600        ADD 1 TO WS-DAY-SUB                                       ZBNKUPC1
052700        GO TO FIND-ALERT-WINDOW-LOOP                              ZBNKUPC1
052800     END-IF.                                                      ZBNKUPC1
052900                                                                  ZBNKUPC1
053000***************************************************************** ZBNKUPC1
053100* Build the table of days, today first, with each day's         * ZBNKUPC1
053200* business flag and the day its items are taken.  A day the     * ZBNKUPC1
053300* calendar cannot answer for is treated as a business day.      * ZBNKUPC1
053400***************************************************************** ZBNKUPC1
053500 BUILD-DAYS.                                                      ZBNKUPC1
053600     MOVE WS-TODAY TO WS-DAY-DATE (1).                            ZBNKUPC1
053700     MOVE 1 TO WS-DAY-SUB.                                        ZBNKUPC1
053800 BUILD-DAYS-LOOP.                                                 ZBNKUPC1
053900     MOVE SPACES TO BUS-DAY-DATA.                                 ZBNKUPC1
054000     SET BUS-DAY-IS-BUSINESS TO TRUE.                             ZBNKUPC1
054100     MOVE WS-DAY-DATE (WS-DAY-SUB) TO BUS-DAY-DATE-IN.            ZBNKUPC1
054200     CALL 'UBUSDAY' USING BUS-DAY-DATA.                           ZBNKUPC1
054300     IF BUS-DAY-OK AND BUS-DAY-NO                                 ZBNKUPC1
054400        MOVE 'N' TO WS-DAY-BUSINESS (WS-DAY-SUB)                  ZBNKUPC1
054500     ELSE                                                         ZBNKUPC1
054600        MOVE 'Y' TO WS-DAY-BUSINESS (WS-DAY-SUB)                  ZBNKUPC1
054700     END-IF.                                                      ZBNKUPC1
054800     IF WS-DAY-SUB IS NOT LESS THAN 30                            ZBNKUPC1
054900        GO TO BUILD-DAYS-POST                                     ZBNKUPC1
055000     END-IF.                                                      ZBNKUPC1
055100     MOVE SPACES TO BUS-DAY-DATA.                                 ZBNKUPC1
055200     SET BUS-DAY-ADD-ONE-DAY TO TRUE.                             ZBNKUPC1
055300     MOVE WS-DAY-DATE (WS-DAY-SUB) TO BUS-DAY-DATE-IN.            ZBNKUPC1
055400     CALL 'UBUSDAY' USING BUS-DAY-DATA.                           ZBNKUPC1
055500     IF NOT BUS-DAY-OK                                            ZBNKUPC1
055600        MOVE 'Unable to build the projection days'                ZBNKUPC1
055700          TO WS-CONSOLE-MESSAGE                                   ZBNKUPC1
055800        PERFORM ABORT-PROGRAM                                     ZBNKUPC1
055900     END-IF.                                                      ZBNKUPC1
056000     ADD 1 TO WS-DAY-SUB.                                         ZBNKUPC1
056100     MOVE BUS-DAY-DATE-OUT TO WS-DAY-DATE (WS-DAY-SUB).           ZBNKUPC1
056200     GO TO BUILD-DAYS-LOOP.                                       ZBNKUPC1
056300 BUILD-DAYS-POST.                                                 ZBNKUPC1
056400     MOVE ZERO TO WS-NEXT-POST.                                   ZBNKUPC1
056500     MOVE 30 TO WS-DAY-SUB.                                       ZBNKUPC1
056600 BUILD-DAYS-POST-LOOP.                                            ZBNKUPC1
056700     IF WS-DAY-IS-BUSINESS (WS-DAY-SUB)                           ZBNKUPC1
056800        MOVE WS-DAY-SUB TO WS-NEXT-POST                           ZBNKUPC1
056900     END-IF.                                                      ZBNKUPC1
057000     MOVE WS-NEXT-POST TO WS-DAY-POST (WS-DAY-SUB).               ZBNKUPC1
057100     IF WS-DAY-SUB IS GREATER THAN 1                              ZBNKUPC1
057200        SUBTRACT 1 FROM WS-DAY-SUB                                ZBNKUPC1
057300        GO TO BUILD-DAYS-POST-LOOP                                ZBNKUPC1
057400     END-IF.                                                      ZBNKUPC1
057500 BUILD-DAYS-EXIT.                                                 ZBNKUPC1
057600     EXIT.                                                        ZBNKUPC1
057700                                                                  ZBNKUPC1
057800***************************************************************** ZBNKUPC1
057900* Load the future-dated payments still pending with a value     * ZBNKUPC1
058000* date in the window                                            * ZBNKUPC1
058100***************************************************************** ZBNKUPC1
058200 LOAD-PENDING.                                                    ZBNKUPC1
058300     MOVE 0 TO WS-PT-COUNT.                                       ZBNKUPC1
058400     MOVE WS-DAY-DATE (1) TO PP-REC-VALUE-DATE.                   ZBNKUPC1
058500     MOVE LOW-VALUES TO PP-REC-TIMESTAMP.                         ZBNKUPC1
058600     START BNKPEND-FILE KEY IS NOT LESS THAN PP-KEY.              ZBNKUPC1
058700     IF WS-BNKPEND-STATUS IS NOT EQUAL TO '00'                    ZBNKUPC1
058800        GO TO LOAD-PENDING-EXIT                                   ZBNKUPC1
058900     END-IF.                                                      ZBNKUPC1
059000 LOAD-PENDING-LOOP.                                               ZBNKUPC1
059100     READ BNKPEND-FILE NEXT RECORD.                               ZBNKUPC1
059200     IF WS-BNKPEND-STATUS IS EQUAL TO '10'                        ZBNKUPC1
059300        GO TO LOAD-PENDING-EXIT                                   ZBNKUPC1
059400     END-IF.                                                      ZBNKUPC1
059500     IF WS-BNKPEND-STATUS IS NOT EQUAL TO '00'                    ZBNKUPC1
059600        MOVE 'BNKPEND read error...'                              ZBNKUPC1
059700          TO WS-CONSOLE-MESSAGE                                   ZBNKUPC1
059800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKUPC1
059900        MOVE WS-BNKPEND-STATUS TO WS-IO-STATUS                    ZBNKUPC1
060000        PERFORM DISPLAY-IO-STATUS                                 ZBNKUPC1
060100        PERFORM ABORT-PROGRAM                                     ZBNKUPC1
060200     END-IF.                                                      ZBNKUPC1
060300     IF PP-REC-VALUE-DATE IS GREATER THAN WS-DAY-DATE (30)        ZBNKUPC1
060400        GO TO LOAD-PENDING-EXIT                                   ZBNKUPC1
060500     END-IF.                                                      ZBNKUPC1
060600     IF NOT PP-STATUS-PENDING                                     ZBNKUPC1
060700        GO TO LOAD-PENDING-LOOP                                   ZBNKUPC1
060800     END-IF.                                                      ZBNKUPC1
060900     MOVE 1 TO WS-DAY-SUB.                                        ZBNKUPC1
061000 LOAD-PENDING-DAY.                                                ZBNKUPC1
061100     IF WS-DAY-DATE (WS-DAY-SUB) IS NOT EQUAL TO PP-REC-VALUE-DATEZBNKUPC1
061200        IF WS-DAY-SUB IS LESS THAN 30                             ZBNKUPC1
061300           ADD 1 TO WS-DAY-SUB                                    ZBNKUPC1
061400           GO TO LOAD-PENDING-DAY                                 ZBNKUPC1
061500        END-IF                                                    ZBNKUPC1
061600        GO TO LOAD-PENDING-LOOP                                   ZBNKUPC1
061700     END-IF.                                                      ZBNKUPC1
061800     IF WS-DAY-POST (WS-DAY-SUB) IS EQUAL TO ZERO                 ZBNKUPC1
061900        GO TO LOAD-PENDING-LOOP                                   ZBNKUPC1
062000     END-IF.                                                      ZBNKUPC1
062100     IF WS-PT-COUNT IS NOT LESS THAN 2000                         ZBNKUPC1
062200        ADD 1 TO WS-ITEMS-DROPPED                                 ZBNKUPC1
062300        GO TO LOAD-PENDING-LOOP                                   ZBNKUPC1
062400     END-IF.                                                      ZBNKUPC1
062500     ADD 1 TO WS-PT-COUNT.                                        ZBNKUPC1
062600     MOVE PP-REC-FROM-ACCNO TO WS-PT-FROM-ACCNO (WS-PT-COUNT).    ZBNKUPC1
062700     MOVE PP-REC-TO-ACCNO TO WS-PT-TO-ACCNO (WS-PT-COUNT).        ZBNKUPC1
062800     MOVE PP-REC-AMOUNT TO WS-PT-AMOUNT (WS-PT-COUNT).            ZBNKUPC1
062900     MOVE WS-DAY-POST (WS-DAY-SUB) TO WS-PT-DAY (WS-PT-COUNT).    ZBNKUPC1
063000     GO TO LOAD-PENDING-LOOP.                                     ZBNKUPC1
063100 LOAD-PENDING-EXIT.                                               ZBNKUPC1
063200     EXIT.                                                        ZBNKUPC1
063300                                                                  ZBNKUPC1
063400***************************************************************** ZBNKUPC1
063500* Load the direct-debit collections sent and not yet settled.   * ZBNKUPC1
063600* Each is credited the business day after it went out; one      * ZBNKUPC1
063700* sent before today is expected today.                          * ZBNKUPC1
063800***************************************************************** ZBNKUPC1
063900 LOAD-COLLECTIONS.                                                ZBNKUPC1
064000     MOVE 0 TO WS-CT-COUNT.                                       ZBNKUPC1
064100     MOVE SPACES TO PQ-REC-REF.                                   ZBNKUPC1
064200     MOVE 'DC' TO PQ-REC-REF.                                     ZBNKUPC1
064300     START BNKPAYQ-FILE KEY IS NOT LESS THAN PQ-REC-REF.          ZBNKUPC1
064400     IF WS-BNKPAYQ-STATUS IS NOT EQUAL TO '00'                    ZBNKUPC1
064500        GO TO LOAD-COLLECTIONS-EXIT                               ZBNKUPC1
064600     END-IF.                                                      ZBNKUPC1
064700 LOAD-COLLECTIONS-LOOP.                                           ZBNKUPC1
064800     READ BNKPAYQ-FILE NEXT RECORD.                               ZBNKUPC1
064900     IF WS-BNKPAYQ-STATUS IS EQUAL TO '10'                        ZBNKUPC1
065000        GO TO LOAD-COLLECTIONS-EXIT                               ZBNKUPC1
065100     END-IF.                                                      ZBNKUPC1
065200     IF WS-BNKPAYQ-STATUS IS NOT EQUAL TO '00'                    ZBNKUPC1
065300        MOVE 'BNKPAYQ read error...'                              ZBNKUPC1
065400          TO WS-CONSOLE-MESSAGE                                   ZBNKUPC1
065500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKUPC1
065600        MOVE WS-BNKPAYQ-STATUS TO WS-IO-STATUS                    ZBNKUPC1
065700        PERFORM DISPLAY-IO-STATUS                                 ZBNKUPC1
065800        PERFORM ABORT-PROGRAM                                     ZBNKUPC1
065900     END-IF.                                                      ZBNKUPC1
066000     IF PQ-REC-REF (1:2) IS NOT EQUAL TO 'DC'                     ZBNKUPC1
066100        GO TO LOAD-COLLECTIONS-EXIT                               ZBNKUPC1
066200     END-IF.                                                      ZBNKUPC1
066300     IF NOT PQ-STATUS-SENT                                        ZBNKUPC1
066400        GO TO LOAD-COLLECTIONS-LOOP                               ZBNKUPC1
066500     END-IF.                                                      ZBNKUPC1
066600     MOVE ZERO TO WS-ITEM-DAY.                                    ZBNKUPC1
066700     IF PQ-REC-SENT-DATE IS LESS THAN WS-DAY-DATE (1)             ZBNKUPC1
066800        MOVE WS-DAY-POST (1) TO WS-ITEM-DAY                       ZBNKUPC1
066900     ELSE                                                         ZBNKUPC1
067000        MOVE 1 TO WS-DAY-SUB                                      ZBNKUPC1
067100        PERFORM COLLECTION-DAY THRU                               ZBNKUPC1
067200                COLLECTION-DAY-EXIT                               ZBNKUPC1
067300     END-IF.                                                      ZBNKUPC1
067400     IF WS-ITEM-DAY IS EQUAL TO ZERO                              ZBNKUPC1
067500        GO TO LOAD-COLLECTIONS-LOOP                               ZBNKUPC1
067600     END-IF.                                                      ZBNKUPC1
067700     IF WS-CT-COUNT IS NOT LESS THAN 1000                         ZBNKUPC1
067800        ADD 1 TO WS-ITEMS-DROPPED                                 ZBNKUPC1
067900        GO TO LOAD-COLLECTIONS-LOOP                               ZBNKUPC1
068000     END-IF.                                                      ZBNKUPC1
068100     ADD 1 TO WS-CT-COUNT.                                        ZBNKUPC1
068200     MOVE PQ-REC-FUND-ACCNO TO WS-CT-ACCNO (WS-CT-COUNT).         ZBNKUPC1
068300     MOVE PQ-REC-AMOUNT TO WS-CT-AMOUNT (WS-CT-COUNT).            ZBNKUPC1
068400     MOVE WS-ITEM-DAY TO WS-CT-DAY (WS-CT-COUNT).                 ZBNKUPC1
068500     GO TO LOAD-COLLECTIONS-LOOP.                                 ZBNKUPC1
068600 LOAD-COLLECTIONS-EXIT.                                           ZBNKUPC1
068700     EXIT.                                                        ZBNKUPC1
068800                                                                  ZBNKUPC1
068900***************************************************************** ZBNKUPC1
069000* The day after the collection's sent date that is next taken   * ZBNKUPC1
069100***************************************************************** ZBNKUPC1
069200 COLLECTION-DAY.                                                  ZBNKUPC1
069300     IF WS-DAY-SUB IS NOT LESS THAN 30                            ZBNKUPC1
069400        GO TO COLLECTION-DAY-EXIT                                 ZBNKUPC1
069500     END-IF.                                                      ZBNKUPC1
069600     IF WS-DAY-DATE (WS-DAY-SUB) IS EQUAL TO PQ-REC-SENT-DATE     ZBNKUPC1
069700        ADD 1 TO WS-DAY-SUB                                       ZBNKUPC1
069800        MOVE WS-DAY-POST (WS-DAY-SUB) TO WS-ITEM-DAY              ZBNKUPC1
069900        GO TO COLLECTION-DAY-EXIT                                 ZBNKUPC1
070000     END-IF.                                                      ZBNKUPC1
070100     ADD 1 TO WS-DAY-SUB.                                         ZBNKUPC1
070200     GO TO COLLECTION-DAY.                                        ZBNKUPC1
070300 COLLECTION-DAY-EXIT.                                             ZBNKUPC1
070400     EXIT.                                                        ZBNKUPC1
070500                                                                  ZBNKUPC1
070600***************************************************************** ZBNKUPC1
070700* Load the loans the loan run collects - active instalment      * ZBNKUPC1
070800* loans not held for bankruptcy, with a usable origination date * ZBNKUPC1
070900***************************************************************** ZBNKUPC1
071000 LOAD-LOANS.                                                      ZBNKUPC1
071100     MOVE 0 TO WS-LT-COUNT.                                       ZBNKUPC1
071200     MOVE LOW-VALUES TO LNM-REC-LOAN-ID.                          ZBNKUPC1
071300     START BNKLOAN-FILE KEY IS NOT LESS THAN LNM-KEY.             ZBNKUPC1
071400     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKUPC1
071500        GO TO LOAD-LOANS-EXIT                                     ZBNKUPC1
071600     END-IF.                                                      ZBNKUPC1
071700 LOAD-LOANS-LOOP.                                                 ZBNKUPC1
071800     READ BNKLOAN-FILE NEXT RECORD.                               ZBNKUPC1
071900     IF WS-BNKLOAN-STATUS IS EQUAL TO '10'                        ZBNKUPC1
072000        GO TO LOAD-LOANS-EXIT                                     ZBNKUPC1
072100     END-IF.                                                      ZBNKUPC1
072200     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKUPC1
072300        MOVE 'BNKLOAN read error...'                              ZBNKUPC1
072400          TO WS-CONSOLE-MESSAGE                                   ZBNKUPC1
072500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKUPC1
072600        MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS                    ZBNKUPC1
072700        PERFORM DISPLAY-IO-STATUS                                 ZBNKUPC1
072800        PERFORM ABORT-PROGRAM                                     ZBNKUPC1
072900     END-IF.                                                      ZBNKUPC1
073000     IF NOT LNM-STATUS-ACTIVE OR                                  ZBNKUPC1
073100        NOT LNM-PRODUCT-INSTALMENT OR                             ZBNKUPC1
073200        NOT LNM-BKR-NONE                                          ZBNKUPC1
073300        GO TO LOAD-LOANS-LOOP                                     ZBNKUPC1
073400     END-IF.                                                      ZBNKUPC1
073500     MOVE LNM-REC-LOAN-ID (1:10) TO WS-ORIG-DATE.                 ZBNKUPC1
073600     IF WS-ORIG-YYYY IS NOT NUMERIC OR                            ZBNKUPC1
073700        WS-ORIG-MM IS NOT NUMERIC OR                              ZBNKUPC1
073800        WS-ORIG-DD IS NOT NUMERIC                                 ZBNKUPC1
073900        GO TO LOAD-LOANS-LOOP                                     ZBNKUPC1
074000     END-IF.                                                      ZBNKUPC1
074100     IF WS-LT-COUNT IS NOT LESS THAN 1000                         ZBNKUPC1
074200        ADD 1 TO WS-ITEMS-DROPPED                                 ZBNKUPC1
074300        GO TO LOAD-LOANS-LOOP                                     ZBNKUPC1
074400     END-IF.                                                      ZBNKUPC1
074500     ADD 1 TO WS-LT-COUNT.                                        ZBNKUPC1
074600     MOVE LNM-REC-LOAN-ID TO WS-LT-LOAN-ID (WS-LT-COUNT).         ZBNKUPC1
074700     MOVE LNM-REC-PID TO WS-LT-PID (WS-LT-COUNT).                 ZBNKUPC1
074800     MOVE LNM-REC-MONTHLY-PAYMENT TO WS-LT-PAYMENT (WS-LT-COUNT). ZBNKUPC1
074900     MOVE LNM-REC-TERM TO WS-LT-TERM (WS-LT-COUNT).               ZBNKUPC1
075000     GO TO LOAD-LOANS-LOOP.                                       ZBNKUPC1
075100 LOAD-LOANS-EXIT.                                                 ZBNKUPC1
075200     EXIT.                                                        ZBNKUPC1
075300                                                                  ZBNKUPC1
075400***************************************************************** ZBNKUPC1
075500* Read the next account in customer order                       * ZBNKUPC1
075600***************************************************************** ZBNKUPC1
075700 READ-NEXT-ACCOUNT.                                               ZBNKUPC1
075800     READ BNKACC-FILE NEXT RECORD.                                ZBNKUPC1
075900     IF WS-BNKACC-STATUS IS EQUAL TO '10'                         ZBNKUPC1
076000        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKUPC1
076100     ELSE                                                         ZBNKUPC1
076200        IF WS-BNKACC-STATUS IS NOT EQUAL TO '00' AND              ZBNKUPC1
076300           WS-BNKACC-STATUS IS NOT EQUAL TO '02'                  ZBNKUPC1
076400           MOVE 'BNKACC read error during scan'                   ZBNKUPC1
076500             TO WS-CONSOLE-MESSAGE                                ZBNKUPC1
076600           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKUPC1
076700           MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                  ZBNKUPC1
076800           PERFORM DISPLAY-IO-STATUS                              ZBNKUPC1
076900           PERFORM ABORT-PROGRAM                                  ZBNKUPC1
077000        END-IF                                                    ZBNKUPC1
077100     END-IF.                                                      ZBNKUPC1
077200                                                                  ZBNKUPC1
077300***************************************************************** ZBNKUPC1
077400* Gather the accounts of the next customer and project each of  * ZBNKUPC1
077500* their open accounts                                           * ZBNKUPC1
077600***************************************************************** ZBNKUPC1
077700 PROCESS-CUSTOMER.                                                ZBNKUPC1
077800     MOVE BAC-REC-PID TO WS-CUST-PID.                             ZBNKUPC1
077900     MOVE 0 TO WS-AT-COUNT.                                       ZBNKUPC1
078000     MOVE SPACES TO WS-FIRST-ACCNO.                               ZBNKUPC1
078100     ADD 1 TO WS-CUSTOMERS-READ.                                  ZBNKUPC1
078200 PROCESS-CUSTOMER-LOAD.                                           ZBNKUPC1
078300     IF WS-FIRST-ACCNO IS EQUAL TO SPACES AND                     ZBNKUPC1
078400        BAC-STATUS-OPEN                                           ZBNKUPC1
078500        MOVE BAC-REC-ACCNO TO WS-FIRST-ACCNO                      ZBNKUPC1
078600     END-IF.                                                      ZBNKUPC1
078700     IF WS-AT-COUNT IS LESS THAN 30                               ZBNKUPC1
078800        ADD 1 TO WS-AT-COUNT                                      ZBNKUPC1
078900        MOVE BAC-REC-ACCNO TO WS-AT-ACCNO (WS-AT-COUNT)           ZBNKUPC1
079000        MOVE BAC-REC-STATUS TO WS-AT-STATUS (WS-AT-COUNT)         ZBNKUPC1
079100        MOVE BAC-REC-BALANCE TO WS-AT-BALANCE (WS-AT-COUNT)       ZBNKUPC1
079200        MOVE BAC-REC-OD-LIMIT TO WS-AT-OD-LIMIT (WS-AT-COUNT)     ZBNKUPC1
079300        MOVE BAC-REC-JOINT-PID TO WS-AT-JOINT-PID (WS-AT-COUNT)   ZBNKUPC1
079400        MOVE BAC-REC-RP1-DAY TO WS-AT-SLOT-DAY (WS-AT-COUNT 1)    ZBNKUPC1
079500        MOVE BAC-REC-RP1-AMOUNT                                   ZBNKUPC1
079600          TO WS-AT-SLOT-AMOUNT (WS-AT-COUNT 1)                    ZBNKUPC1
079700        MOVE BAC-REC-RP1-ACCNO TO WS-AT-SLOT-ACCNO (WS-AT-COUNT 1)ZBNKUPC1
079800        MOVE BAC-REC-RP1-LAST-PAY                                 ZBNKUPC1
079900          TO WS-AT-SLOT-LAST-PAY (WS-AT-COUNT 1)                  ZBNKUPC1
080000        MOVE BAC-REC-RP2-DAY TO WS-AT-SLOT-DAY (WS-AT-COUNT 2)    ZBNKUPC1
080100        MOVE BAC-REC-RP2-AMOUNT                                   ZBNKUPC1
080200          TO WS-AT-SLOT-AMOUNT (WS-AT-COUNT 2)                    ZBNKUPC1
080300        MOVE BAC-REC-RP2-ACCNO TO WS-AT-SLOT-ACCNO (WS-AT-COUNT 2)ZBNKUPC1
080400        MOVE BAC-REC-RP2-LAST-PAY                                 ZBNKUPC1
080500          TO WS-AT-SLOT-LAST-PAY (WS-AT-COUNT 2)                  ZBNKUPC1
080600        MOVE BAC-REC-RP3-DAY TO WS-AT-SLOT-DAY (WS-AT-COUNT 3)    ZBNKUPC1
080700        MOVE BAC-REC-RP3-AMOUNT                                   ZBNKUPC1
080800          TO WS-AT-SLOT-AMOUNT (WS-AT-COUNT 3)                    ZBNKUPC1
080900        MOVE BAC-REC-RP3-ACCNO TO WS-AT-SLOT-ACCNO (WS-AT-COUNT 3)ZBNKUPC1
081000        MOVE BAC-REC-RP3-LAST-PAY                                 ZBNKUPC1
081100          TO WS-AT-SLOT-LAST-PAY (WS-AT-COUNT 3)                  ZBNKUPC1
081200     END-IF.                                                      ZBNKUPC1
081300     PERFORM READ-NEXT-ACCOUNT.                                   ZBNKUPC1
081400     IF WS-END-OF-FILE IS NOT EQUAL TO 'YES' AND                  ZBNKUPC1
081500        BAC-REC-PID IS EQUAL TO WS-CUST-PID                       ZBNKUPC1
081600        GO TO PROCESS-CUSTOMER-LOAD                               ZBNKUPC1
081700     END-IF.                                                      ZBNKUPC1
081800     MOVE 1 TO WS-AT-SUB.                                         ZBNKUPC1
081900 PROCESS-CUSTOMER-LOOP.                                           ZBNKUPC1
082000     IF WS-AT-SUB IS GREATER THAN WS-AT-COUNT                     ZBNKUPC1
082100        GO TO PROCESS-CUSTOMER-EXIT                               ZBNKUPC1
082200     END-IF.                                                      ZBNKUPC1
082300     IF WS-AT-STATUS (WS-AT-SUB) IS NOT EQUAL TO 'C'              ZBNKUPC1
082400        PERFORM PROJECT-ACCOUNT THRU                              ZBNKUPC1
082500                PROJECT-ACCOUNT-EXIT                              ZBNKUPC1
082600     END-IF.                                                      ZBNKUPC1
082700     ADD 1 TO WS-AT-SUB.                                          ZBNKUPC1
082800     GO TO PROCESS-CUSTOMER-LOOP.                                 ZBNKUPC1
082900 PROCESS-CUSTOMER-EXIT.                                           ZBNKUPC1
083000     EXIT.                                                        ZBNKUPC1
083100                                                                  ZBNKUPC1
083200***************************************************************** ZBNKUPC1
083300* Project account WS-AT-SUB forward and look for the first day  * ZBNKUPC1
083400* its balance goes past the floor - minus the overdraft limit,  * ZBNKUPC1
083500* or zero where there is none                                   * ZBNKUPC1
083600***************************************************************** ZBNKUPC1
083700 PROJECT-ACCOUNT.                                                 ZBNKUPC1
083800     ADD 1 TO WS-ACCOUNTS-PROJECTED.                              ZBNKUPC1
083900     IF WS-AT-OD-LIMIT (WS-AT-SUB) IS GREATER THAN ZERO           ZBNKUPC1
084000        COMPUTE WS-FLOOR = 0 - WS-AT-OD-LIMIT (WS-AT-SUB)         ZBNKUPC1
084100     ELSE                                                         ZBNKUPC1
084200        MOVE ZERO TO WS-FLOOR                                     ZBNKUPC1
084300     END-IF.                                                      ZBNKUPC1
084400     IF WS-AT-BALANCE (WS-AT-SUB) IS LESS THAN WS-FLOOR           ZBNKUPC1
084500        ADD 1 TO WS-ACCOUNTS-PAST-LIMIT                           ZBNKUPC1
084600        GO TO PROJECT-ACCOUNT-EXIT                                ZBNKUPC1
084700     END-IF.                                                      ZBNKUPC1
084800     MOVE 1 TO WS-DAY-SUB.                                        ZBNKUPC1
084900 PROJECT-ACCOUNT-CLEAR.                                           ZBNKUPC1
085000     MOVE ZERO TO WS-DAY-NET (WS-DAY-SUB).                        ZBNKUPC1
085100     IF WS-DAY-SUB IS LESS THAN 30                                ZBNKUPC1
085200        ADD 1 TO WS-DAY-SUB                                       ZBNKUPC1
085300        GO TO PROJECT-ACCOUNT-CLEAR                               ZBNKUPC1
085400     END-IF.                                                      ZBNKUPC1
085500                                                                  ZBNKUPC1
085600     PERFORM STANDING-ORDERS THRU                                 ZBNKUPC1
085700             STANDING-ORDERS-EXIT.                                ZBNKUPC1
085800     MOVE WS-CUST-PID TO WS-RPAY-PID.                             ZBNKUPC1
085900     PERFORM BILL-PAYMENTS THRU                                   ZBNKUPC1
086000             BILL-PAYMENTS-EXIT.                                  ZBNKUPC1
086100     IF WS-AT-JOINT-PID (WS-AT-SUB) IS NOT EQUAL TO SPACES AND    ZBNKUPC1
086200        WS-AT-JOINT-PID (WS-AT-SUB) IS NOT EQUAL TO WS-CUST-PID   ZBNKUPC1
086300        MOVE WS-AT-JOINT-PID (WS-AT-SUB) TO WS-RPAY-PID           ZBNKUPC1
086400        PERFORM BILL-PAYMENTS THRU                                ZBNKUPC1
086500                BILL-PAYMENTS-EXIT                                ZBNKUPC1
086600     END-IF.                                                      ZBNKUPC1
086700     PERFORM FUTURE-PAYMENTS THRU                                 ZBNKUPC1
086800             FUTURE-PAYMENTS-EXIT.                                ZBNKUPC1
086900     IF WS-AT-ACCNO (WS-AT-SUB) IS EQUAL TO WS-FIRST-ACCNO        ZBNKUPC1
087000        PERFORM LOAN-INSTALMENTS THRU                             ZBNKUPC1
087100                LOAN-INSTALMENTS-EXIT                             ZBNKUPC1
087200     END-IF.                                                      ZBNKUPC1
087300     PERFORM COLLECTIONS THRU                                     ZBNKUPC1
087400             COLLECTIONS-EXIT.                                    ZBNKUPC1
087500                                                                  ZBNKUPC1
087600     MOVE WS-AT-BALANCE (WS-AT-SUB) TO WS-RUNNING.                ZBNKUPC1
087700     MOVE SPACES TO WS-SHORT-DATE.                                ZBNKUPC1
087800     MOVE 1 TO WS-DAY-SUB.                                        ZBNKUPC1
087900 PROJECT-ACCOUNT-RUN.                                             ZBNKUPC1
088000     ADD WS-DAY-NET (WS-DAY-SUB) TO WS-RUNNING.                   ZBNKUPC1
088100     IF WS-RUNNING IS LESS THAN WS-FLOOR                          ZBNKUPC1
088200        MOVE WS-DAY-DATE (WS-DAY-SUB) TO WS-SHORT-DATE            ZBNKUPC1
088300        MOVE WS-RUNNING TO WS-SHORT-BAL                           ZBNKUPC1
088400        GO TO PROJECT-ACCOUNT-SHORT                               ZBNKUPC1
088500     END-IF.                                                      ZBNKUPC1
088600     IF WS-DAY-SUB IS LESS THAN 30 AND                            ZBNKUPC1
088700        WS-DAY-DATE (WS-DAY-SUB) IS LESS THAN WS-BUS-DAY-3        ZBNKUPC1
088800        ADD 1 TO WS-DAY-SUB                                       ZBNKUPC1
088900        GO TO PROJECT-ACCOUNT-RUN                                 ZBNKUPC1
089000     END-IF.                                                      ZBNKUPC1
089100     GO TO PROJECT-ACCOUNT-EXIT.                                  ZBNKUPC1
089200 PROJECT-ACCOUNT-SHORT.                                           ZBNKUPC1
089300     IF WS-SHORT-DATE IS NOT GREATER THAN WS-BUS-DAY-2 OR         ZBNKUPC1
089400        WS-SHORT-DATE IS GREATER THAN WS-BUS-DAY-3                ZBNKUPC1
089500        GO TO PROJECT-ACCOUNT-EXIT                                ZBNKUPC1
089600     END-IF.                                                      ZBNKUPC1
089700     ADD 1 TO WS-SHORTFALLS.                                      ZBNKUPC1
089800     COMPUTE WS-SHORT-BY = WS-FLOOR - WS-SHORT-BAL.               ZBNKUPC1
089900     ADD WS-SHORT-BY TO WS-AMT-SHORT.                             ZBNKUPC1
090000     PERFORM WRITE-LOW-FUNDS-ALERT THRU                           ZBNKUPC1
090100             WRITE-LOW-FUNDS-ALERT-EXIT.                          ZBNKUPC1
090200 PROJECT-ACCOUNT-EXIT.                                            ZBNKUPC1
090300     EXIT.                                                        ZBNKUPC1
090400                                                                  ZBNKUPC1
090500***************************************************************** ZBNKUPC1
090600* Standing orders - the slots on this account are debits, a     * ZBNKUPC1
090700* slot on another of the customer's accounts paying into this   * ZBNKUPC1
090800* one is a credit                                               * ZBNKUPC1
090900***************************************************************** ZBNKUPC1
091000 STANDING-ORDERS.                                                 ZBNKUPC1
091100     MOVE 1 TO WS-AT-SUB2.                                        ZBNKUPC1
091200 STANDING-ORDERS-ACCOUNT.                                         ZBNKUPC1
091300     IF WS-AT-SUB2 IS GREATER THAN WS-AT-COUNT                    ZBNKUPC1
091400        GO TO STANDING-ORDERS-EXIT                                ZBNKUPC1
091500     END-IF.                                                      ZBNKUPC1
091600     IF WS-AT-STATUS (WS-AT-SUB2) IS EQUAL TO 'C'                 ZBNKUPC1
091700        GO TO STANDING-ORDERS-NEXT                                ZBNKUPC1
091800     END-IF.                                                      ZBNKUPC1
091900     MOVE 1 TO WS-SLOT-SUB.                                       ZBNKUPC1
092000 STANDING-ORDERS-SLOT.                                            ZBNKUPC1
092100     IF WS-AT-SLOT-DAY (WS-AT-SUB2 WS-SLOT-SUB) IS NOT NUMERIC OR ZBNKUPC1
092200        WS-AT-SLOT-AMOUNT (WS-AT-SUB2 WS-SLOT-SUB)                ZBNKUPC1
092300          IS NOT GREATER THAN ZERO                                ZBNKUPC1
092400        GO TO STANDING-ORDERS-SLOT-NEXT                           ZBNKUPC1
092500     END-IF.                                                      ZBNKUPC1
092600     IF WS-AT-SUB2 IS EQUAL TO WS-AT-SUB                          ZBNKUPC1
092700        COMPUTE WS-ITEM-AMOUNT =                                  ZBNKUPC1
092800          0 - WS-AT-SLOT-AMOUNT (WS-AT-SUB2 WS-SLOT-SUB)          ZBNKUPC1
092900     ELSE                                                         ZBNKUPC1
093000        IF WS-AT-SLOT-ACCNO (WS-AT-SUB2 WS-SLOT-SUB) IS NOT EQUAL ZBNKUPC1
093100             TO WS-AT-ACCNO (WS-AT-SUB)                           ZBNKUPC1
093200           GO TO STANDING-ORDERS-SLOT-NEXT                        ZBNKUPC1
093300        END-IF                                                    ZBNKUPC1
093400        MOVE WS-AT-SLOT-AMOUNT (WS-AT-SUB2 WS-SLOT-SUB)           ZBNKUPC1
093500          TO WS-ITEM-AMOUNT                                       ZBNKUPC1
093600     END-IF.                                                      ZBNKUPC1
093700     MOVE WS-AT-SLOT-DAY (WS-AT-SUB2 WS-SLOT-SUB) TO WS-SLOT-DAY. ZBNKUPC1
093800     MOVE WS-AT-SLOT-LAST-PAY (WS-AT-SUB2 WS-SLOT-SUB)            ZBNKUPC1
093900       TO WS-SLOT-LAST-PAY.                                       ZBNKUPC1
094000     PERFORM MONTHLY-DAY-ITEMS THRU                               ZBNKUPC1
094100             MONTHLY-DAY-ITEMS-EXIT.                              ZBNKUPC1
094200 STANDING-ORDERS-SLOT-NEXT.                                       ZBNKUPC1
094300     IF WS-SLOT-SUB IS LESS THAN 3                                ZBNKUPC1
094400        ADD 1 TO WS-SLOT-SUB                                      ZBNKUPC1
094500        GO TO STANDING-ORDERS-SLOT                                ZBNKUPC1
094600     END-IF.                                                      ZBNKUPC1
094700 STANDING-ORDERS-NEXT.                                            ZBNKUPC1
094800     ADD 1 TO WS-AT-SUB2.                                         ZBNKUPC1
094900     GO TO STANDING-ORDERS-ACCOUNT.                               ZBNKUPC1
095000 STANDING-ORDERS-EXIT.                                            ZBNKUPC1
095100     EXIT.                                                        ZBNKUPC1
095200                                                                  ZBNKUPC1
095300***************************************************************** ZBNKUPC1
095400* Add a monthly item (WS-SLOT-DAY, signed WS-ITEM-AMOUNT) to    * ZBNKUPC1
095500* each day of the window whose day of the month it is due,      * ZBNKUPC1
095600* leaving out today once the payment run has already paid it    * ZBNKUPC1
095700***************************************************************** ZBNKUPC1
095800 MONTHLY-DAY-ITEMS.                                               ZBNKUPC1
095900     MOVE 1 TO WS-DAY-SUB.                                        ZBNKUPC1
096000 MONTHLY-DAY-ITEMS-LOOP.                                          ZBNKUPC1
096100     IF WS-DAY-SUB IS GREATER THAN 30                             ZBNKUPC1
096200        GO TO MONTHLY-DAY-ITEMS-EXIT                              ZBNKUPC1
096300     END-IF.                                                      ZBNKUPC1
096400     IF WS-DAY-DATE (WS-DAY-SUB) (9:2) IS EQUAL TO WS-SLOT-DAY    ZBNKUPC1
096500        IF WS-DAY-SUB IS GREATER THAN 1 OR                        ZBNKUPC1
096600           WS-SLOT-LAST-PAY IS NOT EQUAL TO WS-TODAY              ZBNKUPC1
096700           MOVE WS-DAY-POST (WS-DAY-SUB) TO WS-ITEM-DAY           ZBNKUPC1
096800           PERFORM ADD-ITEM                                       ZBNKUPC1
096900        END-IF                                                    ZBNKUPC1
097000     END-IF.                                                      ZBNKUPC1
097100     ADD 1 TO WS-DAY-SUB.                                         ZBNKUPC1
097200     GO TO MONTHLY-DAY-ITEMS-LOOP.                                ZBNKUPC1
097300 MONTHLY-DAY-ITEMS-EXIT.                                          ZBNKUPC1
097400     EXIT.                                                        ZBNKUPC1
097500                                                                  ZBNKUPC1
097600***************************************************************** ZBNKUPC1
097700* Add the signed WS-ITEM-AMOUNT to the net movement of the day  * ZBNKUPC1
097800* it is taken on                                                * ZBNKUPC1
097900***************************************************************** ZBNKUPC1
098000 ADD-ITEM.                                                        ZBNKUPC1
098100     IF WS-ITEM-DAY IS GREATER THAN ZERO                          ZBNKUPC1
098200        ADD WS-ITEM-AMOUNT TO WS-DAY-NET (WS-ITEM-DAY)            ZBNKUPC1
098300     END-IF.                                                      ZBNKUPC1
098400                                                                  ZBNKUPC1
098500***************************************************************** ZBNKUPC1
098600* Recurring bill payments set up by WS-RPAY-PID that are funded * ZBNKUPC1
098700* from this account                                             * ZBNKUPC1
098800***************************************************************** ZBNKUPC1
098900 BILL-PAYMENTS.                                                   ZBNKUPC1
099000     MOVE WS-RPAY-PID TO RPI-REC-PID.                             ZBNKUPC1
099100     MOVE ZERO TO RPI-REC-SEQ.                                    ZBNKUPC1
099200     START BNKRPAY-FILE KEY IS NOT LESS THAN RPI-KEY.             ZBNKUPC1
099300     IF WS-BNKRPAY-STATUS IS NOT EQUAL TO '00'                    ZBNKUPC1
099400        GO TO BILL-PAYMENTS-EXIT                                  ZBNKUPC1
099500     END-IF.                                                      ZBNKUPC1
099600 BILL-PAYMENTS-LOOP.                                              ZBNKUPC1
099700     READ BNKRPAY-FILE NEXT RECORD.                               ZBNKUPC1
099800     IF WS-BNKRPAY-STATUS IS EQUAL TO '10'                        ZBNKUPC1
099900        GO TO BILL-PAYMENTS-EXIT                                  ZBNKUPC1
100000     END-IF.                                                      ZBNKUPC1
100100     IF WS-BNKRPAY-STATUS IS NOT EQUAL TO '00'                    ZBNKUPC1
100200        MOVE 'BNKRPAY read error...'                              ZBNKUPC1
100300          TO WS-CONSOLE-MESSAGE                                   ZBNKUPC1
100400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKUPC1
100500        MOVE WS-BNKRPAY-STATUS TO WS-IO-STATUS                    ZBNKUPC1
100600        PERFORM DISPLAY-IO-STATUS                                 ZBNKUPC1
100700        PERFORM ABORT-PROGRAM                                     ZBNKUPC1
100800     END-IF.                                                      ZBNKUPC1
100900     IF RPI-REC-PID IS NOT EQUAL TO WS-RPAY-PID                   ZBNKUPC1
101000        GO TO BILL-PAYMENTS-EXIT                                  ZBNKUPC1
101100     END-IF.                                                      ZBNKUPC1
101200     IF NOT RPI-STATUS-ACTIVE OR                                  ZBNKUPC1
101300        RPI-REC-FUND-ACCNO IS NOT EQUAL TO                        ZBNKUPC1
101400          WS-AT-ACCNO (WS-AT-SUB) OR                              ZBNKUPC1
101500        RPI-REC-DAY IS NOT NUMERIC OR                             ZBNKUPC1
101600        RPI-REC-AMOUNT IS NOT GREATER THAN ZERO                   ZBNKUPC1
101700        GO TO BILL-PAYMENTS-LOOP                                  ZBNKUPC1
101800     END-IF.                                                      ZBNKUPC1
101900     COMPUTE WS-ITEM-AMOUNT = 0 - RPI-REC-AMOUNT.                 ZBNKUPC1
102000     MOVE RPI-REC-DAY TO WS-SLOT-DAY.                             ZBNKUPC1
102100     MOVE RPI-REC-LAST-PAY TO WS-SLOT-LAST-PAY.                   ZBNKUPC1
102200     PERFORM MONTHLY-DAY-ITEMS THRU                               ZBNKUPC1
102300             MONTHLY-DAY-ITEMS-EXIT.                              ZBNKUPC1
102400     GO TO BILL-PAYMENTS-LOOP.                                    ZBNKUPC1
102500 BILL-PAYMENTS-EXIT.                                              ZBNKUPC1
102600     EXIT.                                                        ZBNKUPC1
102700                                                                  ZBNKUPC1
102800***************************************************************** ZBNKUPC1
102900* Pending future-dated payments to or from this account         * ZBNKUPC1
103000***************************************************************** ZBNKUPC1
103100 FUTURE-PAYMENTS.                                                 ZBNKUPC1
103200     MOVE 1 TO WS-PT-SUB.                                         ZBNKUPC1
103300 FUTURE-PAYMENTS-LOOP.                                            ZBNKUPC1
103400     IF WS-PT-SUB IS GREATER THAN WS-PT-COUNT                     ZBNKUPC1
103500        GO TO FUTURE-PAYMENTS-EXIT                                ZBNKUPC1
103600     END-IF.                                                      ZBNKUPC1
103700     MOVE WS-PT-DAY (WS-PT-SUB) TO WS-ITEM-DAY.                   ZBNKUPC1
103800     IF WS-PT-FROM-ACCNO (WS-PT-SUB) IS EQUAL TO                  ZBNKUPC1
103900          WS-AT-ACCNO (WS-AT-SUB)                                 ZBNKUPC1
104000        COMPUTE WS-ITEM-AMOUNT = 0 - WS-PT-AMOUNT (WS-PT-SUB)     ZBNKUPC1
104100        PERFORM ADD-ITEM                                          ZBNKUPC1
104200     ELSE                                                         ZBNKUPC1
104300        IF WS-PT-TO-ACCNO (WS-PT-SUB) IS EQUAL TO                 ZBNKUPC1
104400             WS-AT-ACCNO (WS-AT-SUB)                              ZBNKUPC1
104500           MOVE WS-PT-AMOUNT (WS-PT-SUB) TO WS-ITEM-AMOUNT        ZBNKUPC1
104600           PERFORM ADD-ITEM                                       ZBNKUPC1
104700        END-IF                                                    ZBNKUPC1
104800     END-IF.                                                      ZBNKUPC1
104900     ADD 1 TO WS-PT-SUB.                                          ZBNKUPC1
105000     GO TO FUTURE-PAYMENTS-LOOP.                                  ZBNKUPC1
105100 FUTURE-PAYMENTS-EXIT.                                            ZBNKUPC1
105200     EXIT.                                                        ZBNKUPC1
105300                                                                  ZBNKUPC1
105400***************************************************************** ZBNKUPC1
105500* Collections credited to this account                          * ZBNKUPC1
105600***************************************************************** ZBNKUPC1
105700 COLLECTIONS.                                                     ZBNKUPC1
105800     MOVE 1 TO WS-CT-SUB.                                         ZBNKUPC1
105900 COLLECTIONS-LOOP.                                                ZBNKUPC1
106000     IF WS-CT-SUB IS GREATER THAN WS-CT-COUNT                     ZBNKUPC1
106100        GO TO COLLECTIONS-EXIT                                    ZBNKUPC1
106200     END-IF.                                                      ZBNKUPC1
106300     IF WS-CT-ACCNO (WS-CT-SUB) IS EQUAL TO                       ZBNKUPC1
106400          WS-AT-ACCNO (WS-AT-SUB)                                 ZBNKUPC1
106500        MOVE WS-CT-DAY (WS-CT-SUB) TO WS-ITEM-DAY                 ZBNKUPC1
106600        MOVE WS-CT-AMOUNT (WS-CT-SUB) TO WS-ITEM-AMOUNT           ZBNKUPC1
106700        PERFORM ADD-ITEM                                          ZBNKUPC1
106800     END-IF.                                                      ZBNKUPC1
106900     ADD 1 TO WS-CT-SUB.                                          ZBNKUPC1
107000     GO TO COLLECTIONS-LOOP.                                      ZBNKUPC1
107100 COLLECTIONS-EXIT.                                                ZBNKUPC1
107200     EXIT.                                                        ZBNKUPC1
107300                                                                  ZBNKUPC1
107400***************************************************************** ZBNKUPC1
107500* Loan instalments and escrow on the customer's first open      * ZBNKUPC1
107600* account - nothing while the customer has an active bankruptcy * ZBNKUPC1
107700* case.  A schedule row becomes due on the day the months since * ZBNKUPC1
107800* origination reach it; rows already overdue fall today.        * ZBNKUPC1
107900***************************************************************** ZBNKUPC1
108000 LOAN-INSTALMENTS.                                                ZBNKUPC1
108100     MOVE WS-CUST-PID TO BKR-REC-PID.                             ZBNKUPC1
108200     READ BNKBKRP-FILE.                                           ZBNKUPC1
108300     IF WS-BNKBKRP-STATUS IS EQUAL TO '00' AND                    ZBNKUPC1
108400        BKR-CASE-ACTIVE                                           ZBNKUPC1
108500        GO TO LOAN-INSTALMENTS-EXIT                               ZBNKUPC1
108600     END-IF.                                                      ZBNKUPC1
108700     MOVE 1 TO WS-LT-SUB.                                         ZBNKUPC1
108800 LOAN-INSTALMENTS-LOOP.                                           ZBNKUPC1
108900     IF WS-LT-SUB IS GREATER THAN WS-LT-COUNT                     ZBNKUPC1
109000        GO TO LOAN-INSTALMENTS-EXIT                               ZBNKUPC1
109100     END-IF.                                                      ZBNKUPC1
109200     IF WS-LT-PID (WS-LT-SUB) IS EQUAL TO WS-CUST-PID             ZBNKUPC1
109300        PERFORM LOAN-ELAPSED THRU                                 ZBNKUPC1
109400                LOAN-ELAPSED-EXIT                                 ZBNKUPC1
109500        IF WS-DAY-ELAPSED (30) IS GREATER THAN ZERO               ZBNKUPC1
109600           PERFORM GET-ESCROW-AMOUNT THRU                         ZBNKUPC1
109700                   GET-ESCROW-AMOUNT-EXIT                         ZBNKUPC1
109800           PERFORM LOAN-SCHEDULE-ITEMS THRU                       ZBNKUPC1
109900                   LOAN-SCHEDULE-ITEMS-EXIT                       ZBNKUPC1
110000        END-IF                                                    ZBNKUPC1
110100     END-IF.                                                      ZBNKUPC1
110200     ADD 1 TO WS-LT-SUB.                                          ZBNKUPC1
110300     GO TO LOAN-INSTALMENTS-LOOP.                                 ZBNKUPC1
110400 LOAN-INSTALMENTS-EXIT.                                           ZBNKUPC1
110500     EXIT.                                                        ZBNKUPC1
110600                                                                  ZBNKUPC1
110700***************************************************************** ZBNKUPC1
110800* Months since origination of loan WS-LT-SUB as at each day of  * ZBNKUPC1
110900* the window, capped at the term                                * ZBNKUPC1
111000***************************************************************** ZBNKUPC1
111100 LOAN-ELAPSED.                                                    ZBNKUPC1
111200     MOVE WS-LT-LOAN-ID (WS-LT-SUB) (1:10) TO WS-ORIG-DATE.       ZBNKUPC1
111300     MOVE 1 TO WS-DAY-SUB.                                        ZBNKUPC1
111400 LOAN-ELAPSED-LOOP.                                               ZBNKUPC1
111500     MOVE WS-DAY-DATE (WS-DAY-SUB) TO WS-DATE-WORK.               ZBNKUPC1
111600     COMPUTE WS-DAY-ELAPSED (WS-DAY-SUB) =                        ZBNKUPC1
111700       ((WS-DATE-WORK-YYYY - WS-ORIG-YYYY) * 12) +                ZBNKUPC1
111800       (WS-DATE-WORK-MM - WS-ORIG-MM).                            ZBNKUPC1
111900     IF WS-DATE-WORK-DD IS LESS THAN WS-ORIG-DD                   ZBNKUPC1
112000        SUBTRACT 1 FROM WS-DAY-ELAPSED (WS-DAY-SUB)               ZBNKUPC1
112100     END-IF.                                                      ZBNKUPC1
112200     IF WS-DAY-ELAPSED (WS-DAY-SUB) IS GREATER THAN               ZBNKUPC1
112300          WS-LT-TERM (WS-LT-SUB)                                  ZBNKUPC1
112400        MOVE WS-LT-TERM (WS-LT-SUB) TO WS-DAY-ELAPSED (WS-DAY-SUB)ZBNKUPC1
112500     END-IF.                                                      ZBNKUPC1
112600     IF WS-DAY-ELAPSED (WS-DAY-SUB) IS LESS THAN ZERO             ZBNKUPC1
112700        MOVE ZERO TO WS-DAY-ELAPSED (WS-DAY-SUB)                  ZBNKUPC1
112800     END-IF.                                                      ZBNKUPC1
112900     IF WS-DAY-SUB IS LESS THAN 30                                ZBNKUPC1
113000        ADD 1 TO WS-DAY-SUB                                       ZBNKUPC1
113100        GO TO LOAN-ELAPSED-LOOP                                   ZBNKUPC1
113200     END-IF.                                                      ZBNKUPC1
113300 LOAN-ELAPSED-EXIT.                                               ZBNKUPC1
113400     EXIT.                                                        ZBNKUPC1
113500                                                                  ZBNKUPC1
113600***************************************************************** ZBNKUPC1
113700* The escrow monthly amount from the loan's master escrow row   * ZBNKUPC1
113800***************************************************************** ZBNKUPC1
113900 GET-ESCROW-AMOUNT.                                               ZBNKUPC1
114000     MOVE ZERO TO WS-ESCROW-AMT.                                  ZBNKUPC1
114100     MOVE WS-LT-LOAN-ID (WS-LT-SUB) TO ESC-REC-LOAN-ID.           ZBNKUPC1
114200     MOVE ZERO TO ESC-REC-SEQ.                                    ZBNKUPC1
114300     READ BNKESCR-FILE.                                           ZBNKUPC1
114400     IF WS-BNKESCR-STATUS IS EQUAL TO '00' AND                    ZBNKUPC1
114500        ESC-REC-MONTHLY-AMT IS NUMERIC AND                        ZBNKUPC1
114600        ESC-REC-MONTHLY-AMT IS GREATER THAN ZERO                  ZBNKUPC1
114700        MOVE ESC-REC-MONTHLY-AMT TO WS-ESCROW-AMT                 ZBNKUPC1
114800     END-IF.                                                      ZBNKUPC1
114900 GET-ESCROW-AMOUNT-EXIT.                                          ZBNKUPC1
115000     EXIT.                                                        ZBNKUPC1
115100                                                                  ZBNKUPC1
115200***************************************************************** ZBNKUPC1
115300* The loan's unpaid schedule rows due by the end of the window  * ZBNKUPC1
115400***************************************************************** ZBNKUPC1
115500 LOAN-SCHEDULE-ITEMS.                                             ZBNKUPC1
115600     MOVE WS-LT-LOAN-ID (WS-LT-SUB) TO LNS-REC-LOAN-ID.           ZBNKUPC1
115700     MOVE 1 TO LNS-REC-PAYMENT-NO.                                ZBNKUPC1
115800     START BNKLNSCH-FILE KEY IS NOT LESS THAN LNS-KEY.            ZBNKUPC1
115900     IF WS-BNKLNSCH-STATUS IS NOT EQUAL TO '00'                   ZBNKUPC1
116000        GO TO LOAN-SCHEDULE-ITEMS-EXIT                            ZBNKUPC1
116100     END-IF.                                                      ZBNKUPC1
116200 LOAN-SCHEDULE-ITEMS-LOOP.                                        ZBNKUPC1
116300     READ BNKLNSCH-FILE NEXT RECORD.                              ZBNKUPC1
116400     IF WS-BNKLNSCH-STATUS IS EQUAL TO '10'                       ZBNKUPC1
116500        GO TO LOAN-SCHEDULE-ITEMS-EXIT                            ZBNKUPC1
116600     END-IF.                                                      ZBNKUPC1
116700     IF WS-BNKLNSCH-STATUS IS NOT EQUAL TO '00'                   ZBNKUPC1
116800        MOVE 'BNKLNSCH read error...'                             ZBNKUPC1
116900          TO WS-CONSOLE-MESSAGE                                   ZBNKUPC1
117000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKUPC1
117100        MOVE WS-BNKLNSCH-STATUS TO WS-IO-STATUS                   ZBNKUPC1
117200        PERFORM DISPLAY-IO-STATUS                                 ZBNKUPC1
117300        PERFORM ABORT-PROGRAM                                     ZBNKUPC1
117400     END-IF.                                                      ZBNKUPC1
117500     IF LNS-REC-LOAN-ID IS NOT EQUAL TO                           ZBNKUPC1
117600          WS-LT-LOAN-ID (WS-LT-SUB) OR                            ZBNKUPC1
117700        LNS-REC-PAYMENT-NO IS GREATER THAN WS-DAY-ELAPSED (30)    ZBNKUPC1
117800        GO TO LOAN-SCHEDULE-ITEMS-EXIT                            ZBNKUPC1
117900     END-IF.                                                      ZBNKUPC1
118000     IF NOT LNS-ROW-UNPAID                                        ZBNKUPC1
118100        GO TO LOAN-SCHEDULE-ITEMS-LOOP                            ZBNKUPC1
118200     END-IF.                                                      ZBNKUPC1
118300     MOVE 1 TO WS-DAY-SUB.                                        ZBNKUPC1
118400 LOAN-SCHEDULE-ITEMS-DAY.                                         ZBNKUPC1
118500     IF WS-DAY-ELAPSED (WS-DAY-SUB) IS LESS THAN                  ZBNKUPC1
118600          LNS-REC-PAYMENT-NO                                      ZBNKUPC1
118700        ADD 1 TO WS-DAY-SUB                                       ZBNKUPC1
118800        GO TO LOAN-SCHEDULE-ITEMS-DAY                             ZBNKUPC1
118900     END-IF.                                                      ZBNKUPC1
119000     MOVE WS-DAY-SUB TO WS-ITEM-DAY.                              ZBNKUPC1
119100     COMPUTE WS-ITEM-AMOUNT =                                     ZBNKUPC1
119200       0 - WS-LT-PAYMENT (WS-LT-SUB) - WS-ESCROW-AMT.             ZBNKUPC1
119300     PERFORM ADD-ITEM.                                            ZBNKUPC1
119400     GO TO LOAN-SCHEDULE-ITEMS-LOOP.                              ZBNKUPC1
119500 LOAN-SCHEDULE-ITEMS-EXIT.                                        ZBNKUPC1
119600     EXIT.                                                        ZBNKUPC1
119700                                                                  ZBNKUPC1
119800***************************************************************** ZBNKUPC1
119900* Queue the low-funds alert for the account owner, if they take * ZBNKUPC1
120000* alerts, and list the shortfall either way                     * ZBNKUPC1
120100***************************************************************** ZBNKUPC1
120200 WRITE-LOW-FUNDS-ALERT.                                           ZBNKUPC1
120300     MOVE WS-AT-ACCNO (WS-AT-SUB) TO WS-LINE4-ACCNO.              ZBNKUPC1
120400     MOVE WS-CUST-PID TO WS-LINE4-PID.                            ZBNKUPC1
120500     MOVE WS-SHORT-DATE TO WS-LINE4-DATE.                         ZBNKUPC1
120600     MOVE WS-SHORT-BAL TO WS-LINE4-BALANCE.                       ZBNKUPC1
120700     MOVE WS-SHORT-BY TO WS-LINE4-SHORT-BY.                       ZBNKUPC1
120800     MOVE WS-CUST-PID TO ALP-REC-PID.                             ZBNKUPC1
120900     READ BNKALPF-FILE.                                           ZBNKUPC1
121000     IF WS-BNKALPF-STATUS IS NOT EQUAL TO '00'                    ZBNKUPC1
121100        ADD 1 TO WS-NO-PREFERENCES                                ZBNKUPC1
121200        MOVE 'No alert preferences' TO WS-LINE4-ACTION            ZBNKUPC1
121300        MOVE WS-LINE4 TO PRINTOUT-REC                             ZBNKUPC1
121400        PERFORM PRINTOUT-PUT                                      ZBNKUPC1
121500        GO TO WRITE-LOW-FUNDS-ALERT-EXIT                          ZBNKUPC1
121600     END-IF.                                                      ZBNKUPC1
121700 COPY CTSTAMPP.                                                   ZBNKUPC1
121800     ADD 1 TO WS-ALERT-SEQ.                                       ZBNKUPC1
121900     MOVE WS-ALERT-SEQ TO WS-TS-TIME-DDDDDD (2:4).                ZBNKUPC1
122000     MOVE '5' TO WS-TIMESTAMP (26:1).                             ZBNKUPC1
122100     MOVE SPACES TO BNKALRTQ-REC.                                 ZBNKUPC1
122200     MOVE WS-TIMESTAMP TO AQ-REC-TIMESTAMP.                       ZBNKUPC1
122300     MOVE WS-CUST-PID TO AQ-REC-PID.                              ZBNKUPC1
122400     SET AQ-ALERT-LOW-FUNDS TO TRUE.                              ZBNKUPC1
122500     MOVE WS-AT-ACCNO (WS-AT-SUB) TO AQ-REC-ACCNO.                ZBNKUPC1
122600     MOVE WS-SHORT-BY TO AQ-REC-AMOUNT.                           ZBNKUPC1
122700     STRING 'Projected shortfall on ' DELIMITED BY SIZE           ZBNKUPC1
122800            WS-SHORT-DATE DELIMITED BY SIZE                       ZBNKUPC1
122900       INTO AQ-REC-TEXT.                                          ZBNKUPC1
123000     SET AQ-UNSENT TO TRUE.                                       ZBNKUPC1
123100     MOVE ZERO TO AQ-REC-RETRY-COUNT.                             ZBNKUPC1
123200     WRITE AQ-RECORD.                                             ZBNKUPC1
123300     IF WS-BNKALRTQ-STATUS IS NOT EQUAL TO '00'                   ZBNKUPC1
123400        MOVE 'BNKALRTQ error writing file...'                     ZBNKUPC1
123500          TO WS-CONSOLE-MESSAGE                                   ZBNKUPC1
123600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKUPC1
123700        MOVE WS-BNKALRTQ-STATUS TO WS-IO-STATUS                   ZBNKUPC1
123800        PERFORM DISPLAY-IO-STATUS                                 ZBNKUPC1
123900        PERFORM ABORT-PROGRAM                                     ZBNKUPC1
124000     END-IF.                                                      ZBNKUPC1
124100     SET JRN-CTL-ADD TO TRUE.                                     ZBNKUPC1
124200     PERFORM JOURNAL-BNKALRTQ.                                    ZBNKUPC1
124300     ADD 1 TO WS-ALERTS-QUEUED.                                   ZBNKUPC1
124400     MOVE 'Low-funds alert queued' TO WS-LINE4-ACTION.            ZBNKUPC1
124500     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKUPC1
124600     PERFORM PRINTOUT-PUT.                                        ZBNKUPC1
124700 WRITE-LOW-FUNDS-ALERT-EXIT.                                      ZBNKUPC1
124800     EXIT.                                                        ZBNKUPC1
124900                                                                  ZBNKUPC1
125000***************************************************************** ZBNKUPC1
125100* Journal the alert queue row just written                      * ZBNKUPC1
125200***************************************************************** ZBNKUPC1
125300 JOURNAL-BNKALRTQ.                                                ZBNKUPC1
125400     MOVE 'BNKALRTQ' TO JRN-CTL-FILE.                             ZBNKUPC1
125500     MOVE WS-BNKALRTQ-STATUS TO JRN-CTL-IO-STATUS.                ZBNKUPC1
125600     MOVE BNKALRTQ-REC TO JRN-CTL-IMAGE.                          ZBNKUPC1
125700     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKUPC1
125800     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKUPC1
125900     IF JRN-CTL-ERROR                                             ZBNKUPC1
126000        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKUPC1
126100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKUPC1
126200        PERFORM ABORT-PROGRAM                                     ZBNKUPC1
126300     END-IF.                                                      ZBNKUPC1
126400                                                                  ZBNKUPC1
126500***************************************************************** ZBNKUPC1
126600* Print the run totals                                          * ZBNKUPC1
126700***************************************************************** ZBNKUPC1
126800 PRINT-RUN-TOTALS.                                                ZBNKUPC1
126900     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKUPC1
127000     PERFORM PRINTOUT-PUT.                                        ZBNKUPC1
127100     MOVE 'Customers read' TO WS-LINE5-TEXT.                      ZBNKUPC1
127200     MOVE WS-CUSTOMERS-READ TO WS-LINE5-COUNT.                    ZBNKUPC1
127300     MOVE ZERO TO WS-LINE5-AMOUNT.                                ZBNKUPC1
127400     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKUPC1
127500     PERFORM PRINTOUT-PUT.                                        ZBNKUPC1
127600     MOVE 'Open accounts projected' TO WS-LINE5-TEXT.             ZBNKUPC1
127700     MOVE WS-ACCOUNTS-PROJECTED TO WS-LINE5-COUNT.                ZBNKUPC1
127800     MOVE ZERO TO WS-LINE5-AMOUNT.                                ZBNKUPC1
127900     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKUPC1
128000     PERFORM PRINTOUT-PUT.                                        ZBNKUPC1
128100     MOVE 'Accounts already past their limit' TO WS-LINE5-TEXT.   ZBNKUPC1
128200     MOVE WS-ACCOUNTS-PAST-LIMIT TO WS-LINE5-COUNT.               ZBNKUPC1
128300     MOVE ZERO TO WS-LINE5-AMOUNT.                                ZBNKUPC1
128400     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKUPC1
128500     PERFORM PRINTOUT-PUT.                                        ZBNKUPC1
128600     MOVE 'Shortfalls three business days out' TO WS-LINE5-TEXT.  ZBNKUPC1
128700     MOVE WS-SHORTFALLS TO WS-LINE5-COUNT.                        ZBNKUPC1
128800     MOVE WS-AMT-SHORT TO WS-LINE5-AMOUNT.                        ZBNKUPC1
128900     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKUPC1
129000     PERFORM PRINTOUT-PUT.                                        ZBNKUPC1
129100     MOVE 'Low-funds alerts queued' TO WS-LINE5-TEXT.             ZBNKUPC1
129200     MOVE WS-ALERTS-QUEUED TO WS-LINE5-COUNT.                     ZBNKUPC1
129300     MOVE ZERO TO WS-LINE5-AMOUNT.                                ZBNKUPC1
129400     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKUPC1
129500     PERFORM PRINTOUT-PUT.                                        ZBNKUPC1
129600     MOVE 'Shortfalls with no alert preferences' TO WS-LINE5-TEXT.ZBNKUPC1
129700     MOVE WS-NO-PREFERENCES TO WS-LINE5-COUNT.                    ZBNKUPC1
129800     MOVE ZERO TO WS-LINE5-AMOUNT.                                ZBNKUPC1
129900     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKUPC1
130000     PERFORM PRINTOUT-PUT.                                        ZBNKUPC1
130100     MOVE 'Items not projected - table full' TO WS-LINE5-TEXT.    ZBNKUPC1
130200     MOVE WS-ITEMS-DROPPED TO WS-LINE5-COUNT.                     ZBNKUPC1
130300     MOVE ZERO TO WS-LINE5-AMOUNT.                                ZBNKUPC1
130400     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKUPC1
130500     PERFORM PRINTOUT-PUT.                                        ZBNKUPC1
130600                                                                  ZBNKUPC1
130700***************************************************************** ZBNKUPC1
130800* Print the report title, the alert window and the headings     * ZBNKUPC1
130900***************************************************************** ZBNKUPC1
131000 PRINT-REPORT-HEADER.                                             ZBNKUPC1
131100     MOVE WS-TODAY TO WS-LINE1-DATE.                              ZBNKUPC1
131200     MOVE WS-LINE1 TO PRINTOUT-REC.                               ZBNKUPC1
131300     PERFORM PRINTOUT-PUT.                                        ZBNKUPC1
131400     MOVE SPACES TO BUS-DAY-DATA.                                 ZBNKUPC1
131500     SET BUS-DAY-ADD-ONE-DAY TO TRUE.                             ZBNKUPC1
131600     MOVE WS-BUS-DAY-2 TO BUS-DAY-DATE-IN.                        ZBNKUPC1
131700     CALL 'UBUSDAY' USING BUS-DAY-DATA.                           ZBNKUPC1
131800     MOVE BUS-DAY-DATE-OUT TO WS-LINE2-FROM.                      ZBNKUPC1
131900     MOVE WS-BUS-DAY-3 TO WS-LINE2-TO.                            ZBNKUPC1
132000     MOVE WS-LINE2 TO PRINTOUT-REC.                               ZBNKUPC1
132100     PERFORM PRINTOUT-PUT.                                        ZBNKUPC1
132200     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKUPC1
132300     PERFORM PRINTOUT-PUT.                                        ZBNKUPC1
132400     MOVE WS-LINE3 TO PRINTOUT-REC.                               ZBNKUPC1
132500     PERFORM PRINTOUT-PUT.                                        ZBNKUPC1
132600                                                                  ZBNKUPC1
132700***************************************************************** ZBNKUPC1
132800* Write a record to the sequential print file                   * ZBNKUPC1
132900***************************************************************** ZBNKUPC1
133000 PRINTOUT-PUT.                                                    ZBNKUPC1
133100     WRITE PRINTOUT-REC.                                          ZBNKUPC1
133200     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKUPC1
133300       MOVE 'PRINTOUT error writing file...'                      ZBNKUPC1
133400         TO WS-CONSOLE-MESSAGE                                    ZBNKUPC1
133500       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKUPC1
133600       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKUPC1
133700       PERFORM DISPLAY-IO-STATUS                                  ZBNKUPC1
133800       PERFORM ABORT-PROGRAM                                      ZBNKUPC1
133900     END-IF.                                                      ZBNKUPC1
134000                                                                  ZBNKUPC1
134100***************************************************************** ZBNKUPC1
134200* Open the files                                                * ZBNKUPC1
134300***************************************************************** ZBNKUPC1
134400 OPEN-FILES.                                                      ZBNKUPC1
134500     OPEN INPUT BNKACC-FILE.                                      ZBNKUPC1
134600     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKUPC1
134700        MOVE 'BNKACC file open failure...'                        ZBNKUPC1
134800          TO WS-CONSOLE-MESSAGE                                   ZBNKUPC1
134900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKUPC1
135000        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKUPC1
135100        PERFORM DISPLAY-IO-STATUS                                 ZBNKUPC1
135200        PERFORM ABORT-PROGRAM                                     ZBNKUPC1
135300     END-IF.                                                      ZBNKUPC1
135400     OPEN INPUT BNKRPAY-FILE.                                     ZBNKUPC1
135500     IF WS-BNKRPAY-STATUS IS NOT EQUAL TO '00'                    ZBNKUPC1
135600        MOVE 'BNKRPAY file open failure...'                       ZBNKUPC1
135700          TO WS-CONSOLE-MESSAGE                                   ZBNKUPC1
135800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKUPC1
135900        MOVE WS-BNKRPAY-STATUS TO WS-IO-STATUS                    ZBNKUPC1
136000        PERFORM DISPLAY-IO-STATUS                                 ZBNKUPC1
136100        PERFORM ABORT-PROGRAM                                     ZBNKUPC1
136200     END-IF.                                                      ZBNKUPC1
136300     OPEN INPUT BNKPEND-FILE.                                     ZBNKUPC1
136400     IF WS-BNKPEND-STATUS IS NOT EQUAL TO '00'                    ZBNKUPC1
136500        MOVE 'BNKPEND file open failure...'                       ZBNKUPC1
136600          TO WS-CONSOLE-MESSAGE                                   ZBNKUPC1
136700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKUPC1
136800        MOVE WS-BNKPEND-STATUS TO WS-IO-STATUS                    ZBNKUPC1
136900        PERFORM DISPLAY-IO-STATUS                                 ZBNKUPC1
137000        PERFORM ABORT-PROGRAM                                     ZBNKUPC1
137100     END-IF.                                                      ZBNKUPC1
137200     OPEN INPUT BNKLOAN-FILE.                                     ZBNKUPC1
137300     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKUPC1
137400        MOVE 'BNKLOAN file open failure...'                       ZBNKUPC1
137500          TO WS-CONSOLE-MESSAGE                                   ZBNKUPC1
137600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKUPC1
137700        MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS                    ZBNKUPC1
137800        PERFORM DISPLAY-IO-STATUS                                 ZBNKUPC1
137900        PERFORM ABORT-PROGRAM                                     ZBNKUPC1
138000     END-IF.                                                      ZBNKUPC1
138100     OPEN INPUT BNKLNSCH-FILE.                                    ZBNKUPC1
138200     IF WS-BNKLNSCH-STATUS IS NOT EQUAL TO '00'                   ZBNKUPC1
138300        MOVE 'BNKLNSCH file open failure...'                      ZBNKUPC1
138400          TO WS-CONSOLE-MESSAGE                                   ZBNKUPC1
138500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKUPC1
138600        MOVE WS-BNKLNSCH-STATUS TO WS-IO-STATUS                   ZBNKUPC1
138700        PERFORM DISPLAY-IO-STATUS                                 ZBNKUPC1
138800        PERFORM ABORT-PROGRAM                                     ZBNKUPC1
138900     END-IF.                                                      ZBNKUPC1
139000     OPEN INPUT BNKESCR-FILE.                                     ZBNKUPC1
139100     IF WS-BNKESCR-STATUS IS NOT EQUAL TO '00'                    ZBNKUPC1
139200        MOVE 'BNKESCR file open failure...'                       ZBNKUPC1
139300          TO WS-CONSOLE-MESSAGE                                   ZBNKUPC1
139400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKUPC1
139500        MOVE WS-BNKESCR-STATUS TO WS-IO-STATUS                    ZBNKUPC1
139600        PERFORM DISPLAY-IO-STATUS                                 ZBNKUPC1
139700        PERFORM ABORT-PROGRAM                                     ZBNKUPC1
139800     END-IF.                                                      ZBNKUPC1
139900     OPEN INPUT BNKBKRP-FILE.                                     ZBNKUPC1
140000     IF WS-BNKBKRP-STATUS IS NOT EQUAL TO '00'                    ZBNKUPC1
140100        MOVE 'BNKBKRP file open failure...'                       ZBNKUPC1
140200          TO WS-CONSOLE-MESSAGE                                   ZBNKUPC1
140300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKUPC1
140400        MOVE WS-BNKBKRP-STATUS TO WS-IO-STATUS                    ZBNKUPC1
140500        PERFORM DISPLAY-IO-STATUS                                 ZBNKUPC1
140600        PERFORM ABORT-PROGRAM                                     ZBNKUPC1
140700     END-IF.                                                      ZBNKUPC1
140800     OPEN INPUT BNKPAYQ-FILE.                                     ZBNKUPC1
140900     IF WS-BNKPAYQ-STATUS IS NOT EQUAL TO '00'                    ZBNKUPC1
141000        MOVE 'BNKPAYQ file open failure...'                       ZBNKUPC1
141100          TO WS-CONSOLE-MESSAGE                                   ZBNKUPC1
141200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKUPC1
141300        MOVE WS-BNKPAYQ-STATUS TO WS-IO-STATUS                    ZBNKUPC1
141400        PERFORM DISPLAY-IO-STATUS                                 ZBNKUPC1
141500        PERFORM ABORT-PROGRAM                                     ZBNKUPC1
141600     END-IF.                                                      ZBNKUPC1
141700     OPEN INPUT BNKALPF-FILE.                                     ZBNKUPC1
141800     IF WS-BNKALPF-STATUS IS NOT EQUAL TO '00'                    ZBNKUPC1
141900        MOVE 'BNKALPF file open failure...'                       ZBNKUPC1
142000          TO WS-CONSOLE-MESSAGE                                   ZBNKUPC1
142100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKUPC1
142200        MOVE WS-BNKALPF-STATUS TO WS-IO-STATUS                    ZBNKUPC1
142300        PERFORM DISPLAY-IO-STATUS                                 ZBNKUPC1
142400        PERFORM ABORT-PROGRAM                                     ZBNKUPC1
142500     END-IF.                                                      ZBNKUPC1
142600     OPEN I-O BNKALRTQ-FILE.                                      ZBNKUPC1
142700     IF WS-BNKALRTQ-STATUS IS NOT EQUAL TO '00'                   ZBNKUPC1
142800        MOVE 'BNKALRTQ file open failure...'                      ZBNKUPC1
142900          TO WS-CONSOLE-MESSAGE                                   ZBNKUPC1
143000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKUPC1
143100        MOVE WS-BNKALRTQ-STATUS TO WS-IO-STATUS                   ZBNKUPC1
143200        PERFORM DISPLAY-IO-STATUS                                 ZBNKUPC1
143300        PERFORM ABORT-PROGRAM                                     ZBNKUPC1
143400     END-IF.                                                      ZBNKUPC1
143500     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKUPC1
143600     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKUPC1
143700        MOVE 'PRINTOUT file open failure...'                      ZBNKUPC1
143800          TO WS-CONSOLE-MESSAGE                                   ZBNKUPC1
143900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKUPC1
144000        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKUPC1
144100        PERFORM DISPLAY-IO-STATUS                                 ZBNKUPC1
144200        PERFORM ABORT-PROGRAM                                     ZBNKUPC1
144300     END-IF.                                                      ZBNKUPC1
144400                                                                  ZBNKUPC1
144500***************************************************************** ZBNKUPC1
144600* Close the files                                               * ZBNKUPC1
144700***************************************************************** ZBNKUPC1
144800 CLOSE-FILES.                                                     ZBNKUPC1
144900     CLOSE BNKACC-FILE.                                           ZBNKUPC1
145000     CLOSE BNKRPAY-FILE.                                          ZBNKUPC1
145100     CLOSE BNKPEND-FILE.                                          ZBNKUPC1
145200     CLOSE BNKLOAN-FILE.                                          ZBNKUPC1
145300     CLOSE BNKLNSCH-FILE.                                         ZBNKUPC1
145400     CLOSE BNKESCR-FILE.                                          ZBNKUPC1
145500     CLOSE BNKBKRP-FILE.                                          ZBNKUPC1
145600     CLOSE BNKPAYQ-FILE.                                          ZBNKUPC1
145700     CLOSE BNKALPF-FILE.                                          ZBNKUPC1
145800     CLOSE BNKALRTQ-FILE.                                         ZBNKUPC1
145900     CLOSE PRINTOUT-FILE.                                         ZBNKUPC1
146000***************************************************************** ZBNKUPC1
146100* Display the file status bytes. This routine will display as   * ZBNKUPC1
146200* two digits if the full two byte file status is numeric. If    * ZBNKUPC1
146300* second byte is non-numeric then it will be treated as a       * ZBNKUPC1
146400* binary number.                                                * ZBNKUPC1
146500***************************************************************** ZBNKUPC1
146600 DISPLAY-IO-STATUS.                                               ZBNKUPC1
146700     IF WS-IO-STATUS NUMERIC                                      ZBNKUPC1
146800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKUPC1
146900        STRING 'File status -' DELIMITED BY SIZE                  ZBNKUPC1
147000               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKUPC1
147100          INTO WS-CONSOLE-MESSAGE                                 ZBNKUPC1
147200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKUPC1
147300     ELSE                                                         ZBNKUPC1
147400        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKUPC1
147500        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKUPC1
147600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKUPC1
147700        STRING 'File status -' DELIMITED BY SIZE                  ZBNKUPC1
147800               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKUPC1
147900               '/' DELIMITED BY SIZE                              ZBNKUPC1
148000               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKUPC1
148100          INTO WS-CONSOLE-MESSAGE                                 ZBNKUPC1
148200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKUPC1
148300     END-IF.                                                      ZBNKUPC1
148400                                                                  ZBNKUPC1
148500***************************************************************** ZBNKUPC1
148600* 'ABORT' the program.                                          * ZBNKUPC1
148700* Post a message to the console and issue a STOP RUN            * ZBNKUPC1
148800***************************************************************** ZBNKUPC1
148900 ABORT-PROGRAM.                                                   ZBNKUPC1
149000     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKUPC1
149100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKUPC1
149200     END-IF.                                                      ZBNKUPC1
149300     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKUPC1
149400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKUPC1
149500     MOVE 16 TO RETURN-CODE.                                      ZBNKUPC1
149600     STOP RUN.                                                    ZBNKUPC1
149700                                                                  ZBNKUPC1
149800***************************************************************** ZBNKUPC1
149900* Display CONSOLE messages...                                   * ZBNKUPC1
150000***************************************************************** ZBNKUPC1
150100 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKUPC1
150200     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKUPC1
150300       UPON CONSOLE.                                              ZBNKUPC1
150400     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKUPC1
150500                                                                  ZBNKUPC1
150600 COPY CTIMERP.                                                    ZBNKUPC1
150700                                                                  ZBNKUPC1
150800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKUPC1
