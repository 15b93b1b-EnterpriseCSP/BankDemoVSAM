000100***************************************************************** ZBNKGAP1
000200*                                                               * ZBNKGAP1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKGAP1
000400*   This demonstration program is provided for use by users     * ZBNKGAP1
000500*   of Micro Focus products and may be used, modified and       * ZBNKGAP1
000600*   distributed as part of your application provided that       * ZBNKGAP1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKGAP1
000800*   in this material.                                           * ZBNKGAP1
000900*                                                               * ZBNKGAP1
001000***************************************************************** ZBNKGAP1
001100                                                                  ZBNKGAP1
001200***************************************************************** ZBNKGAP1
001300* Program:     ZBNKGAP1.CBL                                     * ZBNKGAP1
001400* Function:    Month-end interest-rate repricing gap report for * ZBNKGAP1
001500*              asset/liability management.  Every rate-bearing  * ZBNKGAP1
001600*              balance is placed in the time bucket in which it * ZBNKGAP1
001700*              next reprices - overnight, under one month, 1-3  * ZBNKGAP1
001800*              months, 3-6 months, 6-12 months, 1-5 years and   * ZBNKGAP1
001900*              over 5 years from the report date:               * ZBNKGAP1
002000*                fixed-rate loans (BNKLOAN with no BNKLNVR      * ZBNKGAP1
002100*                rider) - each unpaid instalment's principal in * ZBNKGAP1
002200*                the month it falls due on BNKLNSCH, arrears    * ZBNKGAP1
002300*                overnight                                      * ZBNKGAP1
002400*                variable-rate loans - the same, but nothing    * ZBNKGAP1
002500*                later than the next rate reset, the pending    * ZBNKGAP1
002600*                effective-dated base rate on the loan product  * ZBNKGAP1
002700*                row of BNKATYP; with no reset pending the rate * ZBNKGAP1
002800*                can move at any time and the balance is spread * ZBNKGAP1
002900*                by the V assumption                            * ZBNKGAP1
003000*                revolving lines - the drawn balance on BNKLOC, * ZBNKGAP1
003100*                spread by the R assumption                     * ZBNKGAP1
003200*                overdrawn accounts - overnight                 * ZBNKGAP1
003300*                term deposits (an active BNKTERM row) - the    * ZBNKGAP1
003400*                whole balance at maturity                      * ZBNKGAP1
003500*                other credit balances on BNKACC - spread by    * ZBNKGAP1
003600*                the D assumption for the account type          * ZBNKGAP1
003700*              The behavioural assumptions come from the GAPTAB * ZBNKGAP1
003800*              table, which treasury maintain.  Each row gives  * ZBNKGAP1
003900*              a kind (D, V or R), an account type or * for     * ZBNKGAP1
004000*              every type not given, and the percentage of the  * ZBNKGAP1
004100*              balance for each of the seven buckets, totalling * ZBNKGAP1
004200*              100; an S row gives the parallel rate shock in   * ZBNKGAP1
004300*              basis points.  A balance with no assumption is   * ZBNKGAP1
004400*              taken as repricing overnight and counted, and    * ZBNKGAP1
004500*              the run ends with return code 4 so the table can * ZBNKGAP1
004600*              be completed.  The report gives the balances by  * ZBNKGAP1
004700*              bucket, the periodic and cumulative gap, and the * ZBNKGAP1
004800*              estimated effect on the next twelve months' net  * ZBNKGAP1
004900*              interest income of the shock up and down - each  * ZBNKGAP1
005000*              bucket's gap repriced from the middle of the     * ZBNKGAP1
005100*              bucket to the end of the year.  The bank's own   * ZBNKGAP1
005200*              internal accounts (99999999n) are left out.      * ZBNKGAP1
005300*              EXEC PARM names the report date CCYY-MM-DD,      * ZBNKGAP1
005400*              defaulting to today.                             * ZBNKGAP1
005500***************************************************************** ZBNKGAP1
005600                                                                  ZBNKGAP1
005700 IDENTIFICATION DIVISION.                                         ZBNKGAP1
005800 PROGRAM-ID.                                                      ZBNKGAP1
005900     ZBNKGAP1.                                                    ZBNKGAP1
006000 DATE-WRITTEN.                                                    ZBNKGAP1
006100     October 2026.                                                ZBNKGAP1
006200 DATE-COMPILED.                                                   ZBNKGAP1
006300     Today.                                                       ZBNKGAP1
006400                                                                  ZBNKGAP1
006500 ENVIRONMENT DIVISION.                                            ZBNKGAP1
006600 INPUT-OUTPUT   SECTION.                                          ZBNKGAP1
006700   FILE-CONTROL.                                                  ZBNKGAP1
006800     SELECT GAPTAB-FILE                                           ZBNKGAP1
006900            ASSIGN       TO GAPTAB                                ZBNKGAP1
007000            ORGANIZATION IS SEQUENTIAL                            ZBNKGAP1
007100            ACCESS MODE  IS SEQUENTIAL                            ZBNKGAP1
007200            FILE STATUS  IS WS-GAPTAB-STATUS.                     ZBNKGAP1
007300     SELECT BNKATYP-FILE                                          ZBNKGAP1
007400            ASSIGN       TO BNKATYP                               ZBNKGAP1
007500            ORGANIZATION IS INDEXED                               ZBNKGAP1
007600            ACCESS MODE  IS RANDOM                                ZBNKGAP1
007700            RECORD KEY   IS BAT-REC-TYPE                          ZBNKGAP1
007800            FILE STATUS  IS WS-BNKATYP-STATUS.                    ZBNKGAP1
007900     SELECT BNKLOAN-FILE                                          ZBNKGAP1
008000            ASSIGN       TO BNKLOAN                               ZBNKGAP1
008100            ORGANIZATION IS INDEXED                               ZBNKGAP1
008200            ACCESS MODE  IS DYNAMIC                               ZBNKGAP1
008300            RECORD KEY   IS LNM-KEY                               ZBNKGAP1
008400            FILE STATUS  IS WS-BNKLOAN-STATUS.                    ZBNKGAP1
008500     SELECT BNKLNSCH-FILE                                         ZBNKGAP1
008600            ASSIGN       TO BNKLNSCH                              ZBNKGAP1
008700            ORGANIZATION IS INDEXED                               ZBNKGAP1
008800            ACCESS MODE  IS DYNAMIC                               ZBNKGAP1
008900            RECORD KEY   IS LNS-KEY                               ZBNKGAP1
009000            FILE STATUS  IS WS-BNKLNSCH-STATUS.                   ZBNKGAP1
009100     SELECT BNKLNVR-FILE                                          ZBNKGAP1
009200            ASSIGN       TO BNKLNVR                               ZBNKGAP1
009300            ORGANIZATION IS INDEXED                               ZBNKGAP1
009400            ACCESS MODE  IS RANDOM                                ZBNKGAP1
009500            RECORD KEY   IS LNV-KEY                               ZBNKGAP1
009600            FILE STATUS  IS WS-BNKLNVR-STATUS.                    ZBNKGAP1
009700     SELECT BNKLOC-FILE                                           ZBNKGAP1
009800            ASSIGN       TO BNKLOC                                ZBNKGAP1
009900            ORGANIZATION IS INDEXED                               ZBNKGAP1
010000            ACCESS MODE  IS RANDOM                                ZBNKGAP1
010100            RECORD KEY   IS LOC-KEY                               ZBNKGAP1
010200            FILE STATUS  IS WS-BNKLOC-STATUS.                     ZBNKGAP1
010300     SELECT BNKACC-FILE                                           ZBNKGAP1
010400            ASSIGN       TO BNKACC                                ZBNKGAP1
010500            ORGANIZATION IS INDEXED                               ZBNKGAP1
010600            ACCESS MODE  IS DYNAMIC                               ZBNKGAP1
010700            RECORD KEY   IS BAC-REC-ACCNO                         ZBNKGAP1
010800            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          ZBNKGAP1
010900            FILE STATUS  IS WS-BNKACC-STATUS.                     ZBNKGAP1
011000     SELECT BNKTERM-FILE                                          ZBNKGAP1
011100            ASSIGN       TO BNKTERM                               ZBNKGAP1
011200            ORGANIZATION IS INDEXED                               ZBNKGAP1
011300            ACCESS MODE  IS RANDOM                                ZBNKGAP1
011400            RECORD KEY   IS TRM-REC-ACCNO                         ZBNKGAP1
011500            FILE STATUS  IS WS-BNKTERM-STATUS.                    ZBNKGAP1
011600     SELECT PRINTOUT-FILE                                         ZBNKGAP1
011700            ASSIGN       TO PRINTOUT                              ZBNKGAP1
011800            ORGANIZATION IS SEQUENTIAL                            ZBNKGAP1
011900            ACCESS MODE  IS SEQUENTIAL                            ZBNKGAP1
012000            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKGAP1
012100                                                                  ZBNKGAP1
012200 DATA DIVISION.                                                   ZBNKGAP1
012300 FILE SECTION.                                                    ZBNKGAP1
012400                                                                  ZBNKGAP1
012500 FD  GAPTAB-FILE.                                                 ZBNKGAP1
012600 01  GAPTAB-REC.                                                  ZBNKGAP1
012700   05  GTB-KIND                          PIC X(1).                ZBNKGAP1
012800     88  GTB-KIND-DEMAND                 VALUE 'D'.               ZBNKGAP1
012900     88  GTB-KIND-VARIABLE               VALUE 'V'.               ZBNKGAP1
013000     88  GTB-KIND-REVOLVING              VALUE 'R'.               ZBNKGAP1
013100     88  GTB-KIND-SHOCK                  VALUE 'S'.               ZBNKGAP1
013200   05  FILLER                            PIC X(1).                ZBNKGAP1
013300   05  GTB-CODE                          PIC X(1).                ZBNKGAP1
013400   05  FILLER                            PIC X(1).                ZBNKGAP1
013500   05  GTB-PCT-AREA.                                              ZBNKGAP1
013600     10  GTB-PCT-ENTRY OCCURS 7 TIMES.                            ZBNKGAP1
013700       15  GTB-PCT                       PIC 9(3).                ZBNKGAP1
013800       15  FILLER                        PIC X(1).                ZBNKGAP1
013900   05  GTB-SHOCK-AREA REDEFINES GTB-PCT-AREA.                     ZBNKGAP1
014000     10  GTB-SHOCK-BP                    PIC 9(4).                ZBNKGAP1
014100     10  FILLER                          PIC X(24).               ZBNKGAP1
014200   05  FILLER                            PIC X(48).               ZBNKGAP1
014300                                                                  ZBNKGAP1
014400 FD  BNKATYP-FILE.                                                ZBNKGAP1
014500 01  BNKATYP-REC.                                                 ZBNKGAP1
014600 COPY CBANKVAT.                                                   ZBNKGAP1
014700                                                                  ZBNKGAP1
014800 FD  BNKLOAN-FILE.                                                ZBNKGAP1
014900 01  BNKLOAN-REC.                                                 ZBNKGAP1
015000 COPY CBANKVLN.                                                   ZBNKGAP1
015100                                                                  ZBNKGAP1
015200 FD  BNKLNSCH-FILE.                                               ZBNKGAP1
015300 01  BNKLNSCH-REC.                                                ZBNKGAP1
015400 COPY CBANKVLS.                                                   ZBNKGAP1
015500                                                                  ZBNKGAP1
015600 FD  BNKLNVR-FILE.                                                ZBNKGAP1
015700 01  BNKLNVR-REC.                                                 ZBNKGAP1
015800 COPY CBANKVLV.                                                   ZBNKGAP1
015900                                                                  ZBNKGAP1
016000 FD  BNKLOC-FILE.                                                 ZBNKGAP1
016100 01  BNKLOC-REC.                                                  ZBNKGAP1
016200 COPY CBANKVLC.                                                   ZBNKGAP1
016300                                                                  ZBNKGAP1
016400 FD  BNKACC-FILE.                                                 ZBNKGAP1
016500 01  BNKACC-REC.                                                  ZBNKGAP1
016600 COPY CBANKVAC.                                                   ZBNKGAP1
016700                                                                  ZBNKGAP1
016800 FD  BNKTERM-FILE.                                                ZBNKGAP1
016900 01  BNKTERM-REC.                                                 ZBNKGAP1
017000 COPY CBANKVTM.                                                   ZBNKGAP1
017100                                                                  ZBNKGAP1
017200 FD  PRINTOUT-FILE.                                               ZBNKGAP1
017300 01  PRINTOUT-REC                        PIC X(121).              ZBNKGAP1
017400                                                                  ZBNKGAP1
017500 WORKING-STORAGE SECTION.                                         ZBNKGAP1
017600 COPY CBUSDAYD.                                                   ZBNKGAP1
017700                                                                  ZBNKGAP1
017800 COPY CTIMERD.                                                    ZBNKGAP1
017900                                                                  ZBNKGAP1
018000 COPY CTSTAMPD.                                                   ZBNKGAP1
018100                                                                  ZBNKGAP1
018200 01  WS-MISC-STORAGE.                                             ZBNKGAP1
018300   05  WS-PROGRAM-ID                     PIC X(8)                 ZBNKGAP1
018400       VALUE 'ZBNKGAP1'.                                          ZBNKGAP1
018500   05  WS-GAPTAB-STATUS.                                          ZBNKGAP1
018600     10  WS-GAPTAB-STAT1                 PIC X(1).                ZBNKGAP1
018700     10  WS-GAPTAB-STAT2                 PIC X(1).                ZBNKGAP1
018800   05  WS-BNKATYP-STATUS.                                         ZBNKGAP1
018900     10  WS-BNKATYP-STAT1                PIC X(1).                ZBNKGAP1
019000     10  WS-BNKATYP-STAT2                PIC X(1).                ZBNKGAP1
019100   05  WS-BNKLOAN-STATUS.                                         ZBNKGAP1
019200     10  WS-BNKLOAN-STAT1                PIC X(1).                ZBNKGAP1
019300     10  WS-BNKLOAN-STAT2                PIC X(1).                ZBNKGAP1
019400   05  WS-BNKLNSCH-STATUS.                                        ZBNKGAP1
019500     10  WS-BNKLNSCH-STAT1               PIC X(1).                ZBNKGAP1
019600     10  WS-BNKLNSCH-STAT2               PIC X(1).                ZBNKGAP1
019700   05  WS-BNKLNVR-STATUS.                                         ZBNKGAP1
019800     10  WS-BNKLNVR-STAT1                PIC X(1).                ZBNKGAP1
019900     10  WS-BNKLNVR-STAT2                PIC X(1).                ZBNKGAP1
020000   05  WS-BNKLOC-STATUS.                                          ZBNKGAP1
020100     10  WS-BNKLOC-STAT1                 PIC X(1).                ZBNKGAP1
020200     10  WS-BNKLOC-STAT2                 PIC X(1).                ZBNKGAP1
020300   05  WS-BNKACC-STATUS.                                          ZBNKGAP1
020400     10  WS-BNKACC-STAT1                 PIC X(1).                ZBNKGAP1
020500     10  WS-BNKACC-STAT2                 PIC X(1).                ZBNKGAP1
020600   05  WS-BNKTERM-STATUS.                                         ZBNKGAP1
020700     10  WS-BNKTERM-STAT1                PIC X(1).                ZBNKGAP1
020800     10  WS-BNKTERM-STAT2                PIC X(1).                ZBNKGAP1
020900   05  WS-PRINTOUT-STATUS.                                        ZBNKGAP1
021000     10  WS-PRINTOUT-STAT1               PIC X(1).                ZBNKGAP1
021100     10  WS-PRINTOUT-STAT2               PIC X(1).                ZBNKGAP1
021200   05  WS-IO-STATUS.                                              ZBNKGAP1
021300     10  WS-IO-STAT1                     PIC X(1).                ZBNKGAP1
021400     10  WS-IO-STAT2                     PIC X(1).                ZBNKGAP1
021500   05  WS-TWO-BYTES.                                              ZBNKGAP1
021600     10  WS-TWO-BYTES-LEFT               PIC X(1).                ZBNKGAP1
021700     10  WS-TWO-BYTES-RIGHT              PIC X(1).                ZBNKGAP1
021800   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKGAP1
021900                                         PIC 9(1) COMP.           ZBNKGAP1
022000   05  WS-END-OF-FILE                    PIC X(3)                 ZBNKGAP1
022100       VALUE 'NO '.                                               ZBNKGAP1
022200   05  WS-SCAN-END                       PIC X(3).                ZBNKGAP1
022300   05  WS-SAVE-LOAN-ID                   PIC X(26).               ZBNKGAP1
022400   05  WS-ASOF-DATE.                                              ZBNKGAP1
022500     10  WS-ASOF-YYYY                    PIC 9(4).                ZBNKGAP1
022600     10  FILLER                          PIC X(1).                ZBNKGAP1
022700     10  WS-ASOF-MM                      PIC 9(2).                ZBNKGAP1
022800     10  FILLER                          PIC X(1).                ZBNKGAP1
022900     10  WS-ASOF-DD                      PIC 9(2).                ZBNKGAP1
023000   05  WS-ASOF-SERIAL                    PIC S9(7) COMP-3.        ZBNKGAP1
023100   05  WS-NEXT-DAY                       PIC X(10).               ZBNKGAP1
023200   05  WS-WORK-DATE.                                              ZBNKGAP1
023300     10  WS-WORK-YYYY                    PIC 9(4).                ZBNKGAP1
023400     10  FILLER                          PIC X(1).                ZBNKGAP1
023500     10  WS-WORK-MM                      PIC 9(2).                ZBNKGAP1
023600     10  FILLER                          PIC X(1).                ZBNKGAP1
023700     10  WS-WORK-DD                      PIC 9(2).                ZBNKGAP1
023800   05  WS-ORIG-YYYY                      PIC 9(4).                ZBNKGAP1
023900   05  WS-ORIG-MM                        PIC 9(2).                ZBNKGAP1
024000   05  WS-MONTHS                         PIC S9(7) COMP-3.        ZBNKGAP1
024100   05  WS-BUCKET                         PIC S9(4) COMP.          ZBNKGAP1
024200   05  WS-COLUMN                         PIC S9(4) COMP.          ZBNKGAP1
024300   05  WS-RESET-BUCKET                   PIC S9(4) COMP.          ZBNKGAP1
024400   05  WS-RESET-DATE                     PIC X(10).               ZBNKGAP1
024500   05  WS-LOAN-KIND                      PIC X(1).                ZBNKGAP1
024600     88  WS-LOAN-FIXED                   VALUE 'F'.               ZBNKGAP1
024700     88  WS-LOAN-VARIABLE                VALUE 'V'.               ZBNKGAP1
024800   05  WS-BALANCE                        PIC S9(11)V99 COMP-3.    ZBNKGAP1
024900   05  WS-AMOUNT                         PIC S9(11)V99 COMP-3.    ZBNKGAP1
025000   05  WS-ALLOCATED                      PIC S9(11)V99 COMP-3.    ZBNKGAP1
025100   05  WS-LAST-SUB                       PIC S9(4) COMP.          ZBNKGAP1
025200   05  WS-PCT-TOTAL                      PIC S9(5) COMP-3.        ZBNKGAP1
025300   05  WS-SHOCK-BP                       PIC 9(4)                 ZBNKGAP1
025400       VALUE 200.                                                 ZBNKGAP1
025500   05  WS-SHOCK-BP-DISP                  PIC ZZZ9.                ZBNKGAP1
025600   05  WS-LOANS-READ                     PIC 9(7)                 ZBNKGAP1
025700       VALUE ZERO.                                                ZBNKGAP1
025800   05  WS-LOANS-PLACED                   PIC 9(7)                 ZBNKGAP1
025900       VALUE ZERO.                                                ZBNKGAP1
026000   05  WS-ACCOUNTS-READ                  PIC 9(7)                 ZBNKGAP1
026100       VALUE ZERO.                                                ZBNKGAP1
026200   05  WS-ACCOUNTS-PLACED                PIC 9(7)                 ZBNKGAP1
026300       VALUE ZERO.                                                ZBNKGAP1
026400   05  WS-TERM-DEPOSITS                  PIC 9(7)                 ZBNKGAP1
026500       VALUE ZERO.                                                ZBNKGAP1
026600   05  WS-NO-ASSUMPTION                  PIC 9(7)                 ZBNKGAP1
026700       VALUE ZERO.                                                ZBNKGAP1
026800   05  WS-ROWS-REJECTED                  PIC 9(5)                 ZBNKGAP1
026900       VALUE ZERO.                                                ZBNKGAP1
027000                                                                  ZBNKGAP1
027100***************************************************************** ZBNKGAP1
027200* The GAPTAB behavioural assumptions - kind, account type and   * ZBNKGAP1
027300* the percentage placed in each bucket                          * ZBNKGAP1
027400***************************************************************** ZBNKGAP1
027500 01  WS-ASSUMPTIONS.                                              ZBNKGAP1
027600   05  WS-AS-ENTRY OCCURS 50 TIMES.                               ZBNKGAP1
027700     10  WS-AS-KIND                      PIC X(1).                ZBNKGAP1
027800     10  WS-AS-CODE                      PIC X(1).                ZBNKGAP1
027900     10  WS-AS-PCT                       PIC 9(3)                 ZBNKGAP1
028000         OCCURS 7 TIMES.                                          ZBNKGAP1
028100   05  WS-AS-COUNT                       PIC S9(4) COMP.          ZBNKGAP1
028200   05  WS-AS-SUB                         PIC S9(4) COMP.          ZBNKGAP1
028300   05  WS-AS-FOUND                       PIC S9(4) COMP.          ZBNKGAP1
028400   05  WS-AS-WANT-KIND                   PIC X(1).                ZBNKGAP1
028500   05  WS-AS-WANT-CODE                   PIC X(1).                ZBNKGAP1
028600   05  WS-SPLIT-PCT                      PIC 9(3)                 ZBNKGAP1
028700       OCCURS 7 TIMES.                                            ZBNKGAP1
028800                                                                  ZBNKGAP1
028900***************************************************************** ZBNKGAP1
029000* Balances by bucket and source - fixed loans, variable loans,  * ZBNKGAP1
029100* revolving lines and overdrafts on the asset side, term and    * ZBNKGAP1
029200* demand deposits on the liability side                         * ZBNKGAP1
029300***************************************************************** ZBNKGAP1
029400 01  WS-GAP-TABLE.                                                ZBNKGAP1
029500   05  WS-GAP-BUCKET OCCURS 7 TIMES.                              ZBNKGAP1
029600     10  WS-GAP-AMOUNT                   PIC S9(13)V99 COMP-3     ZBNKGAP1
029700         OCCURS 6 TIMES.                                          ZBNKGAP1
029800     10  WS-GAP-ASSETS                   PIC S9(13)V99 COMP-3.    ZBNKGAP1
029900     10  WS-GAP-LIABS                    PIC S9(13)V99 COMP-3.    ZBNKGAP1
030000     10  WS-GAP-PERIODIC                 PIC S9(13)V99 COMP-3.    ZBNKGAP1
030100     10  WS-GAP-CUMULATIVE               PIC S9(13)V99 COMP-3.    ZBNKGAP1
030200     10  WS-GAP-NII                      PIC S9(13)V99 COMP-3.    ZBNKGAP1
030300   05  WS-GAP-TOTAL-AMOUNT               PIC S9(13)V99 COMP-3     ZBNKGAP1
030400       OCCURS 6 TIMES.                                            ZBNKGAP1
030500   05  WS-GAP-TOTAL-ASSETS               PIC S9(13)V99 COMP-3.    ZBNKGAP1
030600   05  WS-GAP-TOTAL-LIABS                PIC S9(13)V99 COMP-3.    ZBNKGAP1
030700   05  WS-GAP-TOTAL-NII                  PIC S9(13)V99 COMP-3.    ZBNKGAP1
030800   05  WS-GAP-SUB                        PIC S9(4) COMP.          ZBNKGAP1
030900   05  WS-COL-SUB                        PIC S9(4) COMP.          ZBNKGAP1
031000                                                                  ZBNKGAP1
031100 01  WS-BUCKET-NAMES-DATA.                                        ZBNKGAP1
031200   05  FILLER                            PIC X(48)                ZBNKGAP1
031300       VALUE 'Overnight   < 1 month   1-3 months  3-6 months  '.  ZBNKGAP1
031400   05  FILLER                            PIC X(36)                ZBNKGAP1
031500       VALUE '6-12 months 1-5 years   Over 5 years'.              ZBNKGAP1
031600 01  WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAMES-DATA.              ZBNKGAP1
031700   05  WS-BUCKET-NAME                    PIC X(12)                ZBNKGAP1
031800       OCCURS 7 TIMES.                                            ZBNKGAP1
031900                                                                  ZBNKGAP1
032000***************************************************************** ZBNKGAP1
032100* Share of the coming year a bucket's gap reprices for - from   * ZBNKGAP1
032200* the middle of the bucket to twelve months out.  Gaps beyond a * ZBNKGAP1
032300* year do not touch this year's income.                         * ZBNKGAP1
032400***************************************************************** ZBNKGAP1
032500 01  WS-NII-WEIGHTS-DATA                 PIC X(35)                ZBNKGAP1
032600     VALUE '10000095830833306250025000000000000'.                 ZBNKGAP1
032700 01  WS-NII-WEIGHTS REDEFINES WS-NII-WEIGHTS-DATA.                ZBNKGAP1
032800   05  WS-NII-WEIGHT                     PIC 9V9(4)               ZBNKGAP1
032900       OCCURS 7 TIMES.                                            ZBNKGAP1
033000                                                                  ZBNKGAP1
033100 01  WS-PRINTED.                                                  ZBNKGAP1
033200   05  WS-PRINTED-DATE.                                           ZBNKGAP1
033300     10  FILLER                          PIC X(9)                 ZBNKGAP1
033400         VALUE 'Printed: '.                                       ZBNKGAP1
033500     10  WS-PRINT-DATE                   PIC X(10).               ZBNKGAP1
033600                                                                  ZBNKGAP1
033700***************************************************************** ZBNKGAP1
033800* Gap report                                                    * ZBNKGAP1
033900***************************************************************** ZBNKGAP1
034000 01  WS-REPORT-LINES.                                             ZBNKGAP1
034100   05  WS-RPT1.                                                   ZBNKGAP1
034200     10  WS-RPT1-CC                      PIC X(1)                 ZBNKGAP1
034300         VALUE '1'.                                               ZBNKGAP1
034400     10  FILLER                          PIC X(20)                ZBNKGAP1
034500         VALUE SPACES.                                            ZBNKGAP1
034600     10  WS-RPT1-HEAD                    PIC X(31)                ZBNKGAP1
034700         VALUE 'Repricing Gap Report as at '.                     ZBNKGAP1
034800     10  WS-RPT1-DATE                    PIC X(10).               ZBNKGAP1
034900     10  FILLER                          PIC X(5)                 ZBNKGAP1
035000         VALUE SPACES.                                            ZBNKGAP1
035100     10  WS-RPT1-PRINTED                 PIC X(19).               ZBNKGAP1
035200   05  WS-RPT-SECTION.                                            ZBNKGAP1
035300     10  WS-RPT-SECTION-CC               PIC X(1)                 ZBNKGAP1
035400         VALUE '0'.                                               ZBNKGAP1
035500     10  WS-RPT-SECTION-TEXT             PIC X(72).               ZBNKGAP1
035600   05  WS-RPT2H.                                                  ZBNKGAP1
035700     10  WS-RPT2H-CC                     PIC X(1)                 ZBNKGAP1
035800         VALUE ' '.                                               ZBNKGAP1
035900     10  FILLER                          PIC X(12)                ZBNKGAP1
036000         VALUE 'Bucket'.                                          ZBNKGAP1
036100     10  FILLER                          PIC X(16)                ZBNKGAP1
036200         VALUE '     Fixed loans'.                                ZBNKGAP1
036300     10  FILLER                          PIC X(16)                ZBNKGAP1
036400         VALUE '  Variable loans'.                                ZBNKGAP1
036500     10  FILLER                          PIC X(16)                ZBNKGAP1
036600         VALUE '    Credit lines'.                                ZBNKGAP1
036700     10  FILLER                          PIC X(16)                ZBNKGAP1
036800         VALUE '      Overdrafts'.                                ZBNKGAP1
036900     10  FILLER                          PIC X(16)                ZBNKGAP1
037000         VALUE '   Term deposits'.                                ZBNKGAP1
037100     10  FILLER                          PIC X(16)                ZBNKGAP1
037200         VALUE ' Demand deposits'.                                ZBNKGAP1
037300   05  WS-RPT2.                                                   ZBNKGAP1
037400     10  WS-RPT2-CC                      PIC X(1)                 ZBNKGAP1
037500         VALUE ' '.                                               ZBNKGAP1
037600     10  WS-RPT2-BUCKET                  PIC X(12).               ZBNKGAP1
037700     10  WS-RPT2-CELL OCCURS 6 TIMES.                             ZBNKGAP1
037800       15  FILLER                        PIC X(1).                ZBNKGAP1
037900       15  WS-RPT2-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.     ZBNKGAP1
038000   05  WS-RPT3H.                                                  ZBNKGAP1
038100     10  WS-RPT3H-CC                     PIC X(1)                 ZBNKGAP1
038200         VALUE ' '.                                               ZBNKGAP1
038300     10  FILLER                          PIC X(12)                ZBNKGAP1
038400         VALUE 'Bucket'.                                          ZBNKGAP1
038500     10  FILLER                          PIC X(16)                ZBNKGAP1
038600         VALUE '          Assets'.                                ZBNKGAP1
038700     10  FILLER                          PIC X(16)                ZBNKGAP1
038800         VALUE '     Liabilities'.                                ZBNKGAP1
038900     10  FILLER                          PIC X(16)                ZBNKGAP1
039000         VALUE '    Periodic gap'.                                ZBNKGAP1
039100     10  FILLER                          PIC X(16)                ZBNKGAP1
039200         VALUE '  Cumulative gap'.                                ZBNKGAP1
039300     10  FILLER                          PIC X(16)                ZBNKGAP1
039400         VALUE '     NII rate up'.                                ZBNKGAP1
039500     10  FILLER                          PIC X(16)                ZBNKGAP1
039600         VALUE '   NII rate down'.                                ZBNKGAP1
039700   05  WS-RPT3.                                                   ZBNKGAP1
039800     10  WS-RPT3-CC                      PIC X(1)                 ZBNKGAP1
039900         VALUE ' '.                                               ZBNKGAP1
040000     10  WS-RPT3-BUCKET                  PIC X(12).               ZBNKGAP1
040100     10  FILLER                          PIC X(1)                 ZBNKGAP1
040200         VALUE SPACE.                                             ZBNKGAP1
040300     10  WS-RPT3-ASSETS                  PIC ZZZ,ZZZ,ZZ9.99-.     ZBNKGAP1
040400     10  FILLER                          PIC X(1)                 ZBNKGAP1
040500         VALUE SPACE.                                             ZBNKGAP1
040600     10  WS-RPT3-LIABS                   PIC ZZZ,ZZZ,ZZ9.99-.     ZBNKGAP1
040700     10  FILLER                          PIC X(1)                 ZBNKGAP1
040800         VALUE SPACE.                                             ZBNKGAP1
040900     10  WS-RPT3-PERIODIC                PIC ZZZ,ZZZ,ZZ9.99-.     ZBNKGAP1
041000     10  FILLER                          PIC X(1)                 ZBNKGAP1
041100         VALUE SPACE.                                             ZBNKGAP1
041200     10  WS-RPT3-CUMULATIVE              PIC ZZZ,ZZZ,ZZ9.99-.     ZBNKGAP1
041300     10  FILLER                          PIC X(1)                 ZBNKGAP1
041400         VALUE SPACE.                                             ZBNKGAP1
041500     10  WS-RPT3-NII-UP                  PIC ZZZ,ZZZ,ZZ9.99-.     ZBNKGAP1
041600     10  FILLER                          PIC X(1)                 ZBNKGAP1
041700         VALUE SPACE.                                             ZBNKGAP1
041800     10  WS-RPT3-NII-DOWN                PIC ZZZ,ZZZ,ZZ9.99-.     ZBNKGAP1
041900   05  WS-RPT4.                                                   ZBNKGAP1
042000     10  WS-RPT4-CC                      PIC X(1)                 ZBNKGAP1
042100         VALUE ' '.                                               ZBNKGAP1
042200     10  WS-RPT4-KIND                    PIC X(6).                ZBNKGAP1
042300     10  WS-RPT4-CODE                    PIC X(6).                ZBNKGAP1
042400     10  WS-RPT4-CELL OCCURS 7 TIMES.                             ZBNKGAP1
042500       15  FILLER                        PIC X(10).               ZBNKGAP1
042600       15  WS-RPT4-PCT                   PIC ZZ9.                 ZBNKGAP1
042700   05  WS-RPT5.                                                   ZBNKGAP1
042800     10  WS-RPT5-CC                      PIC X(1)                 ZBNKGAP1
042900         VALUE ' '.                                               ZBNKGAP1
043000     10  WS-RPT5-DESC                    PIC X(40).               ZBNKGAP1
043100     10  WS-RPT5-AMOUNT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-. ZBNKGAP1
043200     10  WS-RPT5-COUNT REDEFINES WS-RPT5-AMOUNT                   ZBNKGAP1
043300                                         PIC ZZZ,ZZZ,ZZZ,ZZ9.     ZBNKGAP1
043400                                                                  ZBNKGAP1
043500 01  WS-CONSOLE-MESSAGE                  PIC X(60).               ZBNKGAP1
043600                                                                  ZBNKGAP1
043700 LINKAGE SECTION.                                                 ZBNKGAP1
043800 01  LK-EXEC-PARM.                                                ZBNKGAP1
043900   05  LK-EXEC-PARM-LL                   PIC S9(4) COMP.          ZBNKGAP1
044000   05  LK-EXEC-PARM-DATA.                                         ZBNKGAP1
044100     10  LK-PARM-DATE                    PIC X(10).               ZBNKGAP1
044200                                                                  ZBNKGAP1
044300 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKGAP1
044400                                                                  ZBNKGAP1
044500     PERFORM RUN-TIME.                                            ZBNKGAP1
044600                                                                  ZBNKGAP1
044700     MOVE 'Repricing gap run starting'                            ZBNKGAP1
044800       TO WS-CONSOLE-MESSAGE.                                     ZBNKGAP1
044900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKGAP1
045000                                                                  ZBNKGAP1
045100 COPY CTSTAMPP.                                                   ZBNKGAP1
045200     MOVE WS-TS-DATE TO WS-ASOF-DATE.                             ZBNKGAP1
045300     MOVE WS-TS-DATE TO WS-PRINT-DATE.                            ZBNKGAP1
045400     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO AND                  ZBNKGAP1
045500        LK-PARM-DATE (1:4) IS NUMERIC AND                         ZBNKGAP1
045600        LK-PARM-DATE (6:2) IS NUMERIC AND                         ZBNKGAP1
045700        LK-PARM-DATE (9:2) IS NUMERIC                             ZBNKGAP1
045800        MOVE LK-PARM-DATE TO WS-ASOF-DATE                         ZBNKGAP1
045900     END-IF.                                                      ZBNKGAP1
046000     COMPUTE WS-ASOF-SERIAL = (WS-ASOF-YYYY * 12) +               ZBNKGAP1
046100       WS-ASOF-MM - 1.                                            ZBNKGAP1
046200     MOVE SPACES TO BUS-DAY-DATA.                                 ZBNKGAP1
046300     SET BUS-DAY-ADD-ONE-DAY TO TRUE.                             ZBNKGAP1
046400     MOVE WS-ASOF-DATE TO BUS-DAY-DATE-IN.                        ZBNKGAP1
046500     CALL 'UBUSDAY' USING BUS-DAY-DATA.                           ZBNKGAP1
046600     IF NOT BUS-DAY-OK                                            ZBNKGAP1
046700        MOVE 'Report date is not a valid date'                    ZBNKGAP1
046800          TO WS-CONSOLE-MESSAGE                                   ZBNKGAP1
046900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKGAP1
047000        PERFORM ABORT-PROGRAM                                     ZBNKGAP1
047100     END-IF.                                                      ZBNKGAP1
047200     MOVE BUS-DAY-DATE-OUT TO WS-NEXT-DAY.                        ZBNKGAP1
047300     INITIALIZE WS-GAP-TABLE.                                     ZBNKGAP1
047400                                                                  ZBNKGAP1
047500     PERFORM OPEN-FILES.                                          ZBNKGAP1
047600     PERFORM LOAD-ASSUMPTIONS THRU                                ZBNKGAP1
047700             LOAD-ASSUMPTIONS-EXIT.                               ZBNKGAP1
047800     PERFORM FIND-NEXT-RESET THRU                                 ZBNKGAP1
047900             FIND-NEXT-RESET-EXIT.                                ZBNKGAP1
048000     PERFORM PRINT-REPORT-HEADER.                                 ZBNKGAP1
048100                                                                  ZBNKGAP1
048200     MOVE LOW-VALUES TO LNM-KEY.                                  ZBNKGAP1
048300     START BNKLOAN-FILE KEY GREATER THAN LNM-KEY.                 ZBNKGAP1
048400     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKGAP1
048500        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKGAP1
048600     END-IF.                                                      ZBNKGAP1
048700                                                                  ZBNKGAP1
048800     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKGAP1
048900        READ BNKLOAN-FILE NEXT RECORD                             ZBNKGAP1
049000        IF WS-BNKLOAN-STATUS IS EQUAL TO '10'                     ZBNKGAP1
049100           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKGAP1
049200        ELSE                                                      ZBNKGAP1
049300           IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'              ZBNKGAP1
049400              MOVE 'BNKLOAN read error during scan'               ZBNKGAP1
049500                TO WS-CONSOLE-MESSAGE                             ZBNKGAP1
049600              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKGAP1
049700              MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS              ZBNKGAP1
049800              PERFORM DISPLAY-IO-STATUS                           ZBNKGAP1
049900              PERFORM ABORT-PROGRAM                               ZBNKGAP1
050000           ELSE                                                   ZBNKGAP1
050100              ADD 1 TO WS-LOANS-READ                              ZBNKGAP1
050200              PERFORM PLACE-ONE-LOAN THRU                         ZBNKGAP1
050300                      PLACE-ONE-LOAN-EXIT                         ZBNKGAP1
050400           END-IF                                                 ZBNKGAP1
050500        END-IF                                                    ZBNKGAP1
050600     END-PERFORM.                                                 ZBNKGAP1
050700                                                                  ZBNKGAP1
050800     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKGAP1
050900     MOVE LOW-VALUES TO BAC-REC-ACCNO.                            ZBNKGAP1
051000     START BNKACC-FILE KEY GREATER THAN BAC-REC-ACCNO.            ZBNKGAP1
051100     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKGAP1
051200        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKGAP1
051300     END-IF.                                                      ZBNKGAP1
051400                                                                  ZBNKGAP1
051500     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKGAP1
051600        READ BNKACC-FILE NEXT RECORD                              ZBNKGAP1
051700        IF WS-BNKACC-STATUS IS EQUAL TO '10'                      ZBNKGAP1
051800           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKGAP1
051900        ELSE                                                      ZBNKGAP1
052000           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'               ZBNKGAP1
052100              MOVE 'BNKACC read error during scan'                ZBNKGAP1
052200                TO WS-CONSOLE-MESSAGE                             ZBNKGAP1
052300              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKGAP1
052400              MOVE WS-BNKACC-STATUS TO WS-IO-STATUS               ZBNKGAP1
052500              PERFORM DISPLAY-IO-STATUS                           ZBNKGAP1
052600              PERFORM ABORT-PROGRAM                               ZBNKGAP1
052700           ELSE                                                   ZBNKGAP1
052800              ADD 1 TO WS-ACCOUNTS-READ                           ZBNKGAP1
052900              PERFORM PLACE-ONE-ACCOUNT THRU                      ZBNKGAP1
053000                      PLACE-ONE-ACCOUNT-EXIT                      ZBNKGAP1
053100           END-IF                                                 ZBNKGAP1
053200        END-IF                                                    ZBNKGAP1
053300     END-PERFORM.                                                 ZBNKGAP1
053400                                                                  ZBNKGAP1
053500     PERFORM COMPUTE-GAPS THRU                                    ZBNKGAP1
053600             COMPUTE-GAPS-EXIT.                                   ZBNKGAP1
053700     PERFORM PRINT-BALANCES THRU                                  ZBNKGAP1
053800             PRINT-BALANCES-EXIT.                                 ZBNKGAP1
053900     PERFORM PRINT-GAPS THRU                                      ZBNKGAP1
054000             PRINT-GAPS-EXIT.                                     ZBNKGAP1
054100     PERFORM PRINT-ASSUMPTIONS THRU                               ZBNKGAP1
054200             PRINT-ASSUMPTIONS-EXIT.                              ZBNKGAP1
054300     PERFORM PRINT-REPORT-TOTALS.                                 ZBNKGAP1
054400     PERFORM CLOSE-FILES.                                         ZBNKGAP1
054500                                                                  ZBNKGAP1
054600     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKGAP1
054700     STRING WS-LOANS-PLACED DELIMITED BY SIZE                     ZBNKGAP1
054800            ' loans and ' DELIMITED BY SIZE                       ZBNKGAP1
054900            WS-ACCOUNTS-PLACED DELIMITED BY SIZE                  ZBNKGAP1
055000            ' accounts placed in buckets' DELIMITED BY SIZE       ZBNKGAP1
055100       INTO WS-CONSOLE-MESSAGE.                                   ZBNKGAP1
055200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKGAP1
055300     MOVE 'End Of Job'                                            ZBNKGAP1
055400       TO WS-CONSOLE-MESSAGE.                                     ZBNKGAP1
055500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKGAP1
055600                                                                  ZBNKGAP1
055700     PERFORM RUN-TIME.                                            ZBNKGAP1
055800                                                                  ZBNKGAP1
055900***************************************************************** ZBNKGAP1
056000* A balance with no assumption to spread it, or a GAPTAB row    * ZBNKGAP1
056100* that could not be used, leaves the report resting on a        * ZBNKGAP1
056200* default - warn so the table is completed and rerun            * ZBNKGAP1
056300***************************************************************** ZBNKGAP1
056400     IF WS-NO-ASSUMPTION IS GREATER THAN ZERO OR                  ZBNKGAP1
056500        WS-ROWS-REJECTED IS GREATER THAN ZERO                     ZBNKGAP1
056600        MOVE 4 TO RETURN-CODE                                     ZBNKGAP1
056700     ELSE                                                         ZBNKGAP1
056800        MOVE 0 TO RETURN-CODE                                     ZBNKGAP1
056900     END-IF.                                                      ZBNKGAP1
057000                                                                  ZBNKGAP1
057100     GOBACK.                                                      ZBNKGAP1
057200                                                                  ZBNKGAP1
057300***************************************************************** ZBNKGAP1
057400* Load the GAPTAB assumptions.  A row whose percentages do not  * ZBNKGAP1
057500* total 100 is reported and left out.                           * ZBNKGAP1
057600***************************************************************** ZBNKGAP1
057700 LOAD-ASSUMPTIONS.                                                ZBNKGAP1
057800     MOVE 0 TO WS-AS-COUNT.                                       ZBNKGAP1
057900 LOAD-ASSUMPTIONS-LOOP.                                           ZBNKGAP1
058000     READ GAPTAB-FILE.                                            ZBNKGAP1
058100     IF WS-GAPTAB-STATUS IS EQUAL TO '10'                         ZBNKGAP1
058200        GO TO LOAD-ASSUMPTIONS-EXIT                               ZBNKGAP1
058300     END-IF.                                                      ZBNKGAP1
058400     IF WS-GAPTAB-STATUS IS NOT EQUAL TO '00'                     ZBNKGAP1
058500        MOVE 'GAPTAB read error loading the assumptions'          ZBNKGAP1
058600          TO WS-CONSOLE-MESSAGE                                   ZBNKGAP1
058700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKGAP1
058800        MOVE WS-GAPTAB-STATUS TO WS-IO-STATUS                     ZBNKGAP1
058900        PERFORM DISPLAY-IO-STATUS                                 ZBNKGAP1
059000        PERFORM ABORT-PROGRAM                                     ZBNKGAP1
059100     END-IF.                                                      ZBNKGAP1
059200     IF GAPTAB-REC (1:1) IS EQUAL TO '*' OR                       ZBNKGAP1
059300        GAPTAB-REC IS EQUAL TO SPACES                             ZBNKGAP1
059400        GO TO LOAD-ASSUMPTIONS-LOOP                               ZBNKGAP1
059500     END-IF.                                                      ZBNKGAP1
059600     IF GTB-KIND-SHOCK                                            ZBNKGAP1
059700        IF GTB-SHOCK-BP IS NUMERIC                                ZBNKGAP1
059800           MOVE GTB-SHOCK-BP TO WS-SHOCK-BP                       ZBNKGAP1
059900        ELSE                                                      ZBNKGAP1
060000           PERFORM REJECT-ASSUMPTION                              ZBNKGAP1
060100        END-IF                                                    ZBNKGAP1
060200        GO TO LOAD-ASSUMPTIONS-LOOP                               ZBNKGAP1
060300     END-IF.                                                      ZBNKGAP1
060400     IF NOT GTB-KIND-DEMAND AND                                   ZBNKGAP1
060500        NOT GTB-KIND-VARIABLE AND                                 ZBNKGAP1
060600        NOT GTB-KIND-REVOLVING                                    ZBNKGAP1
060700        PERFORM REJECT-ASSUMPTION                                 ZBNKGAP1
060800        GO TO LOAD-ASSUMPTIONS-LOOP                               ZBNKGAP1
060900     END-IF.                                                      ZBNKGAP1
061000     MOVE ZERO TO WS-PCT-TOTAL.                                   ZBNKGAP1
061100     MOVE 1 TO WS-GAP-SUB.                                        ZBNKGAP1
061200 LOAD-ASSUMPTIONS-SUM.                                            ZBNKGAP1
061300     IF WS-GAP-SUB IS NOT GREATER THAN 7                          ZBNKGAP1
061400        IF GTB-PCT (WS-GAP-SUB) IS NOT NUMERIC                    ZBNKGAP1
061500           PERFORM REJECT-ASSUMPTION                              ZBNKGAP1
061600           GO TO LOAD-ASSUMPTIONS-LOOP                            ZBNKGAP1
061700        END-IF                                                    ZBNKGAP1
061800        ADD GTB-PCT (WS-GAP-SUB) TO WS-PCT-TOTAL                  ZBNKGAP1
061900        ADD 1 TO WS-GAP-SUB                                       ZBNKGAP1
062000        GO TO LOAD-ASSUMPTIONS-SUM                                ZBNKGAP1
062100     END-IF.                                                      ZBNKGAP1
062200     IF WS-PCT-TOTAL IS NOT EQUAL TO 100                          ZBNKGAP1
062300        PERFORM REJECT-ASSUMPTION                                 ZBNKGAP1
062400        GO TO LOAD-ASSUMPTIONS-LOOP                               ZBNKGAP1
062500     END-IF.                                                      ZBNKGAP1
062600     IF WS-AS-COUNT IS NOT LESS THAN 50                           ZBNKGAP1
062700        MOVE 'GAPTAB holds more than 50 assumption rows'          ZBNKGAP1
062800          TO WS-CONSOLE-MESSAGE                                   ZBNKGAP1
062900        PERFORM ABORT-PROGRAM                                     ZBNKGAP1
063000     END-IF.                                                      ZBNKGAP1
063100     ADD 1 TO WS-AS-COUNT.                                        ZBNKGAP1
063200     MOVE GTB-KIND TO WS-AS-KIND (WS-AS-COUNT).                   ZBNKGAP1
063300     MOVE GTB-CODE TO WS-AS-CODE (WS-AS-COUNT).                   ZBNKGAP1
063400     MOVE 1 TO WS-GAP-SUB.                                        ZBNKGAP1
063500 LOAD-ASSUMPTIONS-COPY.                                           ZBNKGAP1
063600     IF WS-GAP-SUB IS NOT GREATER THAN 7                          ZBNKGAP1
063700        MOVE GTB-PCT (WS-GAP-SUB)                                 ZBNKGAP1
063800          TO WS-AS-PCT (WS-AS-COUNT WS-GAP-SUB)                   ZBNKGAP1
063900        ADD 1 TO WS-GAP-SUB                                       ZBNKGAP1
064000        GO TO LOAD-ASSUMPTIONS-COPY                               ZBNKGAP1
064100     END-IF.                                                      ZBNKGAP1
064200     GO TO LOAD-ASSUMPTIONS-LOOP.                                 ZBNKGAP1
064300 LOAD-ASSUMPTIONS-EXIT.                                           ZBNKGAP1
064400     EXIT.                                                        ZBNKGAP1
064500                                                                  ZBNKGAP1
064600 REJECT-ASSUMPTION.                                               ZBNKGAP1
064700     ADD 1 TO WS-ROWS-REJECTED.                                   ZBNKGAP1
064800     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKGAP1
064900     STRING 'GAPTAB row ignored: ' DELIMITED BY SIZE              ZBNKGAP1
065000            GAPTAB-REC (1:32) DELIMITED BY SIZE                   ZBNKGAP1
065100       INTO WS-CONSOLE-MESSAGE.                                   ZBNKGAP1
065200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKGAP1
065300                                                                  ZBNKGAP1
065400***************************************************************** ZBNKGAP1
065500* The next rate reset for variable loans - the effective date   * ZBNKGAP1
065600* of a base rate pending on the loan product row, if there is   * ZBNKGAP1
065700* one still to come                                             * ZBNKGAP1
065800***************************************************************** ZBNKGAP1
065900 FIND-NEXT-RESET.                                                 ZBNKGAP1
066000     MOVE ZERO TO WS-RESET-BUCKET.                                ZBNKGAP1
066100     MOVE SPACES TO WS-RESET-DATE.                                ZBNKGAP1
066200     MOVE 'L' TO BAT-REC-TYPE.                                    ZBNKGAP1
066300     READ BNKATYP-FILE.                                           ZBNKGAP1
066400     IF WS-BNKATYP-STATUS IS NOT EQUAL TO '00'                    ZBNKGAP1
066500        GO TO FIND-NEXT-RESET-EXIT                                ZBNKGAP1
066600     END-IF.                                                      ZBNKGAP1
066700     IF BAT-REC-NEW-RATE-EFF-DATE IS EQUAL TO SPACES OR           ZBNKGAP1
066800        BAT-REC-NEW-RATE-EFF-DATE IS NOT GREATER THAN             ZBNKGAP1
066900        WS-ASOF-DATE                                              ZBNKGAP1
067000        GO TO FIND-NEXT-RESET-EXIT                                ZBNKGAP1
067100     END-IF.                                                      ZBNKGAP1
067200     MOVE BAT-REC-NEW-RATE-EFF-DATE TO WS-RESET-DATE.             ZBNKGAP1
067300     MOVE WS-RESET-DATE TO WS-WORK-DATE.                          ZBNKGAP1
067400     PERFORM BUCKET-FOR-DATE THRU                                 ZBNKGAP1
067500             BUCKET-FOR-DATE-EXIT.                                ZBNKGAP1
067600     MOVE WS-BUCKET TO WS-RESET-BUCKET.                           ZBNKGAP1
067700 FIND-NEXT-RESET-EXIT.                                            ZBNKGAP1
067800     EXIT.                                                        ZBNKGAP1
067900                                                                  ZBNKGAP1
068000***************************************************************** ZBNKGAP1
068100* Place one loan.  Only active loans carry a balance; a         * ZBNKGAP1
068200* charged-off or repaid loan earns nothing.                     * ZBNKGAP1
068300***************************************************************** ZBNKGAP1
068400 PLACE-ONE-LOAN.                                                  ZBNKGAP1
068500     IF NOT LNM-STATUS-ACTIVE                                     ZBNKGAP1
068600        GO TO PLACE-ONE-LOAN-EXIT                                 ZBNKGAP1
068700     END-IF.                                                      ZBNKGAP1
068800     MOVE LNM-REC-LOAN-ID TO WS-SAVE-LOAN-ID.                     ZBNKGAP1
068900     MOVE ZERO TO WS-BALANCE.                                     ZBNKGAP1
069000     ADD 1 TO WS-LOANS-PLACED.                                    ZBNKGAP1
069100     IF LNM-PRODUCT-REVOLVING                                     ZBNKGAP1
069200        MOVE WS-SAVE-LOAN-ID TO LOC-REC-LOAN-ID                   ZBNKGAP1
069300        READ BNKLOC-FILE                                          ZBNKGAP1
069400        IF WS-BNKLOC-STATUS IS EQUAL TO '00'                      ZBNKGAP1
069500           MOVE LOC-REC-DRAWN TO WS-BALANCE                       ZBNKGAP1
069600        END-IF                                                    ZBNKGAP1
069700        IF WS-BALANCE IS GREATER THAN ZERO                        ZBNKGAP1
069800           MOVE 'R' TO WS-AS-WANT-KIND                            ZBNKGAP1
069900           MOVE SPACE TO WS-AS-WANT-CODE                          ZBNKGAP1
070000           MOVE 3 TO WS-COLUMN                                    ZBNKGAP1
070100           PERFORM SPREAD-BALANCE THRU                            ZBNKGAP1
070200                   SPREAD-BALANCE-EXIT                            ZBNKGAP1
070300        END-IF                                                    ZBNKGAP1
070400        GO TO PLACE-ONE-LOAN-EXIT                                 ZBNKGAP1
070500     END-IF.                                                      ZBNKGAP1
070600     MOVE 'F' TO WS-LOAN-KIND.                                    ZBNKGAP1
070700     MOVE WS-SAVE-LOAN-ID TO LNV-REC-LOAN-ID.                     ZBNKGAP1
070800     READ BNKLNVR-FILE.                                           ZBNKGAP1
070900     IF WS-BNKLNVR-STATUS IS EQUAL TO '00' AND                    ZBNKGAP1
071000        LNV-IS-VARIABLE                                           ZBNKGAP1
071100        MOVE 'V' TO WS-LOAN-KIND                                  ZBNKGAP1
071200     END-IF.                                                      ZBNKGAP1
071300     MOVE ZERO TO WS-ORIG-YYYY.                                   ZBNKGAP1
071400     MOVE ZERO TO WS-ORIG-MM.                                     ZBNKGAP1
071500     IF WS-SAVE-LOAN-ID (1:4) IS NUMERIC AND                      ZBNKGAP1
071600        WS-SAVE-LOAN-ID (6:2) IS NUMERIC                          ZBNKGAP1
071700        MOVE WS-SAVE-LOAN-ID (1:4) TO WS-ORIG-YYYY                ZBNKGAP1
071800        MOVE WS-SAVE-LOAN-ID (6:2) TO WS-ORIG-MM                  ZBNKGAP1
071900     END-IF.                                                      ZBNKGAP1
072000     PERFORM SCAN-SCHEDULE THRU                                   ZBNKGAP1
072100             SCAN-SCHEDULE-EXIT.                                  ZBNKGAP1
072200                                                                  ZBNKGAP1
072300***************************************************************** ZBNKGAP1
072400* A variable loan with no reset pending can be repriced at any  * ZBNKGAP1
072500* time - its unpaid principal, collected by the schedule scan,  * ZBNKGAP1
072600* is spread by the V assumption instead                         * ZBNKGAP1
072700***************************************************************** ZBNKGAP1
072800     IF WS-LOAN-VARIABLE AND                                      ZBNKGAP1
072900        WS-RESET-BUCKET IS EQUAL TO ZERO AND                      ZBNKGAP1
073000        WS-BALANCE IS GREATER THAN ZERO                           ZBNKGAP1
073100        MOVE 'V' TO WS-AS-WANT-KIND                               ZBNKGAP1
073200        MOVE SPACE TO WS-AS-WANT-CODE                             ZBNKGAP1
073300        MOVE 2 TO WS-COLUMN                                       ZBNKGAP1
073400        PERFORM SPREAD-BALANCE THRU                               ZBNKGAP1
073500                SPREAD-BALANCE-EXIT                               ZBNKGAP1
073600     END-IF.                                                      ZBNKGAP1
073700 PLACE-ONE-LOAN-EXIT.                                             ZBNKGAP1
073800     EXIT.                                                        ZBNKGAP1
073900                                                                  ZBNKGAP1
074000***************************************************************** ZBNKGAP1
074100* Walk the loan's schedule.  Each unpaid instalment's principal * ZBNKGAP1
074200* reprices in the month it falls due - the origination month    * ZBNKGAP1
074300* plus its payment number, as the collection run reckons due    * ZBNKGAP1
074400* dates - but a variable loan's principal goes no later than    * ZBNKGAP1
074500* the next reset.  Deferred rows collect nothing.               * ZBNKGAP1
074600***************************************************************** ZBNKGAP1
074700 SCAN-SCHEDULE.                                                   ZBNKGAP1
074800     MOVE WS-SAVE-LOAN-ID TO LNS-REC-LOAN-ID.                     ZBNKGAP1
074900     MOVE ZERO TO LNS-REC-PAYMENT-NO.                             ZBNKGAP1
075000     START BNKLNSCH-FILE KEY GREATER THAN LNS-KEY.                ZBNKGAP1
075100     IF WS-BNKLNSCH-STATUS IS NOT EQUAL TO '00'                   ZBNKGAP1
075200        GO TO SCAN-SCHEDULE-EXIT                                  ZBNKGAP1
075300     END-IF.                                                      ZBNKGAP1
075400     MOVE 'NO ' TO WS-SCAN-END.                                   ZBNKGAP1
075500     PERFORM UNTIL WS-SCAN-END IS EQUAL TO 'YES'                  ZBNKGAP1
075600        READ BNKLNSCH-FILE NEXT RECORD                            ZBNKGAP1
075700        IF WS-BNKLNSCH-STATUS IS NOT EQUAL TO '00'                ZBNKGAP1
075800           MOVE 'YES' TO WS-SCAN-END                              ZBNKGAP1
075900        ELSE                                                      ZBNKGAP1
076000           IF LNS-REC-LOAN-ID IS NOT EQUAL TO WS-SAVE-LOAN-ID     ZBNKGAP1
076100              MOVE 'YES' TO WS-SCAN-END                           ZBNKGAP1
076200           ELSE                                                   ZBNKGAP1
076300              PERFORM SCAN-ONE-ROW THRU                           ZBNKGAP1
076400                      SCAN-ONE-ROW-EXIT                           ZBNKGAP1
076500           END-IF                                                 ZBNKGAP1
076600        END-IF                                                    ZBNKGAP1
076700     END-PERFORM.                                                 ZBNKGAP1
076800 SCAN-SCHEDULE-EXIT.                                              ZBNKGAP1
076900     EXIT.                                                        ZBNKGAP1
077000                                                                  ZBNKGAP1
077100 SCAN-ONE-ROW.                                                    ZBNKGAP1
077200     IF LNS-ROW-PAID OR LNS-ROW-DEFERRED                          ZBNKGAP1
077300        GO TO SCAN-ONE-ROW-EXIT                                   ZBNKGAP1
077400     END-IF.                                                      ZBNKGAP1
077500     IF WS-LOAN-VARIABLE AND                                      ZBNKGAP1
077600        WS-RESET-BUCKET IS EQUAL TO ZERO                          ZBNKGAP1
077700        ADD LNS-REC-PRINCIPAL-PORTION TO WS-BALANCE               ZBNKGAP1
077800        GO TO SCAN-ONE-ROW-EXIT                                   ZBNKGAP1
077900     END-IF.                                                      ZBNKGAP1
078000     COMPUTE WS-MONTHS = (WS-ORIG-YYYY * 12) + WS-ORIG-MM - 1     ZBNKGAP1
078100       + LNS-REC-PAYMENT-NO - WS-ASOF-SERIAL.                     ZBNKGAP1
078200     PERFORM BUCKET-FOR-MONTHS THRU                               ZBNKGAP1
078300             BUCKET-FOR-MONTHS-EXIT.                              ZBNKGAP1
078400     IF WS-LOAN-VARIABLE                                          ZBNKGAP1
078500        IF WS-BUCKET IS GREATER THAN WS-RESET-BUCKET              ZBNKGAP1
078600           MOVE WS-RESET-BUCKET TO WS-BUCKET                      ZBNKGAP1
078700        END-IF                                                    ZBNKGAP1
078800        MOVE 2 TO WS-COLUMN                                       ZBNKGAP1
078900     ELSE                                                         ZBNKGAP1
079000        MOVE 1 TO WS-COLUMN                                       ZBNKGAP1
079100     END-IF.                                                      ZBNKGAP1
079200     ADD LNS-REC-PRINCIPAL-PORTION                                ZBNKGAP1
079300       TO WS-GAP-AMOUNT (WS-BUCKET WS-COLUMN).                    ZBNKGAP1
079400 SCAN-ONE-ROW-EXIT.                                               ZBNKGAP1
079500     EXIT.                                                        ZBNKGAP1
079600                                                                  ZBNKGAP1
079700***************************************************************** ZBNKGAP1
079800* Place one account.  Closed accounts, nil balances and the     * ZBNKGAP1
079900* bank's own internal accounts are left out.                    * ZBNKGAP1
080000***************************************************************** ZBNKGAP1
080100 PLACE-ONE-ACCOUNT.                                               ZBNKGAP1
080200     IF BAC-STATUS-CLOSED OR                                      ZBNKGAP1
080300        BAC-REC-BALANCE IS EQUAL TO ZERO OR                       ZBNKGAP1
080400        BAC-REC-ACCNO (1:8) IS EQUAL TO '99999999'                ZBNKGAP1
080500        GO TO PLACE-ONE-ACCOUNT-EXIT                              ZBNKGAP1
080600     END-IF.                                                      ZBNKGAP1
080700     ADD 1 TO WS-ACCOUNTS-PLACED.                                 ZBNKGAP1
080800                                                                  ZBNKGAP1
080900***************************************************************** ZBNKGAP1
081000* An overdraft is charged at the product's overdraft rate, which* ZBNKGAP1
081100* the bank can move at any time                                 * ZBNKGAP1
081200***************************************************************** ZBNKGAP1
081300     IF BAC-REC-BALANCE IS LESS THAN ZERO                         ZBNKGAP1
081400        COMPUTE WS-AMOUNT = ZERO - BAC-REC-BALANCE                ZBNKGAP1
081500        ADD WS-AMOUNT TO WS-GAP-AMOUNT (1 4)                      ZBNKGAP1
081600        GO TO PLACE-ONE-ACCOUNT-EXIT                              ZBNKGAP1
081700     END-IF.                                                      ZBNKGAP1
081800     MOVE BAC-REC-ACCNO TO TRM-REC-ACCNO.                         ZBNKGAP1
081900     READ BNKTERM-FILE.                                           ZBNKGAP1
082000     IF WS-BNKTERM-STATUS IS EQUAL TO '00' AND                    ZBNKGAP1
082100        TRM-STATUS-ACTIVE                                         ZBNKGAP1
082200        ADD 1 TO WS-TERM-DEPOSITS                                 ZBNKGAP1
082300        MOVE TRM-REC-MATURITY-DTE TO WS-WORK-DATE                 ZBNKGAP1
082400        PERFORM BUCKET-FOR-DATE THRU                              ZBNKGAP1
082500                BUCKET-FOR-DATE-EXIT                              ZBNKGAP1
082600        ADD BAC-REC-BALANCE TO WS-GAP-AMOUNT (WS-BUCKET 5)        ZBNKGAP1
082700        GO TO PLACE-ONE-ACCOUNT-EXIT                              ZBNKGAP1
082800     END-IF.                                                      ZBNKGAP1
082900     MOVE BAC-REC-BALANCE TO WS-BALANCE.                          ZBNKGAP1
083000     MOVE 'D' TO WS-AS-WANT-KIND.                                 ZBNKGAP1
083100     MOVE BAC-REC-TYPE TO WS-AS-WANT-CODE.                        ZBNKGAP1
083200     MOVE 6 TO WS-COLUMN.                                         ZBNKGAP1
083300     PERFORM SPREAD-BALANCE THRU                                  ZBNKGAP1
083400             SPREAD-BALANCE-EXIT.                                 ZBNKGAP1
083500 PLACE-ONE-ACCOUNT-EXIT.                                          ZBNKGAP1
083600     EXIT.                                                        ZBNKGAP1
083700                                                                  ZBNKGAP1
083800***************************************************************** ZBNKGAP1
083900* Spread a balance over the buckets by the assumption for the   * ZBNKGAP1
084000* kind and account type wanted - the type's own row, else the   * ZBNKGAP1
084100* kind's * row.  With neither the balance is taken as           * ZBNKGAP1
084200* repricing overnight.  Any rounding goes to the last bucket    * ZBNKGAP1
084300* the assumption uses, so the balance is placed in full.        * ZBNKGAP1
084400***************************************************************** ZBNKGAP1
084500 SPREAD-BALANCE.                                                  ZBNKGAP1
084600     MOVE ZERO TO WS-AS-FOUND.                                    ZBNKGAP1
084700     MOVE 1 TO WS-AS-SUB.                                         ZBNKGAP1
084800 SPREAD-BALANCE-FIND.                                             ZBNKGAP1
084900     IF WS-AS-SUB IS NOT GREATER THAN WS-AS-COUNT                 ZBNKGAP1
085000        IF WS-AS-KIND (WS-AS-SUB) IS EQUAL TO WS-AS-WANT-KIND     ZBNKGAP1
085100           IF WS-AS-CODE (WS-AS-SUB) IS EQUAL TO WS-AS-WANT-CODE  ZBNKGAP1
085200              MOVE WS-AS-SUB TO WS-AS-FOUND                       ZBNKGAP1
085300              GO TO SPREAD-BALANCE-FOUND                          ZBNKGAP1
085400           END-IF                                                 ZBNKGAP1
085500           IF WS-AS-CODE (WS-AS-SUB) IS EQUAL TO '*' AND          ZBNKGAP1
085600              WS-AS-FOUND IS EQUAL TO ZERO                        ZBNKGAP1
085700              MOVE WS-AS-SUB TO WS-AS-FOUND                       ZBNKGAP1
085800           END-IF                                                 ZBNKGAP1
085900        END-IF                                                    ZBNKGAP1
086000        ADD 1 TO WS-AS-SUB                                        ZBNKGAP1
086100        GO TO SPREAD-BALANCE-FIND                                 ZBNKGAP1
086200     END-IF.                                                      ZBNKGAP1
086300     IF WS-AS-FOUND IS EQUAL TO ZERO                              ZBNKGAP1
086400        ADD 1 TO WS-NO-ASSUMPTION                                 ZBNKGAP1
086500        ADD WS-BALANCE TO WS-GAP-AMOUNT (1 WS-COLUMN)             ZBNKGAP1
086600        GO TO SPREAD-BALANCE-EXIT                                 ZBNKGAP1
086700     END-IF.                                                      ZBNKGAP1
086800 SPREAD-BALANCE-FOUND.                                            ZBNKGAP1
086900     MOVE ZERO TO WS-ALLOCATED.                                   ZBNKGAP1
087000     MOVE 1 TO WS-LAST-SUB.                                       ZBNKGAP1
087100     MOVE 1 TO WS-GAP-SUB.                                        ZBNKGAP1
087200 SPREAD-BALANCE-LOOP.                                             ZBNKGAP1
087300     IF WS-GAP-SUB IS GREATER THAN 7                              ZBNKGAP1
087400        COMPUTE WS-AMOUNT = WS-BALANCE - WS-ALLOCATED             ZBNKGAP1
087500        ADD WS-AMOUNT TO WS-GAP-AMOUNT (WS-LAST-SUB WS-COLUMN)    ZBNKGAP1
087600        GO TO SPREAD-BALANCE-EXIT                                 ZBNKGAP1
087700     END-IF.                                                      ZBNKGAP1
087800     IF WS-AS-PCT (WS-AS-FOUND WS-GAP-SUB) IS GREATER THAN ZERO   ZBNKGAP1
087900        MOVE WS-GAP-SUB TO WS-LAST-SUB                            ZBNKGAP1
088000        COMPUTE WS-AMOUNT ROUNDED = WS-BALANCE *                  ZBNKGAP1
088100          WS-AS-PCT (WS-AS-FOUND WS-GAP-SUB) / 100                ZBNKGAP1
088200        ADD WS-AMOUNT TO WS-GAP-AMOUNT (WS-GAP-SUB WS-COLUMN)     ZBNKGAP1
088300        ADD WS-AMOUNT TO WS-ALLOCATED                             ZBNKGAP1
088400     END-IF.                                                      ZBNKGAP1
088500     ADD 1 TO WS-GAP-SUB.                                         ZBNKGAP1
088600     GO TO SPREAD-BALANCE-LOOP.                                   ZBNKGAP1
088700 SPREAD-BALANCE-EXIT.                                             ZBNKGAP1
088800     EXIT.                                                        ZBNKGAP1
088900                                                                  ZBNKGAP1
089000***************************************************************** ZBNKGAP1
089100* The bucket for a date.  On or before the day after the report * ZBNKGAP1
089200* date is overnight; otherwise count whole months ahead, a part * ZBNKGAP1
089300* month counting as one.                                        * ZBNKGAP1
089400***************************************************************** ZBNKGAP1
089500 BUCKET-FOR-DATE.                                                 ZBNKGAP1
089600     IF WS-WORK-YYYY IS NOT NUMERIC OR                            ZBNKGAP1
089700        WS-WORK-MM IS NOT NUMERIC OR                              ZBNKGAP1
089800        WS-WORK-DD IS NOT NUMERIC OR                              ZBNKGAP1
089900        WS-WORK-DATE IS NOT GREATER THAN WS-NEXT-DAY              ZBNKGAP1
090000        MOVE 1 TO WS-BUCKET                                       ZBNKGAP1
090100        GO TO BUCKET-FOR-DATE-EXIT                                ZBNKGAP1
090200     END-IF.                                                      ZBNKGAP1
090300     COMPUTE WS-MONTHS = (WS-WORK-YYYY * 12) + WS-WORK-MM - 1     ZBNKGAP1
090400       - WS-ASOF-SERIAL.                                          ZBNKGAP1
090500     IF WS-WORK-DD IS GREATER THAN WS-ASOF-DD OR                  ZBNKGAP1
090600        WS-MONTHS IS LESS THAN 1                                  ZBNKGAP1
090700        ADD 1 TO WS-MONTHS                                        ZBNKGAP1
090800     END-IF.                                                      ZBNKGAP1
090900     PERFORM BUCKET-FOR-MONTHS THRU                               ZBNKGAP1
091000             BUCKET-FOR-MONTHS-EXIT.                              ZBNKGAP1
091100 BUCKET-FOR-DATE-EXIT.                                            ZBNKGAP1
091200     EXIT.                                                        ZBNKGAP1
091300                                                                  ZBNKGAP1
091400***************************************************************** ZBNKGAP1
091500* The bucket for a number of months ahead - nothing ahead, that * ZBNKGAP1
091600* is due now or overdue, is overnight                           * ZBNKGAP1
091700***************************************************************** ZBNKGAP1
091800 BUCKET-FOR-MONTHS.                                               ZBNKGAP1
091900     EVALUATE TRUE                                                ZBNKGAP1
092000       WHEN WS-MONTHS IS LESS THAN 1                              ZBNKGAP1
092100         MOVE 1 TO WS-BUCKET                                      ZBNKGAP1
092200       WHEN WS-MONTHS IS EQUAL TO 1                               ZBNKGAP1
092300         MOVE 2 TO WS-BUCKET                                      ZBNKGAP1
092400       WHEN WS-MONTHS IS NOT GREATER THAN 3                       ZBNKGAP1
092500         MOVE 3 TO WS-BUCKET                                      ZBNKGAP1
092600       WHEN WS-MONTHS IS NOT GREATER THAN 6                       ZBNKGAP1
092700         MOVE 4 TO WS-BUCKET                                      ZBNKGAP1
092800       WHEN WS-MONTHS IS NOT GREATER THAN 12                      ZBNKGAP1
092900         MOVE 5 TO WS-BUCKET                                      ZBNKGAP1
093000       WHEN WS-MONTHS IS NOT GREATER THAN 60                      ZBNKGAP1
093100         MOVE 6 TO WS-BUCKET                                      ZBNKGAP1
093200       WHEN OTHER                                                 ZBNKGAP1
093300         MOVE 7 TO WS-BUCKET                                      ZBNKGAP1
093400     END-EVALUATE.                                                ZBNKGAP1
093500 BUCKET-FOR-MONTHS-EXIT.                                          ZBNKGAP1
093600     EXIT.                                                        ZBNKGAP1
093700                                                                  ZBNKGAP1
093800***************************************************************** ZBNKGAP1
093900* Total each bucket's assets and liabilities, its periodic and  * ZBNKGAP1
094000* cumulative gap, and what the shock does to the year's net     * ZBNKGAP1
094100* interest income through it                                    * ZBNKGAP1
094200***************************************************************** ZBNKGAP1
094300 COMPUTE-GAPS.                                                    ZBNKGAP1
094400     MOVE 1 TO WS-GAP-SUB.                                        ZBNKGAP1
094500 COMPUTE-GAPS-LOOP.                                               ZBNKGAP1
094600     IF WS-GAP-SUB IS GREATER THAN 7                              ZBNKGAP1
094700        GO TO COMPUTE-GAPS-EXIT                                   ZBNKGAP1
094800     END-IF.                                                      ZBNKGAP1
094900     COMPUTE WS-GAP-ASSETS (WS-GAP-SUB) =                         ZBNKGAP1
095000       WS-GAP-AMOUNT (WS-GAP-SUB 1)                               ZBNKGAP1
095100       + WS-GAP-AMOUNT (WS-GAP-SUB 2)                             ZBNKGAP1
095200       + WS-GAP-AMOUNT (WS-GAP-SUB 3)                             ZBNKGAP1
095300       + WS-GAP-AMOUNT (WS-GAP-SUB 4).                            ZBNKGAP1
095400     COMPUTE WS-GAP-LIABS (WS-GAP-SUB) =                          ZBNKGAP1
095500       WS-GAP-AMOUNT (WS-GAP-SUB 5)                               ZBNKGAP1
095600       + WS-GAP-AMOUNT (WS-GAP-SUB 6).                            ZBNKGAP1
095700     COMPUTE WS-GAP-PERIODIC (WS-GAP-SUB) =                       ZBNKGAP1
095800       WS-GAP-ASSETS (WS-GAP-SUB) - WS-GAP-LIABS (WS-GAP-SUB).    ZBNKGAP1
095900     IF WS-GAP-SUB IS EQUAL TO 1                                  ZBNKGAP1
096000        MOVE WS-GAP-PERIODIC (1) TO WS-GAP-CUMULATIVE (1)         ZBNKGAP1
096100     ELSE                                                         ZBNKGAP1
096200        COMPUTE WS-GAP-CUMULATIVE (WS-GAP-SUB) =                  ZBNKGAP1
096300          WS-GAP-CUMULATIVE (WS-GAP-SUB - 1)                      ZBNKGAP1
096400          + WS-GAP-PERIODIC (WS-GAP-SUB)                          ZBNKGAP1
096500     END-IF.                                                      ZBNKGAP1
096600     COMPUTE WS-GAP-NII (WS-GAP-SUB) ROUNDED =                    ZBNKGAP1
096700       WS-GAP-PERIODIC (WS-GAP-SUB) * WS-SHOCK-BP / 10000         ZBNKGAP1
096800       * WS-NII-WEIGHT (WS-GAP-SUB).                              ZBNKGAP1
096900     ADD WS-GAP-ASSETS (WS-GAP-SUB) TO WS-GAP-TOTAL-ASSETS.       ZBNKGAP1
097000     ADD WS-GAP-LIABS (WS-GAP-SUB) TO WS-GAP-TOTAL-LIABS.         ZBNKGAP1
097100     ADD WS-GAP-NII (WS-GAP-SUB) TO WS-GAP-TOTAL-NII.             ZBNKGAP1
097200     MOVE 1 TO WS-COL-SUB.                                        ZBNKGAP1
097300 COMPUTE-GAPS-COLUMNS.                                            ZBNKGAP1
097400     IF WS-COL-SUB IS NOT GREATER THAN 6                          ZBNKGAP1
097500        ADD WS-GAP-AMOUNT (WS-GAP-SUB WS-COL-SUB)                 ZBNKGAP1
097600          TO WS-GAP-TOTAL-AMOUNT (WS-COL-SUB)                     ZBNKGAP1
097700        ADD 1 TO WS-COL-SUB                                       ZBNKGAP1
097800        GO TO COMPUTE-GAPS-COLUMNS                                ZBNKGAP1
097900     END-IF.                                                      ZBNKGAP1
098000     ADD 1 TO WS-GAP-SUB.                                         ZBNKGAP1
098100     GO TO COMPUTE-GAPS-LOOP.                                     ZBNKGAP1
098200 COMPUTE-GAPS-EXIT.                                               ZBNKGAP1
098300     EXIT.                                                        ZBNKGAP1
098400                                                                  ZBNKGAP1
098500***************************************************************** ZBNKGAP1
098600* Print the balances by bucket and source                       * ZBNKGAP1
098700***************************************************************** ZBNKGAP1
098800 PRINT-BALANCES.                                                  ZBNKGAP1
098900     MOVE 'Repricing balances by bucket' TO WS-RPT-SECTION-TEXT.  ZBNKGAP1
099000     MOVE WS-RPT-SECTION TO PRINTOUT-REC.                         ZBNKGAP1
099100     PERFORM PRINTOUT-PUT.                                        ZBNKGAP1
099200     MOVE WS-RPT2H TO PRINTOUT-REC.                               ZBNKGAP1
099300     PERFORM PRINTOUT-PUT.                                        ZBNKGAP1
099400     MOVE 1 TO WS-GAP-SUB.                                        ZBNKGAP1
099500 PRINT-BALANCES-LOOP.                                             ZBNKGAP1
099600     IF WS-GAP-SUB IS GREATER THAN 7                              ZBNKGAP1
099700        MOVE SPACES TO WS-RPT2                                    ZBNKGAP1
099800        MOVE 'Total' TO WS-RPT2-BUCKET                            ZBNKGAP1
099900        MOVE 1 TO WS-COL-SUB                                      ZBNKGAP1
100000        GO TO PRINT-BALANCES-TOTAL                                ZBNKGAP1
100100     END-IF.                                                      ZBNKGAP1
100200     MOVE SPACES TO WS-RPT2.                                      ZBNKGAP1
100300     MOVE WS-BUCKET-NAME (WS-GAP-SUB) TO WS-RPT2-BUCKET.          ZBNKGAP1
100400     MOVE 1 TO WS-COL-SUB.                                        ZBNKGAP1
100500 PRINT-BALANCES-CELLS.                                            ZBNKGAP1
100600     IF WS-COL-SUB IS NOT GREATER THAN 6                          ZBNKGAP1
100700        MOVE WS-GAP-AMOUNT (WS-GAP-SUB WS-COL-SUB)                ZBNKGAP1
100800          TO WS-RPT2-AMOUNT (WS-COL-SUB)                          ZBNKGAP1
100900        ADD 1 TO WS-COL-SUB                                       ZBNKGAP1
101000        GO TO PRINT-BALANCES-CELLS                                ZBNKGAP1
101100     END-IF.                                                      ZBNKGAP1
101200     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKGAP1
101300     PERFORM PRINTOUT-PUT.                                        ZBNKGAP1
101400     ADD 1 TO WS-GAP-SUB.                                         ZBNKGAP1
101500     GO TO PRINT-BALANCES-LOOP.                                   ZBNKGAP1
101600 PRINT-BALANCES-TOTAL.                                            ZBNKGAP1
101700     IF WS-COL-SUB IS NOT GREATER THAN 6                          ZBNKGAP1
101800        MOVE WS-GAP-TOTAL-AMOUNT (WS-COL-SUB)                     ZBNKGAP1
101900          TO WS-RPT2-AMOUNT (WS-COL-SUB)                          ZBNKGAP1
102000        ADD 1 TO WS-COL-SUB                                       ZBNKGAP1
102100        GO TO PRINT-BALANCES-TOTAL                                ZBNKGAP1
102200     END-IF.                                                      ZBNKGAP1
102300     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKGAP1
102400     PERFORM PRINTOUT-PUT.                                        ZBNKGAP1
102500 PRINT-BALANCES-EXIT.                                             ZBNKGAP1
102600     EXIT.                                                        ZBNKGAP1
102700                                                                  ZBNKGAP1
102800***************************************************************** ZBNKGAP1
102900* Print the periodic and cumulative gap and the income effect   * ZBNKGAP1
103000* of the shock up and down                                      * ZBNKGAP1
103100***************************************************************** ZBNKGAP1
103200 PRINT-GAPS.                                                      ZBNKGAP1
103300     MOVE SPACES TO WS-RPT-SECTION-TEXT.                          ZBNKGAP1
103400     MOVE WS-SHOCK-BP TO WS-SHOCK-BP-DISP.                        ZBNKGAP1
103500     STRING 'Repricing gap and net interest income effect of a'   ZBNKGAP1
103600                                     DELIMITED BY SIZE            ZBNKGAP1
103700            ' shock of'              DELIMITED BY SIZE            ZBNKGAP1
103800            WS-SHOCK-BP-DISP         DELIMITED BY SIZE            ZBNKGAP1
103900            ' basis points'          DELIMITED BY SIZE            ZBNKGAP1
104000       INTO WS-RPT-SECTION-TEXT.                                  ZBNKGAP1
104100     MOVE WS-RPT-SECTION TO PRINTOUT-REC.                         ZBNKGAP1
104200     PERFORM PRINTOUT-PUT.                                        ZBNKGAP1
104300     MOVE WS-RPT3H TO PRINTOUT-REC.                               ZBNKGAP1
104400     PERFORM PRINTOUT-PUT.                                        ZBNKGAP1
104500     MOVE 1 TO WS-GAP-SUB.                                        ZBNKGAP1
104600 PRINT-GAPS-LOOP.                                                 ZBNKGAP1
104700     IF WS-GAP-SUB IS GREATER THAN 7                              ZBNKGAP1
104800        MOVE 'Total' TO WS-RPT3-BUCKET                            ZBNKGAP1
104900        MOVE WS-GAP-TOTAL-ASSETS TO WS-RPT3-ASSETS                ZBNKGAP1
105000        MOVE WS-GAP-TOTAL-LIABS TO WS-RPT3-LIABS                  ZBNKGAP1
105100        COMPUTE WS-AMOUNT =                                       ZBNKGAP1
105200          WS-GAP-TOTAL-ASSETS - WS-GAP-TOTAL-LIABS                ZBNKGAP1
105300        MOVE WS-AMOUNT TO WS-RPT3-PERIODIC                        ZBNKGAP1
105400        MOVE WS-AMOUNT TO WS-RPT3-CUMULATIVE                      ZBNKGAP1
105500        MOVE WS-GAP-TOTAL-NII TO WS-RPT3-NII-UP                   ZBNKGAP1
105600        COMPUTE WS-AMOUNT = ZERO - WS-GAP-TOTAL-NII               ZBNKGAP1
105700        MOVE WS-AMOUNT TO WS-RPT3-NII-DOWN                        ZBNKGAP1
105800        MOVE WS-RPT3 TO PRINTOUT-REC                              ZBNKGAP1
105900        PERFORM PRINTOUT-PUT                                      ZBNKGAP1
106000        GO TO PRINT-GAPS-EXIT                                     ZBNKGAP1
106100     END-IF.                                                      ZBNKGAP1
106200     MOVE WS-BUCKET-NAME (WS-GAP-SUB) TO WS-RPT3-BUCKET.          ZBNKGAP1
106300     MOVE WS-GAP-ASSETS (WS-GAP-SUB) TO WS-RPT3-ASSETS.           ZBNKGAP1
106400     MOVE WS-GAP-LIABS (WS-GAP-SUB) TO WS-RPT3-LIABS.             ZBNKGAP1
106500     MOVE WS-GAP-PERIODIC (WS-GAP-SUB) TO WS-RPT3-PERIODIC.       ZBNKGAP1
106600     MOVE WS-GAP-CUMULATIVE (WS-GAP-SUB) TO WS-RPT3-CUMULATIVE.   ZBNKGAP1
106700     MOVE WS-GAP-NII (WS-GAP-SUB) TO WS-RPT3-NII-UP.              ZBNKGAP1
106800     COMPUTE WS-AMOUNT = ZERO - WS-GAP-NII (WS-GAP-SUB).          ZBNKGAP1
106900     MOVE WS-AMOUNT TO WS-RPT3-NII-DOWN.                          ZBNKGAP1
107000     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKGAP1
107100     PERFORM PRINTOUT-PUT.                                        ZBNKGAP1
107200     ADD 1 TO WS-GAP-SUB.                                         ZBNKGAP1
107300     GO TO PRINT-GAPS-LOOP.                                       ZBNKGAP1
107400 PRINT-GAPS-EXIT.                                                 ZBNKGAP1
107500     EXIT.                                                        ZBNKGAP1
107600                                                                  ZBNKGAP1
107700***************************************************************** ZBNKGAP1
107800* Print the assumptions the run used, so the figures can be     * ZBNKGAP1
107900* read against them                                             * ZBNKGAP1
108000***************************************************************** ZBNKGAP1
108100 PRINT-ASSUMPTIONS.                                               ZBNKGAP1
108200     MOVE 'Behavioural assumptions - percentage by bucket'        ZBNKGAP1
108300       TO WS-RPT-SECTION-TEXT.                                    ZBNKGAP1
108400     MOVE WS-RPT-SECTION TO PRINTOUT-REC.                         ZBNKGAP1
108500     PERFORM PRINTOUT-PUT.                                        ZBNKGAP1
108600     MOVE SPACES TO WS-RPT2.                                      ZBNKGAP1
108700     MOVE 'Kind  Type' TO WS-RPT2-BUCKET.                         ZBNKGAP1
108800     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKGAP1
108900     MOVE 1 TO WS-GAP-SUB.                                        ZBNKGAP1
109000 PRINT-ASSUMPTIONS-HEAD.                                          ZBNKGAP1
109100     IF WS-GAP-SUB IS NOT GREATER THAN 7                          ZBNKGAP1
109200        MOVE WS-BUCKET-NAME (WS-GAP-SUB)                          ZBNKGAP1
109300          TO PRINTOUT-REC ((WS-GAP-SUB * 13) + 2:12)              ZBNKGAP1
109400        ADD 1 TO WS-GAP-SUB                                       ZBNKGAP1
109500        GO TO PRINT-ASSUMPTIONS-HEAD                              ZBNKGAP1
109600     END-IF.                                                      ZBNKGAP1
109700     PERFORM PRINTOUT-PUT.                                        ZBNKGAP1
109800     MOVE 1 TO WS-AS-SUB.                                         ZBNKGAP1
109900 PRINT-ASSUMPTIONS-LOOP.                                          ZBNKGAP1
110000     IF WS-AS-SUB IS GREATER THAN WS-AS-COUNT                     ZBNKGAP1
110100        GO TO PRINT-ASSUMPTIONS-EXIT                              ZBNKGAP1
110200     END-IF.                                                      ZBNKGAP1
110300     MOVE SPACES TO WS-RPT4.                                      ZBNKGAP1
110400     MOVE WS-AS-KIND (WS-AS-SUB) TO WS-RPT4-KIND.                 ZBNKGAP1
110500     MOVE WS-AS-CODE (WS-AS-SUB) TO WS-RPT4-CODE.                 ZBNKGAP1
110600     MOVE 1 TO WS-GAP-SUB.                                        ZBNKGAP1
110700 PRINT-ASSUMPTIONS-CELLS.                                         ZBNKGAP1
110800     IF WS-GAP-SUB IS NOT GREATER THAN 7                          ZBNKGAP1
110900        MOVE WS-AS-PCT (WS-AS-SUB WS-GAP-SUB)                     ZBNKGAP1
111000          TO WS-RPT4-PCT (WS-GAP-SUB)                             ZBNKGAP1
111100        ADD 1 TO WS-GAP-SUB                                       ZBNKGAP1
111200        GO TO PRINT-ASSUMPTIONS-CELLS                             ZBNKGAP1
111300     END-IF.                                                      ZBNKGAP1
111400     MOVE WS-RPT4 TO PRINTOUT-REC.                                ZBNKGAP1
111500     PERFORM PRINTOUT-PUT.                                        ZBNKGAP1
111600     ADD 1 TO WS-AS-SUB.                                          ZBNKGAP1
111700     GO TO PRINT-ASSUMPTIONS-LOOP.                                ZBNKGAP1
111800 PRINT-ASSUMPTIONS-EXIT.                                          ZBNKGAP1
111900     EXIT.                                                        ZBNKGAP1
112000                                                                  ZBNKGAP1
112100***************************************************************** ZBNKGAP1
112200* Print the run totals                                          * ZBNKGAP1
112300***************************************************************** ZBNKGAP1
112400 PRINT-REPORT-TOTALS.                                             ZBNKGAP1
112500     MOVE 'Run totals' TO WS-RPT-SECTION-TEXT.                    ZBNKGAP1
112600     MOVE WS-RPT-SECTION TO PRINTOUT-REC.                         ZBNKGAP1
112700     PERFORM PRINTOUT-PUT.                                        ZBNKGAP1
112800     MOVE SPACES TO WS-RPT5.                                      ZBNKGAP1
112900     MOVE 'Loans read' TO WS-RPT5-DESC.                           ZBNKGAP1
113000     MOVE WS-LOANS-READ TO WS-RPT5-COUNT.                         ZBNKGAP1
113100     MOVE WS-RPT5 TO PRINTOUT-REC.                                ZBNKGAP1
113200     PERFORM PRINTOUT-PUT.                                        ZBNKGAP1
113300     MOVE 'Active loans placed' TO WS-RPT5-DESC.                  ZBNKGAP1
113400     MOVE WS-LOANS-PLACED TO WS-RPT5-COUNT.                       ZBNKGAP1
113500     MOVE WS-RPT5 TO PRINTOUT-REC.                                ZBNKGAP1
113600     PERFORM PRINTOUT-PUT.                                        ZBNKGAP1
113700     MOVE 'Accounts read' TO WS-RPT5-DESC.                        ZBNKGAP1
113800     MOVE WS-ACCOUNTS-READ TO WS-RPT5-COUNT.                      ZBNKGAP1
113900     MOVE WS-RPT5 TO PRINTOUT-REC.                                ZBNKGAP1
114000     PERFORM PRINTOUT-PUT.                                        ZBNKGAP1
114100     MOVE 'Accounts placed' TO WS-RPT5-DESC.                      ZBNKGAP1
114200     MOVE WS-ACCOUNTS-PLACED TO WS-RPT5-COUNT.                    ZBNKGAP1
114300     MOVE WS-RPT5 TO PRINTOUT-REC.                                ZBNKGAP1
114400     PERFORM PRINTOUT-PUT.                                        ZBNKGAP1
114500     MOVE '  of which term deposits' TO WS-RPT5-DESC.             ZBNKGAP1
114600     MOVE WS-TERM-DEPOSITS TO WS-RPT5-COUNT.                      ZBNKGAP1
114700     MOVE WS-RPT5 TO PRINTOUT-REC.                                ZBNKGAP1
114800     PERFORM PRINTOUT-PUT.                                        ZBNKGAP1
114900     MOVE 'Balances with no assumption (overnight)'               ZBNKGAP1
115000       TO WS-RPT5-DESC.                                           ZBNKGAP1
115100     MOVE WS-NO-ASSUMPTION TO WS-RPT5-COUNT.                      ZBNKGAP1
115200     MOVE WS-RPT5 TO PRINTOUT-REC.                                ZBNKGAP1
115300     PERFORM PRINTOUT-PUT.                                        ZBNKGAP1
115400     MOVE 'GAPTAB rows ignored' TO WS-RPT5-DESC.                  ZBNKGAP1
115500     MOVE WS-ROWS-REJECTED TO WS-RPT5-COUNT.                      ZBNKGAP1
115600     MOVE WS-RPT5 TO PRINTOUT-REC.                                ZBNKGAP1
115700     PERFORM PRINTOUT-PUT.                                        ZBNKGAP1
115800     MOVE SPACES TO WS-RPT5.                                      ZBNKGAP1
115900     MOVE 'Next variable-rate reset' TO WS-RPT5-DESC.             ZBNKGAP1
116000     MOVE WS-RPT5 TO PRINTOUT-REC.                                ZBNKGAP1
116100     IF WS-RESET-DATE IS EQUAL TO SPACES                          ZBNKGAP1
116200        MOVE 'None pending' TO PRINTOUT-REC (42:12)               ZBNKGAP1
116300     ELSE                                                         ZBNKGAP1
116400        MOVE WS-RESET-DATE TO PRINTOUT-REC (42:10)                ZBNKGAP1
116500     END-IF.                                                      ZBNKGAP1
116600     PERFORM PRINTOUT-PUT.                                        ZBNKGAP1
116700     MOVE SPACES TO WS-RPT5.                                      ZBNKGAP1
116800     MOVE 'Net interest income effect, rates up'                  ZBNKGAP1
116900       TO WS-RPT5-DESC.                                           ZBNKGAP1
117000     MOVE WS-GAP-TOTAL-NII TO WS-RPT5-AMOUNT.                     ZBNKGAP1
117100     MOVE WS-RPT5 TO PRINTOUT-REC.                                ZBNKGAP1
117200     PERFORM PRINTOUT-PUT.                                        ZBNKGAP1
117300     MOVE 'Net interest income effect, rates down'                ZBNKGAP1
117400       TO WS-RPT5-DESC.                                           ZBNKGAP1
117500     COMPUTE WS-AMOUNT = ZERO - WS-GAP-TOTAL-NII.                 ZBNKGAP1
117600     MOVE WS-AMOUNT TO WS-RPT5-AMOUNT.                            ZBNKGAP1
117700     MOVE WS-RPT5 TO PRINTOUT-REC.                                ZBNKGAP1
117800     PERFORM PRINTOUT-PUT.                                        ZBNKGAP1
117900                                                                  ZBNKGAP1
118000***************************************************************** ZBNKGAP1
118100* Print the report title                                        * ZBNKGAP1
118200***************************************************************** ZBNKGAP1
118300 PRINT-REPORT-HEADER.                                             ZBNKGAP1
118400     MOVE WS-ASOF-DATE TO WS-RPT1-DATE.                           ZBNKGAP1
118500     MOVE WS-PRINTED-DATE TO WS-RPT1-PRINTED.                     ZBNKGAP1
118600     MOVE WS-RPT1 TO PRINTOUT-REC.                                ZBNKGAP1
118700     PERFORM PRINTOUT-PUT.                                        ZBNKGAP1
118800                                                                  ZBNKGAP1
118900***************************************************************** ZBNKGAP1
119000* Write a record to the sequential print file                   * ZBNKGAP1
119100***************************************************************** ZBNKGAP1
119200 PRINTOUT-PUT.                                                    ZBNKGAP1
119300     WRITE PRINTOUT-REC.                                          ZBNKGAP1
119400     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKGAP1
119500       MOVE 'PRINTOUT error writing file...'                      ZBNKGAP1
119600         TO WS-CONSOLE-MESSAGE                                    ZBNKGAP1
119700       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKGAP1
119800       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKGAP1
119900       PERFORM DISPLAY-IO-STATUS                                  ZBNKGAP1
120000       PERFORM ABORT-PROGRAM                                      ZBNKGAP1
120100     END-IF.                                                      ZBNKGAP1
120200                                                                  ZBNKGAP1
120300***************************************************************** ZBNKGAP1
120400* Open the assumptions, product, loan, account and print files  * ZBNKGAP1
120500***************************************************************** ZBNKGAP1
120600 OPEN-FILES.                                                      ZBNKGAP1
120700     OPEN INPUT GAPTAB-FILE.                                      ZBNKGAP1
120800     IF WS-GAPTAB-STATUS IS NOT EQUAL TO '00'                     ZBNKGAP1
120900        MOVE 'GAPTAB file open failure...'                        ZBNKGAP1
121000          TO WS-CONSOLE-MESSAGE                                   ZBNKGAP1
121100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKGAP1
121200        MOVE WS-GAPTAB-STATUS TO WS-IO-STATUS                     ZBNKGAP1
121300        PERFORM DISPLAY-IO-STATUS                                 ZBNKGAP1
121400        PERFORM ABORT-PROGRAM                                     ZBNKGAP1
121500     END-IF.                                                      ZBNKGAP1
121600     OPEN INPUT BNKATYP-FILE.                                     ZBNKGAP1
121700     IF WS-BNKATYP-STATUS IS NOT EQUAL TO '00'                    ZBNKGAP1
121800        MOVE 'BNKATYP file open failure...'                       ZBNKGAP1
121900          TO WS-CONSOLE-MESSAGE                                   ZBNKGAP1
122000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKGAP1
122100        MOVE WS-BNKATYP-STATUS TO WS-IO-STATUS                    ZBNKGAP1
122200        PERFORM DISPLAY-IO-STATUS                                 ZBNKGAP1
122300        PERFORM ABORT-PROGRAM                                     ZBNKGAP1
122400     END-IF.                                                      ZBNKGAP1
122500     OPEN INPUT BNKLOAN-FILE.                                     ZBNKGAP1
122600     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKGAP1
122700        MOVE 'BNKLOAN file open failure...'                       ZBNKGAP1
122800          TO WS-CONSOLE-MESSAGE                                   ZBNKGAP1
122900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKGAP1
123000        MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS                    ZBNKGAP1
123100        PERFORM DISPLAY-IO-STATUS                                 ZBNKGAP1
123200        PERFORM ABORT-PROGRAM                                     ZBNKGAP1
123300     END-IF.                                                      ZBNKGAP1
123400     OPEN INPUT BNKLNSCH-FILE.                                    ZBNKGAP1
123500     IF WS-BNKLNSCH-STATUS IS NOT EQUAL TO '00'                   ZBNKGAP1
123600        MOVE 'BNKLNSCH file open failure...'                      ZBNKGAP1
123700          TO WS-CONSOLE-MESSAGE                                   ZBNKGAP1
123800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKGAP1
123900        MOVE WS-BNKLNSCH-STATUS TO WS-IO-STATUS                   ZBNKGAP1
124000        PERFORM DISPLAY-IO-STATUS                                 ZBNKGAP1
124100        PERFORM ABORT-PROGRAM                                     ZBNKGAP1
124200     END-IF.                                                      ZBNKGAP1
124300     OPEN INPUT BNKLNVR-FILE.                                     ZBNKGAP1
124400     IF WS-BNKLNVR-STATUS IS NOT EQUAL TO '00'                    ZBNKGAP1
124500        MOVE 'BNKLNVR file open failure...'                       ZBNKGAP1
124600          TO WS-CONSOLE-MESSAGE                                   ZBNKGAP1
124700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKGAP1
124800        MOVE WS-BNKLNVR-STATUS TO WS-IO-STATUS                    ZBNKGAP1
124900        PERFORM DISPLAY-IO-STATUS                                 ZBNKGAP1
125000        PERFORM ABORT-PROGRAM                                     ZBNKGAP1
125100     END-IF.                                                      ZBNKGAP1
125200     OPEN INPUT BNKLOC-FILE.                                      ZBNKGAP1
125300     IF WS-BNKLOC-STATUS IS NOT EQUAL TO '00'                     ZBNKGAP1
125400        MOVE 'BNKLOC file open failure...'                        ZBNKGAP1
125500          TO WS-CONSOLE-MESSAGE                                   ZBNKGAP1
125600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKGAP1
125700        MOVE WS-BNKLOC-STATUS TO WS-IO-STATUS                     ZBNKGAP1
125800        PERFORM DISPLAY-IO-STATUS                                 ZBNKGAP1
125900        PERFORM ABORT-PROGRAM                                     ZBNKGAP1
126000     END-IF.                                                      ZBNKGAP1
126100     OPEN INPUT BNKACC-FILE.                                      ZBNKGAP1
126200     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKGAP1
126300        MOVE 'BNKACC file open failure...'                        ZBNKGAP1
126400          TO WS-CONSOLE-MESSAGE                                   ZBNKGAP1
126500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKGAP1
126600        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKGAP1
126700        PERFORM DISPLAY-IO-STATUS                                 ZBNKGAP1
126800        PERFORM ABORT-PROGRAM                                     ZBNKGAP1
126900     END-IF.                                                      ZBNKGAP1
127000     OPEN INPUT BNKTERM-FILE.                                     ZBNKGAP1
127100     IF WS-BNKTERM-STATUS IS NOT EQUAL TO '00'                    ZBNKGAP1
127200        MOVE 'BNKTERM file open failure...'                       ZBNKGAP1
127300          TO WS-CONSOLE-MESSAGE                                   ZBNKGAP1
127400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKGAP1
127500        MOVE WS-BNKTERM-STATUS TO WS-IO-STATUS                    ZBNKGAP1
127600        PERFORM DISPLAY-IO-STATUS                                 ZBNKGAP1
127700        PERFORM ABORT-PROGRAM                                     ZBNKGAP1
127800     END-IF.                                                      ZBNKGAP1
127900     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKGAP1
128000     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKGAP1
128100        MOVE 'PRINTOUT file open failure...'                      ZBNKGAP1
128200          TO WS-CONSOLE-MESSAGE                                   ZBNKGAP1
128300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKGAP1
128400        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKGAP1
128500        PERFORM DISPLAY-IO-STATUS                                 ZBNKGAP1
128600        PERFORM ABORT-PROGRAM                                     ZBNKGAP1
128700     END-IF.                                                      ZBNKGAP1
128800                                                                  ZBNKGAP1
128900***************************************************************** ZBNKGAP1
129000* Close the files                                               * ZBNKGAP1
129100***************************************************************** ZBNKGAP1
129200 CLOSE-FILES.                                                     ZBNKGAP1
129300     CLOSE GAPTAB-FILE.                                           ZBNKGAP1
129400     CLOSE BNKATYP-FILE.                                          ZBNKGAP1
129500     CLOSE BNKLOAN-FILE.                                          ZBNKGAP1
129600     CLOSE BNKLNSCH-FILE.                                         ZBNKGAP1
129700     CLOSE BNKLNVR-FILE.                                          ZBNKGAP1
129800     CLOSE BNKLOC-FILE.                                           ZBNKGAP1
129900     CLOSE BNKACC-FILE.                                           ZBNKGAP1
130000     CLOSE BNKTERM-FILE.                                          ZBNKGAP1
130100     CLOSE PRINTOUT-FILE.                                         ZBNKGAP1
130200***************************************************************** ZBNKGAP1
130300* Display the file status bytes. This routine will display as   * ZBNKGAP1
130400* two digits if the full two byte file status is numeric. If    * ZBNKGAP1
130500* second byte is non-numeric then it will be treated as a       * ZBNKGAP1
130600* binary number.                                                * ZBNKGAP1
130700***************************************************************** ZBNKGAP1
130800 DISPLAY-IO-STATUS.                                               ZBNKGAP1
130900     IF WS-IO-STATUS NUMERIC                                      ZBNKGAP1
131000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKGAP1
131100        STRING 'File status -' DELIMITED BY SIZE                  ZBNKGAP1
131200               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKGAP1
131300          INTO WS-CONSOLE-MESSAGE                                 ZBNKGAP1
131400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKGAP1
131500     ELSE                                                         ZBNKGAP1
131600        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKGAP1
131700        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKGAP1
131800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKGAP1
131900        STRING 'File status -' DELIMITED BY SIZE                  ZBNKGAP1
132000               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKGAP1
132100               '/' DELIMITED BY SIZE                              ZBNKGAP1
132200               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKGAP1
132300          INTO WS-CONSOLE-MESSAGE                                 ZBNKGAP1
132400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKGAP1
132500     END-IF.                                                      ZBNKGAP1
132600                                                                  ZBNKGAP1
132700***************************************************************** ZBNKGAP1
132800* 'ABORT' the program.                                          * ZBNKGAP1
132900* Post a message to the console and issue a STOP RUN            * ZBNKGAP1
133000***************************************************************** ZBNKGAP1
133100 ABORT-PROGRAM.                                                   ZBNKGAP1
133200     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKGAP1
133300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKGAP1
133400     END-IF.                                                      ZBNKGAP1
133500     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKGAP1
133600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKGAP1
133700     MOVE 16 TO RETURN-CODE.                                      ZBNKGAP1
133800     STOP RUN.                                                    ZBNKGAP1
133900                                                                  ZBNKGAP1
134000***************************************************************** ZBNKGAP1
134100* Display CONSOLE messages...                                   * ZBNKGAP1
134200***************************************************************** ZBNKGAP1
134300 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKGAP1
134400     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKGAP1
134500       UPON CONSOLE.                                              ZBNKGAP1
134600     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKGAP1
134700                                                                  ZBNKGAP1
134800 COPY CTIMERP.                                                    ZBNKGAP1
134900                                                                  ZBNKGAP1
135000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKGAP1
