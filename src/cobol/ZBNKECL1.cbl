000100***************************************************************** ZBNKECL1
000200*                                                               * ZBNKECL1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKECL1
000400*   This demonstration program is provided for use by users     * ZBNKECL1
000500*   of Micro Focus products and may be used, modified and       * ZBNKECL1
000600*   distributed as part of your application provided that       * ZBNKECL1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKECL1
000800*   in this material.                                           * ZBNKECL1
000900*                                                               * ZBNKECL1
001000***************************************************************** ZBNKECL1
001100                                                                  ZBNKECL1
001200***************************************************************** ZBNKECL1
001300* Program:     ZBNKECL1.CBL                                     * ZBNKECL1
001400* Function:    Month-end expected credit loss provisioning run. * ZBNKECL1
001500*              Every loan on BNKLOAN is staged - 3 when it is   * ZBNKECL1
001600*              90 or more days delinquent (the worse of the     * ZBNKECL1
001700*              loan master and any open BNKCOLL case), 2 when   * ZBNKECL1
001800*              it is 30 or more days delinquent or has had an   * ZBNKECL1
001900*              instalment deferred by DBANK62P within the last  * ZBNKECL1
002000*              twelve months, otherwise 1; a loan charged off   * ZBNKECL1
002100*              or repaid since its last provision is W or P     * ZBNKECL1
002200*              and needs none.  The balance (unpaid principal   * ZBNKECL1
002300*              on BNKLNSCH, drawn balance on BNKLOC for a line) * ZBNKECL1
002400*              is split into the part covered by collateral     * ZBNKECL1
002500*              held on BNKCLAT and the rest, and the loss rates * ZBNKECL1
002600*              for the product and stage on BNKECLP are applied * ZBNKECL1
002700*              to each.  The provision is saved on BNKPROV      * ZBNKECL1
002800*              against the month and the movement from the      * ZBNKECL1
002900*              month before goes to the general ledger as       * ZBNKECL1
003000*              journal entries in the ZBNKGLF1 feed layout      * ZBNKECL1
003100*              (extract ECLGL), a charge when the provision     * ZBNKECL1
003200*              rises and a release when it falls.  The print    * ZBNKECL1
003300*              gives the loans that changed stage, the          * ZBNKECL1
003400*              provision by product and stage and the stage     * ZBNKECL1
003500*              migration matrix for the credit committee.       * ZBNKECL1
003600*              EXEC PARM names the month CCYYMM, defaulting to  * ZBNKECL1
003700*              the current one.  A rerun for the same month     * ZBNKECL1
003800*              measures against the prior month's figures kept  * ZBNKECL1
003900*              on BNKPROV, so its extract replaces the first    * ZBNKECL1
004000*              run's rather than adding to it.                  * ZBNKECL1
004100***************************************************************** ZBNKECL1
004200                                                                  ZBNKECL1
004300 IDENTIFICATION DIVISION.                                         ZBNKECL1
004400 PROGRAM-ID.                                                      ZBNKECL1
004500     ZBNKECL1.                                                    ZBNKECL1
004600 DATE-WRITTEN.                                                    ZBNKECL1
004700     October 2026.                                                ZBNKECL1
004800 DATE-COMPILED.                                                   ZBNKECL1
004900     Today.                                                       ZBNKECL1
005000                                                                  ZBNKECL1
005100 ENVIRONMENT DIVISION.                                            ZBNKECL1
005200 INPUT-OUTPUT   SECTION.                                          ZBNKECL1
005300   FILE-CONTROL.                                                  ZBNKECL1
005400     SELECT BNKLOAN-FILE                                          ZBNKECL1
005500            ASSIGN       TO BNKLOAN                               ZBNKECL1
005600            ORGANIZATION IS INDEXED                               ZBNKECL1
005700            ACCESS MODE  IS DYNAMIC                               ZBNKECL1
005800            RECORD KEY   IS LNM-KEY                               ZBNKECL1
005900            FILE STATUS  IS WS-BNKLOAN-STATUS.                    ZBNKECL1
006000     SELECT BNKLNSCH-FILE                                         ZBNKECL1
006100            ASSIGN       TO BNKLNSCH                              ZBNKECL1
006200            ORGANIZATION IS INDEXED                               ZBNKECL1
006300            ACCESS MODE  IS DYNAMIC                               ZBNKECL1
006400            RECORD KEY   IS LNS-KEY                               ZBNKECL1
006500            FILE STATUS  IS WS-BNKLNSCH-STATUS.                   ZBNKECL1
006600     SELECT BNKLOC-FILE                                           ZBNKECL1
006700            ASSIGN       TO BNKLOC                                ZBNKECL1
006800            ORGANIZATION IS INDEXED                               ZBNKECL1
006900            ACCESS MODE  IS RANDOM                                ZBNKECL1
007000            RECORD KEY   IS LOC-KEY                               ZBNKECL1
007100            FILE STATUS  IS WS-BNKLOC-STATUS.                     ZBNKECL1
007200     SELECT BNKCOLL-FILE                                          ZBNKECL1
007300            ASSIGN       TO BNKCOLL                               ZBNKECL1
007400            ORGANIZATION IS INDEXED                               ZBNKECL1
007500            ACCESS MODE  IS RANDOM                                ZBNKECL1
007600            RECORD KEY   IS COL-KEY                               ZBNKECL1
007700            FILE STATUS  IS WS-BNKCOLL-STATUS.                    ZBNKECL1
007800     SELECT BNKCLAT-FILE                                          ZBNKECL1
007900            ASSIGN       TO BNKCLAT                               ZBNKECL1
008000            ORGANIZATION IS INDEXED                               ZBNKECL1
008100            ACCESS MODE  IS DYNAMIC                               ZBNKECL1
008200            RECORD KEY   IS CLT-KEY                               ZBNKECL1
008300            FILE STATUS  IS WS-BNKCLAT-STATUS.                    ZBNKECL1
008400     SELECT BNKECLP-FILE                                          ZBNKECL1
008500            ASSIGN       TO BNKECLP                               ZBNKECL1
008600            ORGANIZATION IS INDEXED                               ZBNKECL1
008700            ACCESS MODE  IS RANDOM                                ZBNKECL1
008800            RECORD KEY   IS EPR-KEY                               ZBNKECL1
008900            FILE STATUS  IS WS-BNKECLP-STATUS.                    ZBNKECL1
009000     SELECT BNKPROV-FILE                                          ZBNKECL1
009100            ASSIGN       TO BNKPROV                               ZBNKECL1
009200            ORGANIZATION IS INDEXED                               ZBNKECL1
009300            ACCESS MODE  IS RANDOM                                ZBNKECL1
009400            RECORD KEY   IS PRV-KEY                               ZBNKECL1
009500            FILE STATUS  IS WS-BNKPROV-STATUS.                    ZBNKECL1
009600     SELECT ECLGL-FILE                                            ZBNKECL1
009700            ASSIGN       TO ECLGL                                 ZBNKECL1
009800            ORGANIZATION IS SEQUENTIAL                            ZBNKECL1
009900            ACCESS MODE  IS SEQUENTIAL                            ZBNKECL1
010000            FILE STATUS  IS WS-ECLGL-STATUS.                      ZBNKECL1
010100     SELECT PRINTOUT-FILE                                         ZBNKECL1
010200            ASSIGN       TO PRINTOUT                              ZBNKECL1
010300            ORGANIZATION IS SEQUENTIAL                            ZBNKECL1
010400            ACCESS MODE  IS SEQUENTIAL                            ZBNKECL1
010500            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKECL1
010600                                                                  ZBNKECL1
010700 DATA DIVISION.                                                   ZBNKECL1
010800 FILE SECTION.                                                    ZBNKECL1
010900                                                                  ZBNKECL1
011000 FD  BNKLOAN-FILE.                                                ZBNKECL1
011100 01  BNKLOAN-REC.                                                 ZBNKECL1
011200 COPY CBANKVLN.                                                   ZBNKECL1
011300                                                                  ZBNKECL1
011400 FD  BNKLNSCH-FILE.                                               ZBNKECL1
011500 01  BNKLNSCH-REC.                                                ZBNKECL1
011600 COPY CBANKVLS.                                                   ZBNKECL1
011700                                                                  ZBNKECL1
011800 FD  BNKLOC-FILE.                                                 ZBNKECL1
011900 01  BNKLOC-REC.                                                  ZBNKECL1
012000 COPY CBANKVLC.                                                   ZBNKECL1
012100                                                                  ZBNKECL1
012200 FD  BNKCOLL-FILE.                                                ZBNKECL1
012300 01  BNKCOLL-REC.                                                 ZBNKECL1
012400 COPY CBANKVCO.                                                   ZBNKECL1
012500                                                                  ZBNKECL1
012600 FD  BNKCLAT-FILE.                                                ZBNKECL1
012700 01  BNKCLAT-REC.                                                 ZBNKECL1
012800 COPY CBANKVCL.                                                   ZBNKECL1
012900                                                                  ZBNKECL1
013000 FD  BNKECLP-FILE.                                                ZBNKECL1
013100 01  BNKECLP-REC.                                                 ZBNKECL1
013200 COPY CBANKVEP.                                                   ZBNKECL1
013300                                                                  ZBNKECL1
013400 FD  BNKPROV-FILE.                                                ZBNKECL1
013500 01  BNKPROV-REC.                                                 ZBNKECL1
013600 COPY CBANKVPV.                                                   ZBNKECL1
013700                                                                  ZBNKECL1
013800 FD  ECLGL-FILE.                                                  ZBNKECL1
013900 01  ECLGL-REC.                                                   ZBNKECL1
014000 COPY CBANKXT4.                                                   ZBNKECL1
014100                                                                  ZBNKECL1
014200 FD  PRINTOUT-FILE.                                               ZBNKECL1
014300 01  PRINTOUT-REC                        PIC X(121).              ZBNKECL1
014400                                                                  ZBNKECL1
014500 WORKING-STORAGE SECTION.                                         ZBNKECL1
014600 COPY CTIMERD.                                                    ZBNKECL1
014700                                                                  ZBNKECL1
014800 COPY CTSTAMPD.                                                   ZBNKECL1
014900                                                                  ZBNKECL1
015000 01  WS-MISC-STORAGE.                                             ZBNKECL1
015100   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKECL1
015200       VALUE 'ZBNKECL1'.                                          ZBNKECL1
015300   05  WS-BNKLOAN-STATUS.                                         ZBNKECL1
015400     10  WS-BNKLOAN-STAT1                    PIC X(1).            ZBNKECL1
015500     10  WS-BNKLOAN-STAT2                    PIC X(1).            ZBNKECL1
015600   05  WS-BNKLNSCH-STATUS.                                        ZBNKECL1
015700     10  WS-BNKLNSCH-STAT1                   PIC X(1).            ZBNKECL1
015800     10  WS-BNKLNSCH-STAT2                   PIC X(1).            ZBNKECL1
015900   05  WS-BNKLOC-STATUS.                                          ZBNKECL1
016000     10  WS-BNKLOC-STAT1                     PIC X(1).            ZBNKECL1
016100     10  WS-BNKLOC-STAT2                     PIC X(1).            ZBNKECL1
016200   05  WS-BNKCOLL-STATUS.                                         ZBNKECL1
016300     10  WS-BNKCOLL-STAT1                    PIC X(1).            ZBNKECL1
016400     10  WS-BNKCOLL-STAT2                    PIC X(1).            ZBNKECL1
016500   05  WS-BNKCLAT-STATUS.                                         ZBNKECL1
016600     10  WS-BNKCLAT-STAT1                    PIC X(1).            ZBNKECL1
016700     10  WS-BNKCLAT-STAT2                    PIC X(1).            ZBNKECL1
016800   05  WS-BNKECLP-STATUS.                                         ZBNKECL1
016900     10  WS-BNKECLP-STAT1                    PIC X(1).            ZBNKECL1
017000     10  WS-BNKECLP-STAT2                    PIC X(1).            ZBNKECL1
017100   05  WS-BNKPROV-STATUS.                                         ZBNKECL1
017200     10  WS-BNKPROV-STAT1                    PIC X(1).            ZBNKECL1
017300     10  WS-BNKPROV-STAT2                    PIC X(1).            ZBNKECL1
017400   05  WS-ECLGL-STATUS.                                           ZBNKECL1
017500     10  WS-ECLGL-STAT1                      PIC X(1).            ZBNKECL1
017600     10  WS-ECLGL-STAT2                      PIC X(1).            ZBNKECL1
017700   05  WS-PRINTOUT-STATUS.                                        ZBNKECL1
017800     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKECL1
017900     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKECL1
018000   05  WS-IO-STATUS.                                              ZBNKECL1
018100     10  WS-IO-STAT1                         PIC X(1).            ZBNKECL1
018200     10  WS-IO-STAT2                         PIC X(1).            ZBNKECL1
018300   05  WS-TWO-BYTES.                                              ZBNKECL1
018400     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKECL1
018500     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKECL1
018600   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKECL1
018700                                             PIC 9(1) COMP.       ZBNKECL1
018800   05  WS-END-OF-FILE                        PIC X(3)             ZBNKECL1
018900       VALUE 'NO '.                                               ZBNKECL1
019000   05  WS-SCAN-END                           PIC X(3).            ZBNKECL1
019100   05  WS-SAVE-LOAN-ID                       PIC X(26).           ZBNKECL1
019200   05  WS-ECL-MONTH.                                              ZBNKECL1
019300     10  WS-ECL-MONTH-YYYY                   PIC 9(4).            ZBNKECL1
019400     10  WS-ECL-MONTH-MM                     PIC 9(2).            ZBNKECL1
019500   05  WS-ECL-MONTH-SERIAL                   PIC S9(7) COMP-3.    ZBNKECL1
019600   05  WS-ROW-MONTH-SERIAL                   PIC S9(7) COMP-3.    ZBNKECL1
019700   05  WS-ORIG-YYYY                          PIC 9(4).            ZBNKECL1
019800   05  WS-ORIG-MM                            PIC 9(2).            ZBNKECL1
019900   05  WS-PROV-FOUND                         PIC X(1).            ZBNKECL1
020000   05  WS-FORBORNE                           PIC X(1).            ZBNKECL1
020100   05  WS-DAYS-DELINQ                        PIC S9(5) COMP-3.    ZBNKECL1
020200   05  WS-PRODUCT                            PIC X(1).            ZBNKECL1
020300   05  WS-STAGE                              PIC X(1).            ZBNKECL1
020400   05  WS-PRIOR-STAGE                        PIC X(1).            ZBNKECL1
020500   05  WS-PRIOR-MONTH                        PIC X(6).            ZBNKECL1
020600   05  WS-PRIOR-PROVISION                    PIC S9(9)V99 COMP-3. ZBNKECL1
020700   05  WS-BALANCE                            PIC S9(9)V99 COMP-3. ZBNKECL1
020800   05  WS-COLLATERAL-VALUE                   PIC S9(11)V99 COMP-3.ZBNKECL1
020900   05  WS-COVERED                            PIC S9(9)V99 COMP-3. ZBNKECL1
021000   05  WS-PROVISION                          PIC S9(9)V99 COMP-3. ZBNKECL1
021100   05  WS-MOVEMENT                           PIC S9(9)V99 COMP-3. ZBNKECL1
021200   05  WS-PRODUCT-SUB                        PIC S9(4) COMP.      ZBNKECL1
021300   05  WS-STAGE-SUB                          PIC S9(4) COMP.      ZBNKECL1
021400   05  WS-FROM-SUB                           PIC S9(4) COMP.      ZBNKECL1
021500   05  WS-TO-SUB                             PIC S9(4) COMP.      ZBNKECL1
021600   05  WS-LOANS-READ                         PIC 9(7)             ZBNKECL1
021700       VALUE ZERO.                                                ZBNKECL1
021800   05  WS-LOANS-PROVISIONED                  PIC 9(7)             ZBNKECL1
021900       VALUE ZERO.                                                ZBNKECL1
022000   05  WS-LOANS-CLOSED-OUT                   PIC 9(7)             ZBNKECL1
022100       VALUE ZERO.                                                ZBNKECL1
022200   05  WS-LOANS-NO-RATE                      PIC 9(7)             ZBNKECL1
022300       VALUE ZERO.                                                ZBNKECL1
022400   05  WS-LOANS-MIGRATED                     PIC 9(7)             ZBNKECL1
022500       VALUE ZERO.                                                ZBNKECL1
022600   05  WS-JOURNAL-LINES                      PIC 9(7)             ZBNKECL1
022700       VALUE ZERO.                                                ZBNKECL1
022800   05  WS-TOTAL-PROVISION                    PIC S9(11)V99        ZBNKECL1
022900       COMP-3 VALUE ZERO.                                         ZBNKECL1
023000   05  WS-TOTAL-PRIOR                        PIC S9(11)V99        ZBNKECL1
023100       COMP-3 VALUE ZERO.                                         ZBNKECL1
023200   05  WS-TOTAL-CHARGE                       PIC S9(11)V99        ZBNKECL1
023300       COMP-3 VALUE ZERO.                                         ZBNKECL1
023400   05  WS-TOTAL-RELEASE                      PIC S9(11)V99        ZBNKECL1
023500       COMP-3 VALUE ZERO.                                         ZBNKECL1
023600                                                                  ZBNKECL1
023700***************************************************************** ZBNKECL1
023800* Staging thresholds - days delinquent for stage 2 and stage 3, * ZBNKECL1
023900* and how many months a deferment keeps a loan in stage 2       * ZBNKECL1
024000***************************************************************** ZBNKECL1
024100 01  WS-STAGE-RULES.                                              ZBNKECL1
024200   05  WS-STAGE2-DAYS                        PIC S9(5) COMP-3     ZBNKECL1
024300       VALUE 30.                                                  ZBNKECL1
024400   05  WS-STAGE3-DAYS                        PIC S9(5) COMP-3     ZBNKECL1
024500       VALUE 90.                                                  ZBNKECL1
024600   05  WS-FORBEARANCE-MONTHS                 PIC S9(5) COMP-3     ZBNKECL1
024700       VALUE 12.                                                  ZBNKECL1
024800                                                                  ZBNKECL1
024900***************************************************************** ZBNKECL1
025000* General ledger accounts the movement is journalled to - the   * ZBNKECL1
025100* provision expense line and the loan-loss allowance set        * ZBNKECL1
025200* against the loan book                                         * ZBNKECL1
025300***************************************************************** ZBNKECL1
025400 01  WS-GL-ACCOUNTS.                                              ZBNKECL1
025500   05  WS-GL-PROVISION-EXPENSE               PIC X(6)             ZBNKECL1
025600       VALUE '530400'.                                            ZBNKECL1
025700   05  WS-GL-LOAN-ALLOWANCE                  PIC X(6)             ZBNKECL1
025800       VALUE '125000'.                                            ZBNKECL1
025900                                                                  ZBNKECL1
026000***************************************************************** ZBNKECL1
026100* Provision by product (instalment, revolving) and stage        * ZBNKECL1
026200***************************************************************** ZBNKECL1
026300 01  WS-PRODUCT-TABLE.                                            ZBNKECL1
026400   05  WS-PRODUCT-ENTRY OCCURS 2 TIMES.                           ZBNKECL1
026500     10  WS-STAGE-ENTRY OCCURS 3 TIMES.                           ZBNKECL1
026600       15  WS-PS-COUNT                       PIC S9(7) COMP-3.    ZBNKECL1
026700       15  WS-PS-BALANCE                     PIC S9(11)V99 COMP-3.ZBNKECL1
026800       15  WS-PS-COVERED                     PIC S9(11)V99 COMP-3.ZBNKECL1
026900       15  WS-PS-PROVISION                   PIC S9(11)V99 COMP-3.ZBNKECL1
027000                                                                  ZBNKECL1
027100***************************************************************** ZBNKECL1
027200* Stage migration - from last month's stage (new, 1, 2, 3) to   * ZBNKECL1
027300* this month's (1, 2, 3, written off, repaid)                   * ZBNKECL1
027400***************************************************************** ZBNKECL1
027500 01  WS-MIGRATION-TABLE.                                          ZBNKECL1
027600   05  WS-MIG-FROM OCCURS 4 TIMES.                                ZBNKECL1
027700     10  WS-MIG-TO OCCURS 5 TIMES.                                ZBNKECL1
027800       15  WS-MIG-COUNT                      PIC S9(7) COMP-3.    ZBNKECL1
027900       15  WS-MIG-BALANCE                    PIC S9(11)V99 COMP-3.ZBNKECL1
028000 01  WS-STAGE-NAMES-DATA                     PIC X(40)            ZBNKECL1
028100     VALUE 'New     Stage 1 Stage 2 Stage 3 Wr off  '.            ZBNKECL1
028200 01  WS-STAGE-NAMES REDEFINES WS-STAGE-NAMES-DATA.                ZBNKECL1
028300   05  WS-STAGE-NAME                         PIC X(8)             ZBNKECL1
028400       OCCURS 5 TIMES.                                            ZBNKECL1
028500                                                                  ZBNKECL1
028600 01  WS-PRINTED.                                                  ZBNKECL1
028700   05  WS-PRINTED-DATE.                                           ZBNKECL1
028800     10  FILLER                              PIC X(9)             ZBNKECL1
028900         VALUE 'Printed: '.                                       ZBNKECL1
029000     10  WS-PRINT-DATE                       PIC X(10).           ZBNKECL1
029100                                                                  ZBNKECL1
029200***************************************************************** ZBNKECL1
029300* Provision report                                              * ZBNKECL1
029400***************************************************************** ZBNKECL1
029500 01  WS-REPORT-LINES.                                             ZBNKECL1
029600   05  WS-RPT1.                                                   ZBNKECL1
029700     10  WS-RPT1-CC                          PIC X(1)             ZBNKECL1
029800         VALUE '1'.                                               ZBNKECL1
029900     10  FILLER                              PIC X(20)            ZBNKECL1
030000         VALUE SPACES.                                            ZBNKECL1
030100     10  WS-RPT1-HEAD                        PIC X(34)            ZBNKECL1
030200         VALUE 'Expected Credit Loss Provision - '.               ZBNKECL1
030300     10  WS-RPT1-MONTH                       PIC X(6).            ZBNKECL1
030400     10  FILLER                              PIC X(5)             ZBNKECL1
030500         VALUE SPACES.                                            ZBNKECL1
030600     10  WS-RPT1-DATE                        PIC X(19).           ZBNKECL1
030700   05  WS-RPT-SECTION.                                            ZBNKECL1
030800     10  WS-RPT-SECTION-CC                   PIC X(1)             ZBNKECL1
030900         VALUE '0'.                                               ZBNKECL1
031000     10  WS-RPT-SECTION-TEXT                 PIC X(60).           ZBNKECL1
031100   05  WS-RPT2.                                                   ZBNKECL1
031200     10  WS-RPT2-CC                          PIC X(1)             ZBNKECL1
031300         VALUE ' '.                                               ZBNKECL1
031400     10  WS-RPT2-LOAN-ID                     PIC X(28).           ZBNKECL1
031500     10  WS-RPT2-PID                         PIC X(7).            ZBNKECL1
031600     10  WS-RPT2-WHAT                        PIC X(30).           ZBNKECL1
031700     10  WS-RPT2-BALANCE                 PIC Z,ZZZ,ZZZ,ZZ9.99-.   ZBNKECL1
031800     10  WS-RPT2-PROVISION               PIC Z,ZZZ,ZZZ,ZZ9.99-.   ZBNKECL1
031900   05  WS-RPT4.                                                   ZBNKECL1
032000     10  WS-RPT4-CC                          PIC X(1)             ZBNKECL1
032100         VALUE ' '.                                               ZBNKECL1
032200     10  WS-RPT4-PRODUCT                     PIC X(13).           ZBNKECL1
032300     10  WS-RPT4-STAGE                       PIC X(10).           ZBNKECL1
032400     10  WS-RPT4-COUNT                       PIC ZZZZZZ9.         ZBNKECL1
032500     10  FILLER                              PIC X(2)             ZBNKECL1
032600         VALUE SPACES.                                            ZBNKECL1
032700     10  WS-RPT4-BALANCE                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.  ZBNKECL1
032800     10  FILLER                              PIC X(2)             ZBNKECL1
032900         VALUE SPACES.                                            ZBNKECL1
033000     10  WS-RPT4-COVERED                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.  ZBNKECL1
033100     10  FILLER                              PIC X(2)             ZBNKECL1
033200         VALUE SPACES.                                            ZBNKECL1
033300     10  WS-RPT4-PROVISION               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.  ZBNKECL1
033400   05  WS-RPT5.                                                   ZBNKECL1
033500     10  WS-RPT5-CC                          PIC X(1)             ZBNKECL1
033600         VALUE ' '.                                               ZBNKECL1
033700     10  WS-RPT5-FROM                        PIC X(10).           ZBNKECL1
033800     10  WS-RPT5-CELL OCCURS 5 TIMES.                             ZBNKECL1
033900       15  FILLER                            PIC X(3).            ZBNKECL1
034000       15  WS-RPT5-COUNT                     PIC ZZZZZZ9.         ZBNKECL1
034100   05  WS-RPT3.                                                   ZBNKECL1
034200     10  WS-RPT3-CC                          PIC X(1)             ZBNKECL1
034300         VALUE ' '.                                               ZBNKECL1
034400     10  WS-RPT3-DESC                        PIC X(30).           ZBNKECL1
034500     10  WS-RPT3-COUNT                       PIC ZZZZZZ9.         ZBNKECL1
034600     10  FILLER                              PIC X(3)             ZBNKECL1
034700         VALUE SPACES.                                            ZBNKECL1
034800     10  WS-RPT3-AMOUNT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-. ZBNKECL1
034900                                                                  ZBNKECL1
035000 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKECL1
035100                                                                  ZBNKECL1
035200 LINKAGE SECTION.                                                 ZBNKECL1
035300 01  LK-EXEC-PARM.                                                ZBNKECL1
035400   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKECL1
035500   05  LK-EXEC-PARM-DATA.                                         ZBNKECL1
035600     10  LK-PARM-MONTH                       PIC X(6).            ZBNKECL1
035700                                                                  ZBNKECL1
035800 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKECL1
035900                                                                  ZBNKECL1
036000     PERFORM RUN-TIME.                                            ZBNKECL1
036100                                                                  ZBNKECL1
036200     MOVE 'Credit loss provisioning run starting'                 ZBNKECL1
036300       TO WS-CONSOLE-MESSAGE.                                     ZBNKECL1
036400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKECL1
036500                                                                  ZBNKECL1
036600 COPY CTSTAMPP.                                                   ZBNKECL1
036700     MOVE WS-TIMESTAMP (1:4) TO WS-ECL-MONTH (1:4).               ZBNKECL1
036800     MOVE WS-TIMESTAMP (6:2) TO WS-ECL-MONTH (5:2).               ZBNKECL1
036900     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO AND                  ZBNKECL1
037000        LK-PARM-MONTH IS NUMERIC                                  ZBNKECL1
037100        MOVE LK-PARM-MONTH TO WS-ECL-MONTH                        ZBNKECL1
037200     END-IF.                                                      ZBNKECL1
037300     COMPUTE WS-ECL-MONTH-SERIAL = (WS-ECL-MONTH-YYYY * 12) +     ZBNKECL1
037400       WS-ECL-MONTH-MM - 1.                                       ZBNKECL1
037500     MOVE WS-TS-DATE TO WS-PRINT-DATE.                            ZBNKECL1
037600     INITIALIZE WS-PRODUCT-TABLE.                                 ZBNKECL1
037700     INITIALIZE WS-MIGRATION-TABLE.                               ZBNKECL1
037800                                                                  ZBNKECL1
037900     PERFORM OPEN-FILES.                                          ZBNKECL1
038000     PERFORM PRINT-REPORT-HEADER.                                 ZBNKECL1
038100                                                                  ZBNKECL1
038200     MOVE LOW-VALUES TO LNM-KEY.                                  ZBNKECL1
038300     START BNKLOAN-FILE KEY GREATER THAN LNM-KEY.                 ZBNKECL1
038400     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKECL1
038500        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKECL1
038600     END-IF.                                                      ZBNKECL1
038700                                                                  ZBNKECL1
038800     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKECL1
038900        READ BNKLOAN-FILE NEXT RECORD                             ZBNKECL1
039000        IF WS-BNKLOAN-STATUS IS EQUAL TO '10'                     ZBNKECL1
039100           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKECL1
039200        ELSE                                                      ZBNKECL1
039300           IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'              ZBNKECL1
039400              MOVE 'BNKLOAN read error during scan'               ZBNKECL1
039500                TO WS-CONSOLE-MESSAGE                             ZBNKECL1
039600              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKECL1
039700              MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS              ZBNKECL1
039800              PERFORM DISPLAY-IO-STATUS                           ZBNKECL1
039900              PERFORM ABORT-PROGRAM                               ZBNKECL1
040000           ELSE                                                   ZBNKECL1
040100              ADD 1 TO WS-LOANS-READ                              ZBNKECL1
040200              PERFORM PROVISION-ONE-LOAN THRU                     ZBNKECL1
040300                      PROVISION-ONE-LOAN-EXIT                     ZBNKECL1
040400           END-IF                                                 ZBNKECL1
040500        END-IF                                                    ZBNKECL1
040600     END-PERFORM.                                                 ZBNKECL1
040700                                                                  ZBNKECL1
040800     PERFORM PRINT-PRODUCT-STAGES.                                ZBNKECL1
040900     PERFORM PRINT-MIGRATION.                                     ZBNKECL1
041000     PERFORM PRINT-REPORT-TOTALS.                                 ZBNKECL1
041100     PERFORM CLOSE-FILES.                                         ZBNKECL1
041200                                                                  ZBNKECL1
041300     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKECL1
041400     STRING WS-JOURNAL-LINES DELIMITED BY SIZE                    ZBNKECL1
041500            ' provision journal entries written' DELIMITED BY SIZEZBNKECL1
041600       INTO WS-CONSOLE-MESSAGE.                                   ZBNKECL1
041700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKECL1
041800     MOVE 'End Of Job'                                            ZBNKECL1
041900       TO WS-CONSOLE-MESSAGE.                                     ZBNKECL1
042000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKECL1
042100                                                                  ZBNKECL1
042200     PERFORM RUN-TIME.                                            ZBNKECL1
042300                                                                  ZBNKECL1
042400***************************************************************** ZBNKECL1
042500* A loan with no loss rate for its product and stage carries a  * ZBNKECL1
042600* nil provision - warn so the table is completed and rerun      * ZBNKECL1
042700***************************************************************** ZBNKECL1
042800     IF WS-LOANS-NO-RATE IS GREATER THAN ZERO                     ZBNKECL1
042900        MOVE 4 TO RETURN-CODE                                     ZBNKECL1
043000     ELSE                                                         ZBNKECL1
043100        MOVE 0 TO RETURN-CODE                                     ZBNKECL1
043200     END-IF.                                                      ZBNKECL1
043300                                                                  ZBNKECL1
043400     GOBACK.                                                      ZBNKECL1
043500                                                                  ZBNKECL1
043600***************************************************************** ZBNKECL1
043700* Provision one loan - pick up what was provided last month,    * ZBNKECL1
043800* stage the loan, work out this month's provision and post the  * ZBNKECL1
043900* difference                                                    * ZBNKECL1
044000***************************************************************** ZBNKECL1
044100 PROVISION-ONE-LOAN.                                              ZBNKECL1
044200     MOVE LNM-REC-LOAN-ID TO WS-SAVE-LOAN-ID.                     ZBNKECL1
044300     IF LNM-PRODUCT-REVOLVING                                     ZBNKECL1
044400        MOVE 'R' TO WS-PRODUCT                                    ZBNKECL1
044500        MOVE 2 TO WS-PRODUCT-SUB                                  ZBNKECL1
044600     ELSE                                                         ZBNKECL1
044700        MOVE 'I' TO WS-PRODUCT                                    ZBNKECL1
044800        MOVE 1 TO WS-PRODUCT-SUB                                  ZBNKECL1
044900     END-IF.                                                      ZBNKECL1
045000     PERFORM GET-PRIOR-PROVISION THRU                             ZBNKECL1
045100             GET-PRIOR-PROVISION-EXIT.                            ZBNKECL1
045200                                                                  ZBNKECL1
045300***************************************************************** ZBNKECL1
045400* A closed loan needs no provision - release what it carried    * ZBNKECL1
045500* the first month it is seen closed, then leave it alone        * ZBNKECL1
045600***************************************************************** ZBNKECL1
045700     IF NOT LNM-STATUS-ACTIVE                                     ZBNKECL1
045800        IF WS-PROV-FOUND IS EQUAL TO 'N' OR                       ZBNKECL1
045900           WS-PRIOR-STAGE IS EQUAL TO 'W' OR                      ZBNKECL1
046000           WS-PRIOR-STAGE IS EQUAL TO 'P'                         ZBNKECL1
046100           GO TO PROVISION-ONE-LOAN-EXIT                          ZBNKECL1
046200        END-IF                                                    ZBNKECL1
046300        ADD 1 TO WS-LOANS-CLOSED-OUT                              ZBNKECL1
046400        IF LNM-STATUS-CHARGED-OFF                                 ZBNKECL1
046500           MOVE 'W' TO WS-STAGE                                   ZBNKECL1
046600        ELSE                                                      ZBNKECL1
046700           MOVE 'P' TO WS-STAGE                                   ZBNKECL1
046800        END-IF                                                    ZBNKECL1
046900        MOVE ZERO TO WS-BALANCE                                   ZBNKECL1
047000        MOVE ZERO TO WS-COVERED                                   ZBNKECL1
047100        MOVE ZERO TO WS-PROVISION                                 ZBNKECL1
047200        GO TO PROVISION-ONE-LOAN-POST                             ZBNKECL1
047300     END-IF.                                                      ZBNKECL1
047400                                                                  ZBNKECL1
047500     MOVE ZERO TO WS-BALANCE.                                     ZBNKECL1
047600     MOVE 'N' TO WS-FORBORNE.                                     ZBNKECL1
047700     MOVE ZERO TO WS-ORIG-YYYY.                                   ZBNKECL1
047800     MOVE ZERO TO WS-ORIG-MM.                                     ZBNKECL1
047900     IF WS-SAVE-LOAN-ID (1:4) IS NUMERIC AND                      ZBNKECL1
048000        WS-SAVE-LOAN-ID (6:2) IS NUMERIC                          ZBNKECL1
048100        MOVE WS-SAVE-LOAN-ID (1:4) TO WS-ORIG-YYYY                ZBNKECL1
048200        MOVE WS-SAVE-LOAN-ID (6:2) TO WS-ORIG-MM                  ZBNKECL1
048300     END-IF.                                                      ZBNKECL1
048400     PERFORM SCAN-SCHEDULE THRU                                   ZBNKECL1
048500             SCAN-SCHEDULE-EXIT.                                  ZBNKECL1
048600     IF LNM-PRODUCT-REVOLVING                                     ZBNKECL1
048700        MOVE ZERO TO WS-BALANCE                                   ZBNKECL1
048800        MOVE WS-SAVE-LOAN-ID TO LOC-REC-LOAN-ID                   ZBNKECL1
048900        READ BNKLOC-FILE                                          ZBNKECL1
049000        IF WS-BNKLOC-STATUS IS EQUAL TO '00'                      ZBNKECL1
049100           MOVE LOC-REC-DRAWN TO WS-BALANCE                       ZBNKECL1
049200        END-IF                                                    ZBNKECL1
049300     END-IF.                                                      ZBNKECL1
049400     IF WS-BALANCE IS LESS THAN ZERO                              ZBNKECL1
049500        MOVE ZERO TO WS-BALANCE                                   ZBNKECL1
049600     END-IF.                                                      ZBNKECL1
049700                                                                  ZBNKECL1
049800     PERFORM STAGE-LOAN THRU                                      ZBNKECL1
049900             STAGE-LOAN-EXIT.                                     ZBNKECL1
050000     PERFORM GET-COLLATERAL-COVER THRU                            ZBNKECL1
050100             GET-COLLATERAL-COVER-EXIT.                           ZBNKECL1
050200                                                                  ZBNKECL1
050300     MOVE WS-PRODUCT TO EPR-REC-PRODUCT.                          ZBNKECL1
050400     MOVE WS-STAGE TO EPR-REC-STAGE.                              ZBNKECL1
050500     READ BNKECLP-FILE.                                           ZBNKECL1
050600     IF WS-BNKECLP-STATUS IS NOT EQUAL TO '00'                    ZBNKECL1
050700        ADD 1 TO WS-LOANS-NO-RATE                                 ZBNKECL1
050800        MOVE ZERO TO WS-PROVISION                                 ZBNKECL1
050900        MOVE SPACES TO WS-RPT2                                    ZBNKECL1
051000        MOVE WS-SAVE-LOAN-ID TO WS-RPT2-LOAN-ID                   ZBNKECL1
051100        MOVE LNM-REC-PID TO WS-RPT2-PID                           ZBNKECL1
051200        STRING 'No loss rate for ' DELIMITED BY SIZE              ZBNKECL1
051300               WS-PRODUCT DELIMITED BY SIZE                       ZBNKECL1
051400               '/' DELIMITED BY SIZE                              ZBNKECL1
051500               WS-STAGE DELIMITED BY SIZE                         ZBNKECL1
051600          INTO WS-RPT2-WHAT                                       ZBNKECL1
051700        MOVE WS-BALANCE TO WS-RPT2-BALANCE                        ZBNKECL1
051800        MOVE ZERO TO WS-RPT2-PROVISION                            ZBNKECL1
051900        MOVE WS-RPT2 TO PRINTOUT-REC                              ZBNKECL1
052000        PERFORM PRINTOUT-PUT                                      ZBNKECL1
052100     ELSE                                                         ZBNKECL1
052200        COMPUTE WS-PROVISION ROUNDED =                            ZBNKECL1
052300          (WS-COVERED * EPR-REC-SECURED-RATE / 100) +             ZBNKECL1
052400          ((WS-BALANCE - WS-COVERED) *                            ZBNKECL1
052500           EPR-REC-UNSECURED-RATE / 100)                          ZBNKECL1
052600     END-IF.                                                      ZBNKECL1
052700                                                                  ZBNKECL1
052800     ADD 1 TO WS-LOANS-PROVISIONED.                               ZBNKECL1
052900     MOVE WS-STAGE TO WS-STAGE-SUB.                               ZBNKECL1
053000     ADD 1 TO WS-PS-COUNT (WS-PRODUCT-SUB WS-STAGE-SUB).          ZBNKECL1
053100     ADD WS-BALANCE                                               ZBNKECL1
053200       TO WS-PS-BALANCE (WS-PRODUCT-SUB WS-STAGE-SUB).            ZBNKECL1
053300     ADD WS-COVERED                                               ZBNKECL1
053400       TO WS-PS-COVERED (WS-PRODUCT-SUB WS-STAGE-SUB).            ZBNKECL1
053500     ADD WS-PROVISION                                             ZBNKECL1
053600       TO WS-PS-PROVISION (WS-PRODUCT-SUB WS-STAGE-SUB).          ZBNKECL1
053700                                                                  ZBNKECL1
053800 PROVISION-ONE-LOAN-POST.                                         ZBNKECL1
053900     PERFORM COUNT-MIGRATION THRU                                 ZBNKECL1
054000             COUNT-MIGRATION-EXIT.                                ZBNKECL1
054100     ADD WS-PROVISION TO WS-TOTAL-PROVISION.                      ZBNKECL1
054200     ADD WS-PRIOR-PROVISION TO WS-TOTAL-PRIOR.                    ZBNKECL1
054300     COMPUTE WS-MOVEMENT = WS-PROVISION - WS-PRIOR-PROVISION.     ZBNKECL1
054400     IF WS-MOVEMENT IS NOT EQUAL TO ZERO                          ZBNKECL1
054500        PERFORM WRITE-JOURNAL-LINE THRU                           ZBNKECL1
054600                WRITE-JOURNAL-LINE-EXIT                           ZBNKECL1
054700     END-IF.                                                      ZBNKECL1
054800     PERFORM SAVE-PROVISION THRU                                  ZBNKECL1
054900             SAVE-PROVISION-EXIT.                                 ZBNKECL1
055000 PROVISION-ONE-LOAN-EXIT.                                         ZBNKECL1
055100     EXIT.                                                        ZBNKECL1
055200                                                                  ZBNKECL1
055300***************************************************************** ZBNKECL1
055400* Last month's stage and provision.  A row already saved for    * ZBNKECL1
055500* this month is a rerun - measure against the prior figures it  * ZBNKECL1
055600* carries, not against itself                                   * ZBNKECL1
055700***************************************************************** ZBNKECL1
055800 GET-PRIOR-PROVISION.                                             ZBNKECL1
055900     MOVE 'N' TO WS-PROV-FOUND.                                   ZBNKECL1
056000     MOVE SPACES TO WS-PRIOR-STAGE.                               ZBNKECL1
056100     MOVE SPACES TO WS-PRIOR-MONTH.                               ZBNKECL1
056200     MOVE ZERO TO WS-PRIOR-PROVISION.                             ZBNKECL1
056300     MOVE WS-SAVE-LOAN-ID TO PRV-REC-LOAN-ID.                     ZBNKECL1
056400     READ BNKPROV-FILE.                                           ZBNKECL1
056500     IF WS-BNKPROV-STATUS IS NOT EQUAL TO '00'                    ZBNKECL1
056600        GO TO GET-PRIOR-PROVISION-EXIT                            ZBNKECL1
056700     END-IF.                                                      ZBNKECL1
056800     MOVE 'Y' TO WS-PROV-FOUND.                                   ZBNKECL1
056900     IF PRV-REC-MONTH IS EQUAL TO WS-ECL-MONTH                    ZBNKECL1
057000        MOVE PRV-REC-PRIOR-STAGE TO WS-PRIOR-STAGE                ZBNKECL1
057100        MOVE PRV-REC-PRIOR-MONTH TO WS-PRIOR-MONTH                ZBNKECL1
057200        MOVE PRV-REC-PRIOR-PROVISION TO WS-PRIOR-PROVISION        ZBNKECL1
057300     ELSE                                                         ZBNKECL1
057400        MOVE PRV-REC-STAGE TO WS-PRIOR-STAGE                      ZBNKECL1
057500        MOVE PRV-REC-MONTH TO WS-PRIOR-MONTH                      ZBNKECL1
057600        MOVE PRV-REC-PROVISION TO WS-PRIOR-PROVISION              ZBNKECL1
057700     END-IF.                                                      ZBNKECL1
057800 GET-PRIOR-PROVISION-EXIT.                                        ZBNKECL1
057900     EXIT.                                                        ZBNKECL1
058000                                                                  ZBNKECL1
058100***************************************************************** ZBNKECL1
058200* Unpaid principal on the schedule, and whether an instalment   * ZBNKECL1
058300* was deferred recently enough to count as forbearance.  A      * ZBNKECL1
058400* deferred row's month is the origination month plus its        * ZBNKECL1
058500* payment number, as the collection run reckons due dates       * ZBNKECL1
058600***************************************************************** ZBNKECL1
058700 SCAN-SCHEDULE.                                                   ZBNKECL1
058800     MOVE WS-SAVE-LOAN-ID TO LNS-REC-LOAN-ID.                     ZBNKECL1
058900     MOVE ZERO TO LNS-REC-PAYMENT-NO.                             ZBNKECL1
059000     START BNKLNSCH-FILE KEY GREATER THAN LNS-KEY.                ZBNKECL1
059100     IF WS-BNKLNSCH-STATUS IS NOT EQUAL TO '00'                   ZBNKECL1
059200        GO TO SCAN-SCHEDULE-EXIT                                  ZBNKECL1
059300     END-IF.                                                      ZBNKECL1
059400     MOVE 'NO ' TO WS-SCAN-END.                                   ZBNKECL1
059500     PERFORM UNTIL WS-SCAN-END IS EQUAL TO 'YES'                  ZBNKECL1
059600        READ BNKLNSCH-FILE NEXT RECORD                            ZBNKECL1
059700        IF WS-BNKLNSCH-STATUS IS NOT EQUAL TO '00'                ZBNKECL1
059800           MOVE 'YES' TO WS-SCAN-END                              ZBNKECL1
059900        ELSE                                                      ZBNKECL1
060000           IF LNS-REC-LOAN-ID IS NOT EQUAL TO WS-SAVE-LOAN-ID     ZBNKECL1
060100              MOVE 'YES' TO WS-SCAN-END                           ZBNKECL1
060200           ELSE                                                   ZBNKECL1
060300              PERFORM SCAN-ONE-ROW THRU                           ZBNKECL1
060400                      SCAN-ONE-ROW-EXIT                           ZBNKECL1
060500           END-IF                                                 ZBNKECL1
060600        END-IF                                                    ZBNKECL1
060700     END-PERFORM.                                                 ZBNKECL1
060800 SCAN-SCHEDULE-EXIT.                                              ZBNKECL1
060900     EXIT.                                                        ZBNKECL1
061000                                                                  ZBNKECL1
061100 SCAN-ONE-ROW.                                                    ZBNKECL1
061200     IF LNS-ROW-DEFERRED                                          ZBNKECL1
061300        COMPUTE WS-ROW-MONTH-SERIAL = (WS-ORIG-YYYY * 12) +       ZBNKECL1
061400          WS-ORIG-MM - 1 + LNS-REC-PAYMENT-NO                     ZBNKECL1
061500        IF WS-ROW-MONTH-SERIAL IS GREATER THAN                    ZBNKECL1
061600           WS-ECL-MONTH-SERIAL - WS-FORBEARANCE-MONTHS            ZBNKECL1
061700           MOVE 'Y' TO WS-FORBORNE                                ZBNKECL1
061800        END-IF                                                    ZBNKECL1
061900        GO TO SCAN-ONE-ROW-EXIT                                   ZBNKECL1
062000     END-IF.                                                      ZBNKECL1
062100     IF NOT LNS-ROW-PAID                                          ZBNKECL1
062200        ADD LNS-REC-PRINCIPAL-PORTION TO WS-BALANCE               ZBNKECL1
062300     END-IF.                                                      ZBNKECL1
062400 SCAN-ONE-ROW-EXIT.                                               ZBNKECL1
062500     EXIT.                                                        ZBNKECL1
062600                                                                  ZBNKECL1
062700***************************************************************** ZBNKECL1
062800* Stage the loan on the worse of the loan master's days         * ZBNKECL1
062900* delinquent and those of an open collections case, and on      * ZBNKECL1
063000* forbearance.  A loan in bankruptcy is credit-impaired and     * ZBNKECL1
063032* always stage 3                                                * ZBNKECL1
063100***************************************************************** ZBNKECL1
063200 STAGE-LOAN.                                                      ZBNKECL1
063300     MOVE ZERO TO WS-DAYS-DELINQ.                                 ZBNKECL1
063400     IF LNM-REC-DAYS-DELINQ IS NUMERIC                            ZBNKECL1
063500        MOVE LNM-REC-DAYS-DELINQ TO WS-DAYS-DELINQ                ZBNKECL1
063600     END-IF.                                                      ZBNKECL1
063700     MOVE WS-SAVE-LOAN-ID TO COL-REC-LOAN-ID.                     ZBNKECL1
063800     READ BNKCOLL-FILE.                                           ZBNKECL1
063900     IF WS-BNKCOLL-STATUS IS EQUAL TO '00' AND                    ZBNKECL1
064000        COL-CASE-OPEN AND                                         ZBNKECL1
064100        COL-REC-DAYS-DELINQ IS GREATER THAN WS-DAYS-DELINQ        ZBNKECL1
064200        MOVE COL-REC-DAYS-DELINQ TO WS-DAYS-DELINQ                ZBNKECL1
064300     END-IF.                                                      ZBNKECL1
064400     EVALUATE TRUE                                                ZBNKECL1
064433       WHEN LNM-BKR-STAYED OR LNM-BKR-DISCHARGED                  ZBNKECL1
064466         MOVE '3' TO WS-STAGE                                     ZBNKECL1
064500       WHEN WS-DAYS-DELINQ IS NOT LESS THAN WS-STAGE3-DAYS        ZBNKECL1
064600         MOVE '3' TO WS-STAGE                                     ZBNKECL1
064700       WHEN WS-DAYS-DELINQ IS NOT LESS THAN WS-STAGE2-DAYS        ZBNKECL1
064800         MOVE '2' TO WS-STAGE                                     ZBNKECL1
064900       WHEN WS-FORBORNE IS EQUAL TO 'Y'                           ZBNKECL1
065000         MOVE '2' TO WS-STAGE                                     ZBNKECL1
065100       WHEN OTHER                                                 ZBNKECL1
065200         MOVE '1' TO WS-STAGE                                     ZBNKECL1
065300     END-EVALUATE.                                                ZBNKECL1
065400 STAGE-LOAN-EXIT.                                                 ZBNKECL1
065500     EXIT.                                                        ZBNKECL1
065600                                                                  ZBNKECL1
065700***************************************************************** ZBNKECL1
065800* The part of the balance covered by collateral still held -    * ZBNKECL1
065900* the appraised values, capped at the balance                   * ZBNKECL1
066000***************************************************************** ZBNKECL1
066100 GET-COLLATERAL-COVER.                                            ZBNKECL1
066200     MOVE ZERO TO WS-COLLATERAL-VALUE.                            ZBNKECL1
066300     MOVE WS-SAVE-LOAN-ID TO CLT-REC-LOAN-ID.                     ZBNKECL1
066400     MOVE ZERO TO CLT-REC-SEQ.                                    ZBNKECL1
066500     START BNKCLAT-FILE KEY GREATER THAN CLT-KEY.                 ZBNKECL1
066600     IF WS-BNKCLAT-STATUS IS NOT EQUAL TO '00'                    ZBNKECL1
066700        GO TO GET-COLLATERAL-COVER-CAP                            ZBNKECL1
066800     END-IF.                                                      ZBNKECL1
066900     MOVE 'NO ' TO WS-SCAN-END.                                   ZBNKECL1
067000     PERFORM UNTIL WS-SCAN-END IS EQUAL TO 'YES'                  ZBNKECL1
067100        READ BNKCLAT-FILE NEXT RECORD                             ZBNKECL1
067200        IF WS-BNKCLAT-STATUS IS NOT EQUAL TO '00'                 ZBNKECL1
067300           MOVE 'YES' TO WS-SCAN-END                              ZBNKECL1
067400        ELSE                                                      ZBNKECL1
067500           IF CLT-REC-LOAN-ID IS NOT EQUAL TO WS-SAVE-LOAN-ID     ZBNKECL1
067600              MOVE 'YES' TO WS-SCAN-END                           ZBNKECL1
067700           ELSE                                                   ZBNKECL1
067800              IF CLT-STATUS-HELD                                  ZBNKECL1
067900                 ADD CLT-REC-APPRAISED-VALUE                      ZBNKECL1
068000                   TO WS-COLLATERAL-VALUE                         ZBNKECL1
068100              END-IF                                              ZBNKECL1
068200           END-IF                                                 ZBNKECL1
068300        END-IF                                                    ZBNKECL1
068400     END-PERFORM.                                                 ZBNKECL1
068500 GET-COLLATERAL-COVER-CAP.                                        ZBNKECL1
068600     IF WS-COLLATERAL-VALUE IS GREATER THAN WS-BALANCE            ZBNKECL1
068700        MOVE WS-BALANCE TO WS-COVERED                             ZBNKECL1
068800     ELSE                                                         ZBNKECL1
068900        MOVE WS-COLLATERAL-VALUE TO WS-COVERED                    ZBNKECL1
069000     END-IF.                                                      ZBNKECL1
069100 GET-COLLATERAL-COVER-EXIT.                                       ZBNKECL1
069200     EXIT.                                                        ZBNKECL1
069300                                                                  ZBNKECL1
069400***************************************************************** ZBNKECL1
069500* Add the loan into the migration matrix, and list it when it   * ZBNKECL1
069600* has changed stage since last month                            * ZBNKECL1
069700***************************************************************** ZBNKECL1
069800 COUNT-MIGRATION.                                                 ZBNKECL1
069900     EVALUATE WS-PRIOR-STAGE                                      ZBNKECL1
070000       WHEN '1'                                                   ZBNKECL1
070100         MOVE 2 TO WS-FROM-SUB                                    ZBNKECL1
070200       WHEN '2'                                                   ZBNKECL1
070300         MOVE 3 TO WS-FROM-SUB                                    ZBNKECL1
070400       WHEN '3'                                                   ZBNKECL1
070500         MOVE 4 TO WS-FROM-SUB                                    ZBNKECL1
070600       WHEN OTHER                                                 ZBNKECL1
070700         MOVE 1 TO WS-FROM-SUB                                    ZBNKECL1
070800     END-EVALUATE.                                                ZBNKECL1
070900     EVALUATE WS-STAGE                                            ZBNKECL1
071000       WHEN '1'                                                   ZBNKECL1
071100         MOVE 1 TO WS-TO-SUB                                      ZBNKECL1
071200       WHEN '2'                                                   ZBNKECL1
071300         MOVE 2 TO WS-TO-SUB                                      ZBNKECL1
071400       WHEN '3'                                                   ZBNKECL1
071500         MOVE 3 TO WS-TO-SUB                                      ZBNKECL1
071600       WHEN 'W'                                                   ZBNKECL1
071700         MOVE 4 TO WS-TO-SUB                                      ZBNKECL1
071800       WHEN OTHER                                                 ZBNKECL1
071900         MOVE 5 TO WS-TO-SUB                                      ZBNKECL1
072000     END-EVALUATE.                                                ZBNKECL1
072100     ADD 1 TO WS-MIG-COUNT (WS-FROM-SUB WS-TO-SUB).               ZBNKECL1
072200     ADD WS-BALANCE TO WS-MIG-BALANCE (WS-FROM-SUB WS-TO-SUB).    ZBNKECL1
072300     IF WS-FROM-SUB IS EQUAL TO 1 OR                              ZBNKECL1
072400        WS-FROM-SUB IS EQUAL TO WS-TO-SUB + 1                     ZBNKECL1
072500        GO TO COUNT-MIGRATION-EXIT                                ZBNKECL1
072600     END-IF.                                                      ZBNKECL1
072700     ADD 1 TO WS-LOANS-MIGRATED.                                  ZBNKECL1
072800     MOVE SPACES TO WS-RPT2.                                      ZBNKECL1
072900     MOVE WS-SAVE-LOAN-ID TO WS-RPT2-LOAN-ID.                     ZBNKECL1
073000     MOVE LNM-REC-PID TO WS-RPT2-PID.                             ZBNKECL1
073100     STRING WS-STAGE-NAME (WS-FROM-SUB) DELIMITED BY SIZE         ZBNKECL1
073200            ' to ' DELIMITED BY SIZE                              ZBNKECL1
073300            WS-STAGE-NAME (WS-TO-SUB + 1) DELIMITED BY SIZE       ZBNKECL1
073400       INTO WS-RPT2-WHAT.                                         ZBNKECL1
073500     MOVE WS-BALANCE TO WS-RPT2-BALANCE.                          ZBNKECL1
073600     MOVE WS-PROVISION TO WS-RPT2-PROVISION.                      ZBNKECL1
073700     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKECL1
073800     PERFORM PRINTOUT-PUT.                                        ZBNKECL1
073900 COUNT-MIGRATION-EXIT.                                            ZBNKECL1
074000     EXIT.                                                        ZBNKECL1
074100                                                                  ZBNKECL1
074200***************************************************************** ZBNKECL1
074300* Journal the month's movement for the loan in the general      * ZBNKECL1
074400* ledger feed layout - a rise is charged to provision expense   * ZBNKECL1
074500* and credited to the allowance, a fall is released back        * ZBNKECL1
074600***************************************************************** ZBNKECL1
074700 WRITE-JOURNAL-LINE.                                              ZBNKECL1
074800     MOVE SPACES TO ECLGL-REC.                                    ZBNKECL1
074900     MOVE WS-TIMESTAMP TO BANKXT04-TIMESTAMP.                     ZBNKECL1
075000     MOVE SPACES TO BANKXT04-ACCNO.                               ZBNKECL1
075100     MOVE LNM-REC-PID TO BANKXT04-PID.                            ZBNKECL1
075200     MOVE 'H' TO BANKXT04-TYPE.                                   ZBNKECL1
075300     IF WS-MOVEMENT IS GREATER THAN ZERO                          ZBNKECL1
075400        MOVE '2' TO BANKXT04-SUB-TYPE                             ZBNKECL1
075500        MOVE WS-GL-PROVISION-EXPENSE TO BANKXT04-DEBIT-ACCT       ZBNKECL1
075600        MOVE WS-GL-LOAN-ALLOWANCE TO BANKXT04-CREDIT-ACCT         ZBNKECL1
075700        MOVE WS-MOVEMENT TO BANKXT04-AMOUNT                       ZBNKECL1
075800        ADD WS-MOVEMENT TO WS-TOTAL-CHARGE                        ZBNKECL1
075900        MOVE 'LOAN LOSS PROVISION CHARGE' TO BANKXT04-DESC        ZBNKECL1
076000     ELSE                                                         ZBNKECL1
076100        MOVE '3' TO BANKXT04-SUB-TYPE                             ZBNKECL1
076200        MOVE WS-GL-LOAN-ALLOWANCE TO BANKXT04-DEBIT-ACCT          ZBNKECL1
076300        MOVE WS-GL-PROVISION-EXPENSE TO BANKXT04-CREDIT-ACCT      ZBNKECL1
076400        MULTIPLY WS-MOVEMENT BY -1 GIVING BANKXT04-AMOUNT         ZBNKECL1
076500        SUBTRACT WS-MOVEMENT FROM WS-TOTAL-RELEASE                ZBNKECL1
076600        MOVE 'LOAN LOSS PROVISION RELEASE' TO BANKXT04-DESC       ZBNKECL1
076700     END-IF.                                                      ZBNKECL1
076800     WRITE ECLGL-REC.                                             ZBNKECL1
076900     IF WS-ECLGL-STATUS IS NOT EQUAL TO '00'                      ZBNKECL1
077000        MOVE 'Unable to write provision journal record'           ZBNKECL1
077100          TO WS-CONSOLE-MESSAGE                                   ZBNKECL1
077200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKECL1
077300        MOVE WS-ECLGL-STATUS TO WS-IO-STATUS                      ZBNKECL1
077400        PERFORM DISPLAY-IO-STATUS                                 ZBNKECL1
077500        PERFORM ABORT-PROGRAM                                     ZBNKECL1
077600     END-IF.                                                      ZBNKECL1
077700     ADD 1 TO WS-JOURNAL-LINES.                                   ZBNKECL1
077800 WRITE-JOURNAL-LINE-EXIT.                                         ZBNKECL1
077900     EXIT.                                                        ZBNKECL1
078000                                                                  ZBNKECL1
078100***************************************************************** ZBNKECL1
078200* Save this month's figures on BNKPROV, keeping last month's    * ZBNKECL1
078300* alongside for a rerun and next month's migration              * ZBNKECL1
078400***************************************************************** ZBNKECL1
078500 SAVE-PROVISION.                                                  ZBNKECL1
078600     MOVE SPACES TO BNKPROV-REC.                                  ZBNKECL1
078700     MOVE WS-SAVE-LOAN-ID TO PRV-REC-LOAN-ID.                     ZBNKECL1
078800     MOVE LNM-REC-PID TO PRV-REC-PID.                             ZBNKECL1
078900     MOVE WS-PRODUCT TO PRV-REC-PRODUCT.                          ZBNKECL1
079000     MOVE WS-ECL-MONTH TO PRV-REC-MONTH.                          ZBNKECL1
079100     MOVE WS-STAGE TO PRV-REC-STAGE.                              ZBNKECL1
079200     MOVE WS-BALANCE TO PRV-REC-BALANCE.                          ZBNKECL1
079300     MOVE WS-COVERED TO PRV-REC-COVERED.                          ZBNKECL1
079400     MOVE WS-PROVISION TO PRV-REC-PROVISION.                      ZBNKECL1
079500     MOVE WS-PRIOR-MONTH TO PRV-REC-PRIOR-MONTH.                  ZBNKECL1
079600     MOVE WS-PRIOR-STAGE TO PRV-REC-PRIOR-STAGE.                  ZBNKECL1
079700     MOVE WS-PRIOR-PROVISION TO PRV-REC-PRIOR-PROVISION.          ZBNKECL1
079800     IF WS-PROV-FOUND IS EQUAL TO 'Y'                             ZBNKECL1
079900        REWRITE BNKPROV-REC                                       ZBNKECL1
080000     ELSE                                                         ZBNKECL1
080100        WRITE BNKPROV-REC                                         ZBNKECL1
080200     END-IF.                                                      ZBNKECL1
080300     IF WS-BNKPROV-STATUS IS NOT EQUAL TO '00'                    ZBNKECL1
080400        MOVE 'Unable to save BNKPROV provision row'               ZBNKECL1
080500          TO WS-CONSOLE-MESSAGE                                   ZBNKECL1
080600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKECL1
080700        MOVE WS-BNKPROV-STATUS TO WS-IO-STATUS                    ZBNKECL1
080800        PERFORM DISPLAY-IO-STATUS                                 ZBNKECL1
080900        PERFORM ABORT-PROGRAM                                     ZBNKECL1
081000     END-IF.                                                      ZBNKECL1
081100 SAVE-PROVISION-EXIT.                                             ZBNKECL1
081200     EXIT.                                                        ZBNKECL1
081300                                                                  ZBNKECL1
081400***************************************************************** ZBNKECL1
081500* Print the report heading and the stage-change listing title   * ZBNKECL1
081600***************************************************************** ZBNKECL1
081700 PRINT-REPORT-HEADER.                                             ZBNKECL1
081800     MOVE WS-ECL-MONTH TO WS-RPT1-MONTH.                          ZBNKECL1
081900     MOVE WS-PRINTED-DATE TO WS-RPT1-DATE.                        ZBNKECL1
082000     MOVE WS-RPT1 TO PRINTOUT-REC.                                ZBNKECL1
082100     PERFORM PRINTOUT-PUT.                                        ZBNKECL1
082200     MOVE 'Loans changing stage and exceptions'                   ZBNKECL1
082300       TO WS-RPT-SECTION-TEXT.                                    ZBNKECL1
082400     MOVE WS-RPT-SECTION TO PRINTOUT-REC.                         ZBNKECL1
082500     PERFORM PRINTOUT-PUT.                                        ZBNKECL1
082600     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKECL1
082700     PERFORM PRINTOUT-PUT.                                        ZBNKECL1
082800                                                                  ZBNKECL1
082900***************************************************************** ZBNKECL1
083000* Print the provision by product and stage                      * ZBNKECL1
083100***************************************************************** ZBNKECL1
083200 PRINT-PRODUCT-STAGES.                                            ZBNKECL1
083300     MOVE 'Provision by product and stage'                        ZBNKECL1
083400       TO WS-RPT-SECTION-TEXT.                                    ZBNKECL1
083500     MOVE WS-RPT-SECTION TO PRINTOUT-REC.                         ZBNKECL1
083600     PERFORM PRINTOUT-PUT.                                        ZBNKECL1
083700     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKECL1
083800     PERFORM PRINTOUT-PUT.                                        ZBNKECL1
083900     PERFORM PRINT-ONE-PRODUCT-STAGE                              ZBNKECL1
084000       VARYING WS-PRODUCT-SUB FROM 1 BY 1                         ZBNKECL1
084100         UNTIL WS-PRODUCT-SUB IS GREATER THAN 2                   ZBNKECL1
084200       AFTER WS-STAGE-SUB FROM 1 BY 1                             ZBNKECL1
084300         UNTIL WS-STAGE-SUB IS GREATER THAN 3.                    ZBNKECL1
084400                                                                  ZBNKECL1
084500 PRINT-ONE-PRODUCT-STAGE.                                         ZBNKECL1
084600     MOVE SPACES TO WS-RPT4.                                      ZBNKECL1
084700     IF WS-PRODUCT-SUB IS EQUAL TO 1                              ZBNKECL1
084800        MOVE 'Instalment' TO WS-RPT4-PRODUCT                      ZBNKECL1
084900     ELSE                                                         ZBNKECL1
085000        MOVE 'Revolving' TO WS-RPT4-PRODUCT                       ZBNKECL1
085100     END-IF.                                                      ZBNKECL1
085200     MOVE WS-STAGE-NAME (WS-STAGE-SUB + 1) TO WS-RPT4-STAGE.      ZBNKECL1
085300     MOVE WS-PS-COUNT (WS-PRODUCT-SUB WS-STAGE-SUB)               ZBNKECL1
085400       TO WS-RPT4-COUNT.                                          ZBNKECL1
085500     MOVE WS-PS-BALANCE (WS-PRODUCT-SUB WS-STAGE-SUB)             ZBNKECL1
085600       TO WS-RPT4-BALANCE.                                        ZBNKECL1
085700     MOVE WS-PS-COVERED (WS-PRODUCT-SUB WS-STAGE-SUB)             ZBNKECL1
085800       TO WS-RPT4-COVERED.                                        ZBNKECL1
085900     MOVE WS-PS-PROVISION (WS-PRODUCT-SUB WS-STAGE-SUB)           ZBNKECL1
086000       TO WS-RPT4-PROVISION.                                      ZBNKECL1
086100     MOVE WS-RPT4 TO PRINTOUT-REC.                                ZBNKECL1
086200     PERFORM PRINTOUT-PUT.                                        ZBNKECL1
086300                                                                  ZBNKECL1
086400***************************************************************** ZBNKECL1
086500* Print the migration matrix - loan counts from last month's    * ZBNKECL1
086600* stage (down) to this month's (across)                         * ZBNKECL1
086700***************************************************************** ZBNKECL1
086800 PRINT-MIGRATION.                                                 ZBNKECL1
086900     MOVE 'Stage migration - from last month (down) to this month'ZBNKECL1
087000       TO WS-RPT-SECTION-TEXT.                                    ZBNKECL1
087100     MOVE WS-RPT-SECTION TO PRINTOUT-REC.                         ZBNKECL1
087200     PERFORM PRINTOUT-PUT.                                        ZBNKECL1
087300     MOVE SPACES TO WS-RPT5.                                      ZBNKECL1
087400     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKECL1
087500     MOVE '   Stage 1   Stage 2   Stage 3    Wr off    Repaid'    ZBNKECL1
087600       TO PRINTOUT-REC (12:50).                                   ZBNKECL1
087700     PERFORM PRINTOUT-PUT.                                        ZBNKECL1
087800     PERFORM PRINT-ONE-MIGRATION-ROW                              ZBNKECL1
087900       VARYING WS-FROM-SUB FROM 1 BY 1                            ZBNKECL1
088000         UNTIL WS-FROM-SUB IS GREATER THAN 4.                     ZBNKECL1
088100                                                                  ZBNKECL1
088200 PRINT-ONE-MIGRATION-ROW.                                         ZBNKECL1
088300     MOVE SPACES TO WS-RPT5.                                      ZBNKECL1
088400     MOVE WS-STAGE-NAME (WS-FROM-SUB) TO WS-RPT5-FROM.            ZBNKECL1
088500     PERFORM PRINT-ONE-MIGRATION-CELL                             ZBNKECL1
088600       VARYING WS-TO-SUB FROM 1 BY 1                              ZBNKECL1
088700         UNTIL WS-TO-SUB IS GREATER THAN 5.                       ZBNKECL1
088800     MOVE WS-RPT5 TO PRINTOUT-REC.                                ZBNKECL1
088900     PERFORM PRINTOUT-PUT.                                        ZBNKECL1
089000                                                                  ZBNKECL1
089100 PRINT-ONE-MIGRATION-CELL.                                        ZBNKECL1
089200     MOVE WS-MIG-COUNT (WS-FROM-SUB WS-TO-SUB)                    ZBNKECL1
089300       TO WS-RPT5-COUNT (WS-TO-SUB).                              ZBNKECL1
089400                                                                  ZBNKECL1
089500***************************************************************** ZBNKECL1
089600* Print the run totals                                          * ZBNKECL1
089700***************************************************************** ZBNKECL1
089800 PRINT-REPORT-TOTALS.                                             ZBNKECL1
089900     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKECL1
090000     PERFORM PRINTOUT-PUT.                                        ZBNKECL1
090100     MOVE ZERO TO WS-RPT3-AMOUNT.                                 ZBNKECL1
090200     MOVE 'Loans read' TO WS-RPT3-DESC.                           ZBNKECL1
090300     MOVE WS-LOANS-READ TO WS-RPT3-COUNT.                         ZBNKECL1
090400     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKECL1
090500     PERFORM PRINTOUT-PUT.                                        ZBNKECL1
090600     MOVE 'Loans provisioned' TO WS-RPT3-DESC.                    ZBNKECL1
090700     MOVE WS-LOANS-PROVISIONED TO WS-RPT3-COUNT.                  ZBNKECL1
090800     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKECL1
090900     PERFORM PRINTOUT-PUT.                                        ZBNKECL1
091000     MOVE 'Closed loans released' TO WS-RPT3-DESC.                ZBNKECL1
091100     MOVE WS-LOANS-CLOSED-OUT TO WS-RPT3-COUNT.                   ZBNKECL1
091200     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKECL1
091300     PERFORM PRINTOUT-PUT.                                        ZBNKECL1
091400     MOVE 'Loans changing stage' TO WS-RPT3-DESC.                 ZBNKECL1
091500     MOVE WS-LOANS-MIGRATED TO WS-RPT3-COUNT.                     ZBNKECL1
091600     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKECL1
091700     PERFORM PRINTOUT-PUT.                                        ZBNKECL1
091800     MOVE 'No loss rate on file' TO WS-RPT3-DESC.                 ZBNKECL1
091900     MOVE WS-LOANS-NO-RATE TO WS-RPT3-COUNT.                      ZBNKECL1
092000     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKECL1
092100     PERFORM PRINTOUT-PUT.                                        ZBNKECL1
092200     MOVE 'Journal entries written' TO WS-RPT3-DESC.              ZBNKECL1
092300     MOVE WS-JOURNAL-LINES TO WS-RPT3-COUNT.                      ZBNKECL1
092400     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKECL1
092500     PERFORM PRINTOUT-PUT.                                        ZBNKECL1
092600     MOVE ZERO TO WS-RPT3-COUNT.                                  ZBNKECL1
092700     MOVE 'Provision required' TO WS-RPT3-DESC.                   ZBNKECL1
092800     MOVE WS-TOTAL-PROVISION TO WS-RPT3-AMOUNT.                   ZBNKECL1
092900     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKECL1
093000     PERFORM PRINTOUT-PUT.                                        ZBNKECL1
093100     MOVE 'Provision prior month' TO WS-RPT3-DESC.                ZBNKECL1
093200     MOVE WS-TOTAL-PRIOR TO WS-RPT3-AMOUNT.                       ZBNKECL1
093300     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKECL1
093400     PERFORM PRINTOUT-PUT.                                        ZBNKECL1
093500     MOVE 'Charged to provision expense' TO WS-RPT3-DESC.         ZBNKECL1
093600     MOVE WS-TOTAL-CHARGE TO WS-RPT3-AMOUNT.                      ZBNKECL1
093700     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKECL1
093800     PERFORM PRINTOUT-PUT.                                        ZBNKECL1
093900     MOVE 'Released from the allowance' TO WS-RPT3-DESC.          ZBNKECL1
094000     MOVE WS-TOTAL-RELEASE TO WS-RPT3-AMOUNT.                     ZBNKECL1
094100     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKECL1
094200     PERFORM PRINTOUT-PUT.                                        ZBNKECL1
094300     MOVE 'Net movement' TO WS-RPT3-DESC.                         ZBNKECL1
094400     COMPUTE WS-RPT3-AMOUNT = WS-TOTAL-PROVISION - WS-TOTAL-PRIOR.ZBNKECL1
094500     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKECL1
094600     PERFORM PRINTOUT-PUT.                                        ZBNKECL1
094700                                                                  ZBNKECL1
094800***************************************************************** ZBNKECL1
094900* Write a report line                                           * ZBNKECL1
095000***************************************************************** ZBNKECL1
095100 PRINTOUT-PUT.                                                    ZBNKECL1
095200     WRITE PRINTOUT-REC.                                          ZBNKECL1
095300     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKECL1
095400       MOVE 'PRINTOUT error writing file...'                      ZBNKECL1
095500         TO WS-CONSOLE-MESSAGE                                    ZBNKECL1
095600       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKECL1
095700       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKECL1
095800       PERFORM DISPLAY-IO-STATUS                                  ZBNKECL1
095900       PERFORM ABORT-PROGRAM                                      ZBNKECL1
096000     END-IF.                                                      ZBNKECL1
096100                                                                  ZBNKECL1
096200***************************************************************** ZBNKECL1
096300* Open all the files                                            * ZBNKECL1
096400***************************************************************** ZBNKECL1
096500 OPEN-FILES.                                                      ZBNKECL1
096600     OPEN INPUT BNKLOAN-FILE.                                     ZBNKECL1
096700     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKECL1
096800        MOVE 'BNKLOAN file open failure...'                       ZBNKECL1
096900          TO WS-CONSOLE-MESSAGE                                   ZBNKECL1
097000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKECL1
097100        MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS                    ZBNKECL1
097200        PERFORM DISPLAY-IO-STATUS                                 ZBNKECL1
097300        PERFORM ABORT-PROGRAM                                     ZBNKECL1
097400     END-IF.                                                      ZBNKECL1
097500     OPEN INPUT BNKLNSCH-FILE.                                    ZBNKECL1
097600     IF WS-BNKLNSCH-STATUS IS NOT EQUAL TO '00'                   ZBNKECL1
097700        MOVE 'BNKLNSCH file open failure...'                      ZBNKECL1
097800          TO WS-CONSOLE-MESSAGE                                   ZBNKECL1
097900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKECL1
098000        MOVE WS-BNKLNSCH-STATUS TO WS-IO-STATUS                   ZBNKECL1
098100        PERFORM DISPLAY-IO-STATUS                                 ZBNKECL1
098200        PERFORM ABORT-PROGRAM                                     ZBNKECL1
098300     END-IF.                                                      ZBNKECL1
098400     OPEN INPUT BNKLOC-FILE.                                      ZBNKECL1
098500     IF WS-BNKLOC-STATUS IS NOT EQUAL TO '00' AND                 ZBNKECL1
098600        WS-BNKLOC-STATUS IS NOT EQUAL TO '05'                     ZBNKECL1
098700        MOVE 'BNKLOC file open failure...'                        ZBNKECL1
098800          TO WS-CONSOLE-MESSAGE                                   ZBNKECL1
098900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKECL1
099000        MOVE WS-BNKLOC-STATUS TO WS-IO-STATUS                     ZBNKECL1
099100        PERFORM DISPLAY-IO-STATUS                                 ZBNKECL1
099200        PERFORM ABORT-PROGRAM                                     ZBNKECL1
099300     END-IF.                                                      ZBNKECL1
099400     OPEN INPUT BNKCOLL-FILE.                                     ZBNKECL1
099500     IF WS-BNKCOLL-STATUS IS NOT EQUAL TO '00' AND                ZBNKECL1
099600        WS-BNKCOLL-STATUS IS NOT EQUAL TO '05'                    ZBNKECL1
099700        MOVE 'BNKCOLL file open failure...'                       ZBNKECL1
099800          TO WS-CONSOLE-MESSAGE                                   ZBNKECL1
099900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKECL1
100000        MOVE WS-BNKCOLL-STATUS TO WS-IO-STATUS                    ZBNKECL1
100100        PERFORM DISPLAY-IO-STATUS                                 ZBNKECL1
100200        PERFORM ABORT-PROGRAM                                     ZBNKECL1
100300     END-IF.                                                      ZBNKECL1
100400     OPEN INPUT BNKCLAT-FILE.                                     ZBNKECL1
100500     IF WS-BNKCLAT-STATUS IS NOT EQUAL TO '00' AND                ZBNKECL1
100600        WS-BNKCLAT-STATUS IS NOT EQUAL TO '05'                    ZBNKECL1
100700        MOVE 'BNKCLAT file open failure...'                       ZBNKECL1
100800          TO WS-CONSOLE-MESSAGE                                   ZBNKECL1
100900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKECL1
101000        MOVE WS-BNKCLAT-STATUS TO WS-IO-STATUS                    ZBNKECL1
101100        PERFORM DISPLAY-IO-STATUS                                 ZBNKECL1
101200        PERFORM ABORT-PROGRAM                                     ZBNKECL1
101300     END-IF.                                                      ZBNKECL1
101400     OPEN INPUT BNKECLP-FILE.                                     ZBNKECL1
101500     IF WS-BNKECLP-STATUS IS NOT EQUAL TO '00'                    ZBNKECL1
101600        MOVE 'BNKECLP file open failure...'                       ZBNKECL1
101700          TO WS-CONSOLE-MESSAGE                                   ZBNKECL1
101800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKECL1
101900        MOVE WS-BNKECLP-STATUS TO WS-IO-STATUS                    ZBNKECL1
102000        PERFORM DISPLAY-IO-STATUS                                 ZBNKECL1
102100        PERFORM ABORT-PROGRAM                                     ZBNKECL1
102200     END-IF.                                                      ZBNKECL1
102300     OPEN I-O BNKPROV-FILE.                                       ZBNKECL1
102400     IF WS-BNKPROV-STATUS IS NOT EQUAL TO '00' AND                ZBNKECL1
102500        WS-BNKPROV-STATUS IS NOT EQUAL TO '05'                    ZBNKECL1
102600        MOVE 'BNKPROV file open failure...'                       ZBNKECL1
102700          TO WS-CONSOLE-MESSAGE                                   ZBNKECL1
102800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKECL1
102900        MOVE WS-BNKPROV-STATUS TO WS-IO-STATUS                    ZBNKECL1
103000        PERFORM DISPLAY-IO-STATUS                                 ZBNKECL1
103100        PERFORM ABORT-PROGRAM                                     ZBNKECL1
103200     END-IF.                                                      ZBNKECL1
103300     OPEN OUTPUT ECLGL-FILE.                                      ZBNKECL1
103400     IF WS-ECLGL-STATUS IS NOT EQUAL TO '00'                      ZBNKECL1
103500        MOVE 'ECLGL file open failure...'                         ZBNKECL1
103600          TO WS-CONSOLE-MESSAGE                                   ZBNKECL1
103700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKECL1
103800        MOVE WS-ECLGL-STATUS TO WS-IO-STATUS                      ZBNKECL1
103900        PERFORM DISPLAY-IO-STATUS                                 ZBNKECL1
104000        PERFORM ABORT-PROGRAM                                     ZBNKECL1
104100     END-IF.                                                      ZBNKECL1
104200     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKECL1
104300     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKECL1
104400        MOVE 'PRINTOUT file open failure...'                      ZBNKECL1
104500          TO WS-CONSOLE-MESSAGE                                   ZBNKECL1
104600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKECL1
104700        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKECL1
104800        PERFORM DISPLAY-IO-STATUS                                 ZBNKECL1
104900        PERFORM ABORT-PROGRAM                                     ZBNKECL1
105000     END-IF.                                                      ZBNKECL1
105100                                                                  ZBNKECL1
105200***************************************************************** ZBNKECL1
105300* Close all the files                                           * ZBNKECL1
105400***************************************************************** ZBNKECL1
105500 CLOSE-FILES.                                                     ZBNKECL1
105600     CLOSE BNKLOAN-FILE.                                          ZBNKECL1
105700     CLOSE BNKLNSCH-FILE.                                         ZBNKECL1
105800     CLOSE BNKLOC-FILE.                                           ZBNKECL1
105900     CLOSE BNKCOLL-FILE.                                          ZBNKECL1
106000     CLOSE BNKCLAT-FILE.                                          ZBNKECL1
106100     CLOSE BNKECLP-FILE.                                          ZBNKECL1
106200     CLOSE BNKPROV-FILE.                                          ZBNKECL1
106300     CLOSE ECLGL-FILE.                                            ZBNKECL1
106400     CLOSE PRINTOUT-FILE.                                         ZBNKECL1
106500                                                                  ZBNKECL1
106600***************************************************************** ZBNKECL1
106700* Display the file status bytes. This routine will display as   * ZBNKECL1
106800* two digits if the full two byte file status is numeric. If    * ZBNKECL1
106900* second byte is non-numeric then it will be treated as a       * ZBNKECL1
107000* binary number.                                                * ZBNKECL1
107100***************************************************************** ZBNKECL1
107200 DISPLAY-IO-STATUS.                                               ZBNKECL1
107300     IF WS-IO-STATUS NUMERIC                                      ZBNKECL1
107400        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKECL1
107500        STRING 'File status -' DELIMITED BY SIZE                  ZBNKECL1
107600               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKECL1
107700          INTO WS-CONSOLE-MESSAGE                                 ZBNKECL1
107800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKECL1
107900     ELSE                                                         ZBNKECL1
108000        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKECL1
108100        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKECL1
108200        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKECL1
108300        STRING 'File status -' DELIMITED BY SIZE                  ZBNKECL1
108400               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKECL1
108500               '/' DELIMITED BY SIZE                              ZBNKECL1
108600               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKECL1
108700          INTO WS-CONSOLE-MESSAGE                                 ZBNKECL1
108800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKECL1
108900     END-IF.                                                      ZBNKECL1
109000                                                                  ZBNKECL1
109100***************************************************************** ZBNKECL1
109200* 'ABORT' the program.                                          * ZBNKECL1
109300* Post a message to the console and issue a STOP RUN            * ZBNKECL1
109400***************************************************************** ZBNKECL1
109500 ABORT-PROGRAM.                                                   ZBNKECL1
109600     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKECL1
109700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKECL1
109800     END-IF.                                                      ZBNKECL1
109900     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKECL1
110000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKECL1
110100     MOVE 16 TO RETURN-CODE.                                      ZBNKECL1
110200     STOP RUN.                                                    ZBNKECL1
110300                                                                  ZBNKECL1
110400***************************************************************** ZBNKECL1
110500* Display CONSOLE messages...                                   * ZBNKECL1
110600***************************************************************** ZBNKECL1
110700 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKECL1
110800     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKECL1
110900       UPON CONSOLE.                                              ZBNKECL1
111000     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKECL1
111100                                                                  ZBNKECL1
111200 COPY CTIMERP.                                                    ZBNKECL1
111300                                                                  ZBNKECL1
111400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKECL1
