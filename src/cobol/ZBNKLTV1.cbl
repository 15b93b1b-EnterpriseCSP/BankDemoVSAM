000100***************************************************************** ZBNKLTV1
000200*                                                               * ZBNKLTV1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKLTV1
000400*   This demonstration program is provided for use by users     * ZBNKLTV1
000500*   of Micro Focus products and may be used, modified and       * ZBNKLTV1
000600*   distributed as part of your application provided that       * ZBNKLTV1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKLTV1
000800*   in this material.                                           * ZBNKLTV1
000900*                                                               * ZBNKLTV1
001000***************************************************************** ZBNKLTV1
001100                                                                  ZBNKLTV1
001200***************************************************************** ZBNKLTV1
001300* Program:     ZBNKLTV1.CBL                                     * ZBNKLTV1
001400* Function:    Monthly loan-to-value review of the collateral   * ZBNKLTV1
001500*              register.  For every active loan on BNKLOAN the  * ZBNKLTV1
001600*              outstanding balance (the principal still unpaid  * ZBNKLTV1
001700*              on BNKLNSCH, or the drawn balance on BNKLOC for  * ZBNKLTV1
001800*              a revolving line) is set against the appraised   * ZBNKLTV1
001900*              value of the items held on BNKCLAT.  The report  * ZBNKLTV1
002000*              lists loans whose balance exceeds the lendable   * ZBNKLTV1
002100*              value allowed by the policy LTV for each asset   * ZBNKLTV1
002200*              type, items whose valuation is older than the    * ZBNKLTV1
002300*              policy allows, items whose insurance has lapsed  * ZBNKLTV1
002400*              and items still held against a loan that has     * ZBNKLTV1
002500*              closed.  Read only - nothing is updated.         * ZBNKLTV1
002600***************************************************************** ZBNKLTV1
002700                                                                  ZBNKLTV1
002800 IDENTIFICATION DIVISION.                                         ZBNKLTV1
002900 PROGRAM-ID.                                                      ZBNKLTV1
003000     ZBNKLTV1.                                                    ZBNKLTV1
003100 DATE-WRITTEN.                                                    ZBNKLTV1
003200     October 2026.                                                ZBNKLTV1
003300 DATE-COMPILED.                                                   ZBNKLTV1
003400     Today.                                                       ZBNKLTV1
003500                                                                  ZBNKLTV1
003600 ENVIRONMENT DIVISION.                                            ZBNKLTV1
003700 INPUT-OUTPUT   SECTION.                                          ZBNKLTV1
003800   FILE-CONTROL.                                                  ZBNKLTV1
003900     SELECT BNKLOAN-FILE                                          ZBNKLTV1
004000            ASSIGN       TO BNKLOAN                               ZBNKLTV1
004100            ORGANIZATION IS INDEXED                               ZBNKLTV1
004200            ACCESS MODE  IS DYNAMIC                               ZBNKLTV1
004300            RECORD KEY   IS LNM-KEY                               ZBNKLTV1
004400            FILE STATUS  IS WS-BNKLOAN-STATUS.                    ZBNKLTV1
004500     SELECT BNKLNSCH-FILE                                         ZBNKLTV1
004600            ASSIGN       TO BNKLNSCH                              ZBNKLTV1
004700            ORGANIZATION IS INDEXED                               ZBNKLTV1
004800            ACCESS MODE  IS DYNAMIC                               ZBNKLTV1
004900            RECORD KEY   IS LNS-KEY                               ZBNKLTV1
005000            FILE STATUS  IS WS-BNKLNSCH-STATUS.                   ZBNKLTV1
005100     SELECT BNKLOC-FILE                                           ZBNKLTV1
005200            ASSIGN       TO BNKLOC                                ZBNKLTV1
005300            ORGANIZATION IS INDEXED                               ZBNKLTV1
005400            ACCESS MODE  IS RANDOM                                ZBNKLTV1
005500            RECORD KEY   IS LOC-KEY                               ZBNKLTV1
005600            FILE STATUS  IS WS-BNKLOC-STATUS.                     ZBNKLTV1
005700     SELECT BNKCLAT-FILE                                          ZBNKLTV1
005800            ASSIGN       TO BNKCLAT                               ZBNKLTV1
005900            ORGANIZATION IS INDEXED                               ZBNKLTV1
006000            ACCESS MODE  IS DYNAMIC                               ZBNKLTV1
006100            RECORD KEY   IS CLT-KEY                               ZBNKLTV1
006200            FILE STATUS  IS WS-BNKCLAT-STATUS.                    ZBNKLTV1
006300     SELECT PRINTOUT-FILE                                         ZBNKLTV1
006400            ASSIGN       TO PRINTOUT                              ZBNKLTV1
006500            ORGANIZATION IS SEQUENTIAL                            ZBNKLTV1
006600            ACCESS MODE  IS SEQUENTIAL                            ZBNKLTV1
006700            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKLTV1
006800                                                                  ZBNKLTV1
006900 DATA DIVISION.                                                   ZBNKLTV1
007000 FILE SECTION.                                                    ZBNKLTV1
007100                                                                  ZBNKLTV1
007200 FD  BNKLOAN-FILE.                                                ZBNKLTV1
007300 01  BNKLOAN-REC.                                                 ZBNKLTV1
007400 COPY CBANKVLN.                                                   ZBNKLTV1
007500                                                                  ZBNKLTV1
007600 FD  BNKLNSCH-FILE.                                               ZBNKLTV1
007700 01  BNKLNSCH-REC.                                                ZBNKLTV1
007800 COPY CBANKVLS.                                                   ZBNKLTV1
007900                                                                  ZBNKLTV1
008000 FD  BNKLOC-FILE.                                                 ZBNKLTV1
008100 01  BNKLOC-REC.                                                  ZBNKLTV1
008200 COPY CBANKVLC.                                                   ZBNKLTV1
008300                                                                  ZBNKLTV1
008400 FD  BNKCLAT-FILE.                                                ZBNKLTV1
008500 01  BNKCLAT-REC.                                                 ZBNKLTV1
008600 COPY CBANKVCL.                                                   ZBNKLTV1
008700                                                                  ZBNKLTV1
008800 FD  PRINTOUT-FILE.                                               ZBNKLTV1
008900 01  PRINTOUT-REC                        PIC X(121).              ZBNKLTV1
009000                                                                  ZBNKLTV1
009100 WORKING-STORAGE SECTION.                                         ZBNKLTV1
009200 COPY CTIMERD.                                                    ZBNKLTV1
009300                                                                  ZBNKLTV1
009400 COPY CTSTAMPD.                                                   ZBNKLTV1
009500                                                                  ZBNKLTV1
009600 01  WS-MISC-STORAGE.                                             ZBNKLTV1
009700   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKLTV1
009800       VALUE 'ZBNKLTV1'.                                          ZBNKLTV1
009900   05  WS-BNKLOAN-STATUS.                                         ZBNKLTV1
010000     10  WS-BNKLOAN-STAT1                    PIC X(1).            ZBNKLTV1
010100     10  WS-BNKLOAN-STAT2                    PIC X(1).            ZBNKLTV1
010200   05  WS-BNKLNSCH-STATUS.                                        ZBNKLTV1
010300     10  WS-BNKLNSCH-STAT1                   PIC X(1).            ZBNKLTV1
010400     10  WS-BNKLNSCH-STAT2                   PIC X(1).            ZBNKLTV1
010500   05  WS-BNKLOC-STATUS.                                          ZBNKLTV1
010600     10  WS-BNKLOC-STAT1                     PIC X(1).            ZBNKLTV1
010700     10  WS-BNKLOC-STAT2                     PIC X(1).            ZBNKLTV1
010800   05  WS-BNKCLAT-STATUS.                                         ZBNKLTV1
010900     10  WS-BNKCLAT-STAT1                    PIC X(1).            ZBNKLTV1
011000     10  WS-BNKCLAT-STAT2                    PIC X(1).            ZBNKLTV1
011100   05  WS-PRINTOUT-STATUS.                                        ZBNKLTV1
011200     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKLTV1
011300     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKLTV1
011400   05  WS-IO-STATUS.                                              ZBNKLTV1
011500     10  WS-IO-STAT1                         PIC X(1).            ZBNKLTV1
011600     10  WS-IO-STAT2                         PIC X(1).            ZBNKLTV1
011700   05  WS-TWO-BYTES.                                              ZBNKLTV1
011800     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKLTV1
011900     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKLTV1
012000   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKLTV1
012100                                             PIC 9(1) COMP.       ZBNKLTV1
012200   05  WS-END-OF-FILE                        PIC X(3)             ZBNKLTV1
012300       VALUE 'NO '.                                               ZBNKLTV1
012400   05  WS-SCAN-END                           PIC X(3).            ZBNKLTV1
012500   05  WS-SAVE-LOAN-ID                       PIC X(26).           ZBNKLTV1
012600   05  WS-SUB1                               PIC S9(4) COMP.      ZBNKLTV1
012700   05  WS-MONTHS-BACK                        PIC S9(7) COMP-3.    ZBNKLTV1
012800   05  WS-CUTOFF-YYYY                        PIC S9(5) COMP-3.    ZBNKLTV1
012900   05  WS-CUTOFF-MM                          PIC S9(5) COMP-3.    ZBNKLTV1
013000   05  WS-DATE-WORK.                                              ZBNKLTV1
013100     10  WS-DATE-WORK-YYYY                   PIC 9(4).            ZBNKLTV1
013200     10  WS-DATE-WORK-DASH1                  PIC X(1).            ZBNKLTV1
013300     10  WS-DATE-WORK-MM                     PIC 9(2).            ZBNKLTV1
013400     10  WS-DATE-WORK-DASH2                  PIC X(1).            ZBNKLTV1
013500     10  WS-DATE-WORK-DD                     PIC X(2).            ZBNKLTV1
013600   05  WS-TODAY                              PIC X(10).           ZBNKLTV1
013700   05  WS-TODAY-YYYY                         PIC 9(4).            ZBNKLTV1
013800   05  WS-TODAY-MM                           PIC 9(2).            ZBNKLTV1
013900   05  WS-BALANCE                            PIC S9(9)V99 COMP-3. ZBNKLTV1
014000   05  WS-ITEMS-HELD                         PIC 9(3).            ZBNKLTV1
014100   05  WS-TOTAL-VALUE                        PIC S9(11)V99 COMP-3.ZBNKLTV1
014200   05  WS-LENDABLE-VALUE                     PIC S9(11)V99 COMP-3.ZBNKLTV1
014300   05  WS-LTV-PCT                            PIC S9(5)V99 COMP-3. ZBNKLTV1
014400   05  WS-LOANS-READ                         PIC 9(7)             ZBNKLTV1
014500       VALUE ZERO.                                                ZBNKLTV1
014600   05  WS-LOANS-UNSECURED                    PIC 9(7)             ZBNKLTV1
014700       VALUE ZERO.                                                ZBNKLTV1
014800   05  WS-LOANS-SECURED                      PIC 9(7)             ZBNKLTV1
014900       VALUE ZERO.                                                ZBNKLTV1
015000   05  WS-LOANS-OVER-LTV                     PIC 9(7)             ZBNKLTV1
015100       VALUE ZERO.                                                ZBNKLTV1
015200   05  WS-ITEMS-STALE                        PIC 9(7)             ZBNKLTV1
015300       VALUE ZERO.                                                ZBNKLTV1
015400   05  WS-ITEMS-LAPSED                       PIC 9(7)             ZBNKLTV1
015500       VALUE ZERO.                                                ZBNKLTV1
015600   05  WS-ITEMS-TO-RELEASE                   PIC 9(7)             ZBNKLTV1
015700       VALUE ZERO.                                                ZBNKLTV1
015800   05  WS-BALANCE-TOTAL                      PIC S9(11)V99        ZBNKLTV1
015900       COMP-3 VALUE ZERO.                                         ZBNKLTV1
016000   05  WS-VALUE-TOTAL                        PIC S9(13)V99        ZBNKLTV1
016100       COMP-3 VALUE ZERO.                                         ZBNKLTV1
016200                                                                  ZBNKLTV1
016300***************************************************************** ZBNKLTV1
016400* Collateral policy by asset type - the highest loan-to-value   * ZBNKLTV1
016500* lent against the asset (percent) and the age in months after  * ZBNKLTV1
016600* which the valuation must be renewed.  Other assets (type O)   * ZBNKLTV1
016700* are the last entry and take any type not otherwise listed.    * ZBNKLTV1
016800***************************************************************** ZBNKLTV1
016900 01  WS-POLICY-DATA.                                              ZBNKLTV1
017000   05  FILLER                                PIC X(9)             ZBNKLTV1
017100       VALUE 'P08000036'.                                         ZBNKLTV1
017200   05  FILLER                                PIC X(9)             ZBNKLTV1
017300       VALUE 'V09000012'.                                         ZBNKLTV1
017400   05  FILLER                                PIC X(9)             ZBNKLTV1
017500       VALUE 'O07000012'.                                         ZBNKLTV1
017600 01  WS-POLICY-TABLE REDEFINES WS-POLICY-DATA.                    ZBNKLTV1
017700   05  WS-POLICY-ENTRY OCCURS 3 TIMES.                            ZBNKLTV1
017800     10  WS-POLICY-TYPE                      PIC X(1).            ZBNKLTV1
017900     10  WS-POLICY-MAX-LTV                   PIC 9(3)V99.         ZBNKLTV1
018000     10  WS-POLICY-VALN-MONTHS               PIC 9(3).            ZBNKLTV1
018100 01  WS-POLICY-CUTOFFS.                                           ZBNKLTV1
018200   05  WS-POLICY-CUTOFF                      PIC X(10)            ZBNKLTV1
018300       OCCURS 3 TIMES.                                            ZBNKLTV1
018400                                                                  ZBNKLTV1
018500 01  WS-PRINTED.                                                  ZBNKLTV1
018600   05  WS-PRINTED-DATE.                                           ZBNKLTV1
018700     10  FILLER                              PIC X(9)             ZBNKLTV1
018800         VALUE 'Printed: '.                                       ZBNKLTV1
018900     10  WS-PRINT-DATE                       PIC X(10).           ZBNKLTV1
019000                                                                  ZBNKLTV1
019100***************************************************************** ZBNKLTV1
019200* Exception report                                              * ZBNKLTV1
019300***************************************************************** ZBNKLTV1
019400 01  WS-REPORT-LINES.                                             ZBNKLTV1
019500   05  WS-RPT1.                                                   ZBNKLTV1
019600     10  WS-RPT1-CC                          PIC X(1)             ZBNKLTV1
019700         VALUE '1'.                                               ZBNKLTV1
019800     10  FILLER                              PIC X(20)            ZBNKLTV1
019900         VALUE SPACES.                                            ZBNKLTV1
020000     10  WS-RPT1-HEAD                        PIC X(40)            ZBNKLTV1
020100         VALUE 'Collateral Loan-to-Value Review'.                 ZBNKLTV1
020200     10  WS-RPT1-DATE                        PIC X(19).           ZBNKLTV1
020300   05  WS-RPT4.                                                   ZBNKLTV1
020400     10  WS-RPT4-CC                          PIC X(1)             ZBNKLTV1
020500         VALUE '0'.                                               ZBNKLTV1
020600     10  FILLER                              PIC X(28)            ZBNKLTV1
020700         VALUE 'Loan'.                                            ZBNKLTV1
020800     10  FILLER                              PIC X(7)             ZBNKLTV1
020900         VALUE 'PID'.                                             ZBNKLTV1
021000     10  FILLER                              PIC X(5)             ZBNKLTV1
021100         VALUE 'Item'.                                            ZBNKLTV1
021200     10  FILLER                              PIC X(30)            ZBNKLTV1
021300         VALUE 'Exception'.                                       ZBNKLTV1
021400     10  FILLER                              PIC X(17)            ZBNKLTV1
021500         VALUE '         Balance'.                                ZBNKLTV1
021600     10  FILLER                              PIC X(17)            ZBNKLTV1
021700         VALUE '    Value / Date'.                                ZBNKLTV1
021800     10  FILLER                              PIC X(8)             ZBNKLTV1
021900         VALUE '    LTV%'.                                        ZBNKLTV1
022000   05  WS-RPT2.                                                   ZBNKLTV1
022100     10  WS-RPT2-CC                          PIC X(1)             ZBNKLTV1
022200         VALUE ' '.                                               ZBNKLTV1
022300     10  WS-RPT2-LOAN-ID                     PIC X(28).           ZBNKLTV1
022400     10  WS-RPT2-PID                         PIC X(7).            ZBNKLTV1
022500     10  WS-RPT2-SEQ                         PIC X(5).            ZBNKLTV1
022600     10  WS-RPT2-WHAT                        PIC X(30).           ZBNKLTV1
022700     10  WS-RPT2-BALANCE                 PIC Z,ZZZ,ZZZ,ZZ9.99-.   ZBNKLTV1
022800     10  WS-RPT2-VALUE-DASH                  PIC X(17).           ZBNKLTV1
022900     10  WS-RPT2-VALUE REDEFINES WS-RPT2-VALUE-DASH               ZBNKLTV1
023000                                         PIC Z,ZZZ,ZZZ,ZZ9.99-.   ZBNKLTV1
023100     10  FILLER                              PIC X(1).            ZBNKLTV1
023200     10  WS-RPT2-LTV-DASH                    PIC X(7).            ZBNKLTV1
023300     10  WS-RPT2-LTV REDEFINES WS-RPT2-LTV-DASH                   ZBNKLTV1
023400                                             PIC ZZZ9.99.         ZBNKLTV1
023500   05  WS-RPT3.                                                   ZBNKLTV1
023600     10  WS-RPT3-CC                          PIC X(1)             ZBNKLTV1
023700         VALUE ' '.                                               ZBNKLTV1
023800     10  WS-RPT3-DESC                        PIC X(30).           ZBNKLTV1
023900     10  WS-RPT3-COUNT                       PIC ZZZZZZ9.         ZBNKLTV1
024000     10  FILLER                              PIC X(3)             ZBNKLTV1
024100         VALUE SPACES.                                            ZBNKLTV1
024200     10  WS-RPT3-AMOUNT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.  ZBNKLTV1
024300                                                                  ZBNKLTV1
024400 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKLTV1
024500                                                                  ZBNKLTV1
024600 PROCEDURE DIVISION.                                              ZBNKLTV1
024700                                                                  ZBNKLTV1
024800     PERFORM RUN-TIME.                                            ZBNKLTV1
024900                                                                  ZBNKLTV1
025000     MOVE 'Collateral LTV review starting'                        ZBNKLTV1
025100       TO WS-CONSOLE-MESSAGE.                                     ZBNKLTV1
025200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKLTV1
025300                                                                  ZBNKLTV1
025400 COPY CTSTAMPP.                                                   ZBNKLTV1
025500                                                                  ZBNKLTV1
025600     MOVE WS-TS-DATE TO WS-TODAY.                                 ZBNKLTV1
025700     MOVE WS-TS-DATE-YYYY TO WS-TODAY-YYYY.                       ZBNKLTV1
025800     MOVE WS-TS-DATE-MM TO WS-TODAY-MM.                           ZBNKLTV1
025900     MOVE 1 TO WS-SUB1.                                           ZBNKLTV1
026000     PERFORM SET-POLICY-CUTOFF THRU                               ZBNKLTV1
026100             SET-POLICY-CUTOFF-EXIT                               ZBNKLTV1
026200       UNTIL WS-SUB1 IS GREATER THAN 3.                           ZBNKLTV1
026300                                                                  ZBNKLTV1
026400     PERFORM OPEN-FILES.                                          ZBNKLTV1
026500     PERFORM PRINT-REPORT-HEADER.                                 ZBNKLTV1
026600                                                                  ZBNKLTV1
026700     MOVE LOW-VALUES TO LNM-KEY.                                  ZBNKLTV1
026800     START BNKLOAN-FILE KEY GREATER THAN LNM-KEY.                 ZBNKLTV1
026900     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKLTV1
027000        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKLTV1
027100     END-IF.                                                      ZBNKLTV1
027200                                                                  ZBNKLTV1
027300     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKLTV1
027400        READ BNKLOAN-FILE NEXT RECORD                             ZBNKLTV1
027500        IF WS-BNKLOAN-STATUS IS EQUAL TO '10'                     ZBNKLTV1
027600           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKLTV1
027700        ELSE                                                      ZBNKLTV1
027800           IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'              ZBNKLTV1
027900              MOVE 'BNKLOAN read error during scan'               ZBNKLTV1
028000                TO WS-CONSOLE-MESSAGE                             ZBNKLTV1
028100              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKLTV1
028200              MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS              ZBNKLTV1
028300              PERFORM DISPLAY-IO-STATUS                           ZBNKLTV1
028400              PERFORM ABORT-PROGRAM                               ZBNKLTV1
028500           ELSE                                                   ZBNKLTV1
028600              ADD 1 TO WS-LOANS-READ                              ZBNKLTV1
028700              PERFORM REVIEW-ONE-LOAN THRU                        ZBNKLTV1
028800                      REVIEW-ONE-LOAN-EXIT                        ZBNKLTV1
028900           END-IF                                                 ZBNKLTV1
029000        END-IF                                                    ZBNKLTV1
029100     END-PERFORM.                                                 ZBNKLTV1
029200                                                                  ZBNKLTV1
029300     PERFORM PRINT-REPORT-TOTALS.                                 ZBNKLTV1
029400     PERFORM CLOSE-FILES.                                         ZBNKLTV1
029500                                                                  ZBNKLTV1
029600     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKLTV1
029700     STRING WS-LOANS-OVER-LTV DELIMITED BY SIZE                   ZBNKLTV1
029800            ' loans over policy LTV' DELIMITED BY SIZE            ZBNKLTV1
029900       INTO WS-CONSOLE-MESSAGE.                                   ZBNKLTV1
030000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKLTV1
030100     MOVE 'End Of Job'                                            ZBNKLTV1
030200       TO WS-CONSOLE-MESSAGE.                                     ZBNKLTV1
030300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKLTV1
030400                                                                  ZBNKLTV1
030500     PERFORM RUN-TIME.                                            ZBNKLTV1
030600                                                                  ZBNKLTV1
030700     MOVE 0 TO RETURN-CODE.                                       ZBNKLTV1
030800                                                                  ZBNKLTV1
030900     GOBACK.                                                      ZBNKLTV1
031000                                                                  ZBNKLTV1
031100***************************************************************** ZBNKLTV1
031200* Work out the oldest valuation date each asset type's policy   * ZBNKLTV1
031300* still accepts - today less the policy months                  * ZBNKLTV1
031400***************************************************************** ZBNKLTV1
031500 SET-POLICY-CUTOFF.                                               ZBNKLTV1
031600     COMPUTE WS-MONTHS-BACK = (WS-TODAY-YYYY * 12) +              ZBNKLTV1
031700       WS-TODAY-MM - 1 - WS-POLICY-VALN-MONTHS (WS-SUB1).         ZBNKLTV1
031800     DIVIDE WS-MONTHS-BACK BY 12 GIVING WS-CUTOFF-YYYY            ZBNKLTV1
031900       REMAINDER WS-CUTOFF-MM.                                    ZBNKLTV1
032000     MOVE WS-CUTOFF-YYYY TO WS-DATE-WORK-YYYY.                    ZBNKLTV1
032100     MOVE '-' TO WS-DATE-WORK-DASH1.                              ZBNKLTV1
032200     COMPUTE WS-DATE-WORK-MM = WS-CUTOFF-MM + 1.                  ZBNKLTV1
032300     MOVE '-' TO WS-DATE-WORK-DASH2.                              ZBNKLTV1
032400     MOVE WS-TS-DATE-DD TO WS-DATE-WORK-DD.                       ZBNKLTV1
032500     MOVE WS-DATE-WORK TO WS-POLICY-CUTOFF (WS-SUB1).             ZBNKLTV1
032600     ADD 1 TO WS-SUB1.                                            ZBNKLTV1
032700 SET-POLICY-CUTOFF-EXIT.                                          ZBNKLTV1
032800     EXIT.                                                        ZBNKLTV1
032900                                                                  ZBNKLTV1
033000***************************************************************** ZBNKLTV1
033100* Review one loan - work out its balance, then go through the   * ZBNKLTV1
033200* items held against it                                         * ZBNKLTV1
033300***************************************************************** ZBNKLTV1
033400 REVIEW-ONE-LOAN.                                                 ZBNKLTV1
033500     MOVE LNM-REC-LOAN-ID TO WS-SAVE-LOAN-ID.                     ZBNKLTV1
033600     MOVE ZERO TO WS-BALANCE.                                     ZBNKLTV1
033700     IF LNM-STATUS-ACTIVE                                         ZBNKLTV1
033800        IF LNM-PRODUCT-REVOLVING                                  ZBNKLTV1
033900           PERFORM GET-LINE-BALANCE THRU                          ZBNKLTV1
034000                   GET-LINE-BALANCE-EXIT                          ZBNKLTV1
034100        ELSE                                                      ZBNKLTV1
034200           PERFORM GET-SCHEDULE-BALANCE THRU                      ZBNKLTV1
034300                   GET-SCHEDULE-BALANCE-EXIT                      ZBNKLTV1
034400        END-IF                                                    ZBNKLTV1
034500     END-IF.                                                      ZBNKLTV1
034600     MOVE ZERO TO WS-ITEMS-HELD.                                  ZBNKLTV1
034700     MOVE ZERO TO WS-TOTAL-VALUE.                                 ZBNKLTV1
034800     MOVE ZERO TO WS-LENDABLE-VALUE.                              ZBNKLTV1
034900     PERFORM SCAN-COLLATERAL THRU                                 ZBNKLTV1
035000             SCAN-COLLATERAL-EXIT.                                ZBNKLTV1
035100     IF WS-ITEMS-HELD IS EQUAL TO ZERO                            ZBNKLTV1
035200        IF LNM-STATUS-ACTIVE                                      ZBNKLTV1
035300           ADD 1 TO WS-LOANS-UNSECURED                            ZBNKLTV1
035400        END-IF                                                    ZBNKLTV1
035500        GO TO REVIEW-ONE-LOAN-EXIT                                ZBNKLTV1
035600     END-IF.                                                      ZBNKLTV1
035700     IF NOT LNM-STATUS-ACTIVE                                     ZBNKLTV1
035800        GO TO REVIEW-ONE-LOAN-EXIT                                ZBNKLTV1
035900     END-IF.                                                      ZBNKLTV1
036000     ADD 1 TO WS-LOANS-SECURED.                                   ZBNKLTV1
036100     ADD WS-BALANCE TO WS-BALANCE-TOTAL.                          ZBNKLTV1
036200     ADD WS-TOTAL-VALUE TO WS-VALUE-TOTAL.                        ZBNKLTV1
036300     IF WS-TOTAL-VALUE IS GREATER THAN ZERO                       ZBNKLTV1
036400        COMPUTE WS-LTV-PCT ROUNDED =                              ZBNKLTV1
036500          WS-BALANCE * 100 / WS-TOTAL-VALUE                       ZBNKLTV1
036600          ON SIZE ERROR                                           ZBNKLTV1
036700             MOVE 9999.99 TO WS-LTV-PCT                           ZBNKLTV1
036800        END-COMPUTE                                               ZBNKLTV1
036900     ELSE                                                         ZBNKLTV1
037000        MOVE 9999.99 TO WS-LTV-PCT                                ZBNKLTV1
037100     END-IF.                                                      ZBNKLTV1
037200     IF WS-BALANCE IS GREATER THAN WS-LENDABLE-VALUE              ZBNKLTV1
037300        ADD 1 TO WS-LOANS-OVER-LTV                                ZBNKLTV1
037400        MOVE SPACES TO WS-RPT2                                    ZBNKLTV1
037500        MOVE WS-SAVE-LOAN-ID TO WS-RPT2-LOAN-ID                   ZBNKLTV1
037600        MOVE LNM-REC-PID TO WS-RPT2-PID                           ZBNKLTV1
037700        MOVE 'All' TO WS-RPT2-SEQ                                 ZBNKLTV1
037800        MOVE 'Over policy loan-to-value' TO WS-RPT2-WHAT          ZBNKLTV1
037900        MOVE WS-BALANCE TO WS-RPT2-BALANCE                        ZBNKLTV1
038000        MOVE WS-TOTAL-VALUE TO WS-RPT2-VALUE                      ZBNKLTV1
038100        MOVE WS-LTV-PCT TO WS-RPT2-LTV                            ZBNKLTV1
038200        MOVE WS-RPT2 TO PRINTOUT-REC                              ZBNKLTV1
038300        PERFORM PRINTOUT-PUT                                      ZBNKLTV1
038400     END-IF.                                                      ZBNKLTV1
038500 REVIEW-ONE-LOAN-EXIT.                                            ZBNKLTV1
038600     EXIT.                                                        ZBNKLTV1
038700                                                                  ZBNKLTV1
038800***************************************************************** ZBNKLTV1
038900* Instalment loan balance - the principal portions of the       * ZBNKLTV1
039000* schedule rows not yet paid                                    * ZBNKLTV1
039100***************************************************************** ZBNKLTV1
039200 GET-SCHEDULE-BALANCE.                                            ZBNKLTV1
039300     MOVE WS-SAVE-LOAN-ID TO LNS-REC-LOAN-ID.                     ZBNKLTV1
039400     MOVE ZERO TO LNS-REC-PAYMENT-NO.                             ZBNKLTV1
039500     START BNKLNSCH-FILE KEY GREATER THAN LNS-KEY.                ZBNKLTV1
039600     IF WS-BNKLNSCH-STATUS IS NOT EQUAL TO '00'                   ZBNKLTV1
039700        GO TO GET-SCHEDULE-BALANCE-EXIT                           ZBNKLTV1
039800     END-IF.                                                      ZBNKLTV1
039900     MOVE 'NO ' TO WS-SCAN-END.                                   ZBNKLTV1
040000     PERFORM UNTIL WS-SCAN-END IS EQUAL TO 'YES'                  ZBNKLTV1
040100        READ BNKLNSCH-FILE NEXT RECORD                            ZBNKLTV1
040200        IF WS-BNKLNSCH-STATUS IS NOT EQUAL TO '00'                ZBNKLTV1
040300           MOVE 'YES' TO WS-SCAN-END                              ZBNKLTV1
040400        ELSE                                                      ZBNKLTV1
040500           IF LNS-REC-LOAN-ID IS NOT EQUAL TO WS-SAVE-LOAN-ID     ZBNKLTV1
040600              MOVE 'YES' TO WS-SCAN-END                           ZBNKLTV1
040700           ELSE                                                   ZBNKLTV1
040800              IF NOT LNS-ROW-PAID                                 ZBNKLTV1
040900                 ADD LNS-REC-PRINCIPAL-PORTION TO WS-BALANCE      ZBNKLTV1
041000              END-IF                                              ZBNKLTV1
041100           END-IF                                                 ZBNKLTV1
041200        END-IF                                                    ZBNKLTV1
041300     END-PERFORM.                                                 ZBNKLTV1
041400 GET-SCHEDULE-BALANCE-EXIT.                                       ZBNKLTV1
041500     EXIT.                                                        ZBNKLTV1
041600                                                                  ZBNKLTV1
041700***************************************************************** ZBNKLTV1
041800* Revolving line balance - the amount drawn on BNKLOC           * ZBNKLTV1
041900***************************************************************** ZBNKLTV1
042000 GET-LINE-BALANCE.                                                ZBNKLTV1
042100     MOVE WS-SAVE-LOAN-ID TO LOC-REC-LOAN-ID.                     ZBNKLTV1
042200     READ BNKLOC-FILE.                                            ZBNKLTV1
042300     IF WS-BNKLOC-STATUS IS EQUAL TO '00'                         ZBNKLTV1
042400        MOVE LOC-REC-DRAWN TO WS-BALANCE                          ZBNKLTV1
042500     END-IF.                                                      ZBNKLTV1
042600 GET-LINE-BALANCE-EXIT.                                           ZBNKLTV1
042700     EXIT.                                                        ZBNKLTV1
042800                                                                  ZBNKLTV1
042900***************************************************************** ZBNKLTV1
043000* Go through the items still held against the loan, totalling   * ZBNKLTV1
043100* their value and the value lendable against them               * ZBNKLTV1
043200***************************************************************** ZBNKLTV1
043300 SCAN-COLLATERAL.                                                 ZBNKLTV1
043400     MOVE WS-SAVE-LOAN-ID TO CLT-REC-LOAN-ID.                     ZBNKLTV1
043500     MOVE ZERO TO CLT-REC-SEQ.                                    ZBNKLTV1
043600     START BNKCLAT-FILE KEY GREATER THAN CLT-KEY.                 ZBNKLTV1
043700     IF WS-BNKCLAT-STATUS IS NOT EQUAL TO '00'                    ZBNKLTV1
043800        GO TO SCAN-COLLATERAL-EXIT                                ZBNKLTV1
043900     END-IF.                                                      ZBNKLTV1
044000     MOVE 'NO ' TO WS-SCAN-END.                                   ZBNKLTV1
044100     PERFORM UNTIL WS-SCAN-END IS EQUAL TO 'YES'                  ZBNKLTV1
044200        READ BNKCLAT-FILE NEXT RECORD                             ZBNKLTV1
044300        IF WS-BNKCLAT-STATUS IS NOT EQUAL TO '00'                 ZBNKLTV1
044400           MOVE 'YES' TO WS-SCAN-END                              ZBNKLTV1
044500        ELSE                                                      ZBNKLTV1
044600           IF CLT-REC-LOAN-ID IS NOT EQUAL TO WS-SAVE-LOAN-ID     ZBNKLTV1
044700              MOVE 'YES' TO WS-SCAN-END                           ZBNKLTV1
044800           ELSE                                                   ZBNKLTV1
044900              IF CLT-STATUS-HELD                                  ZBNKLTV1
045000                 PERFORM REVIEW-ONE-ITEM THRU                     ZBNKLTV1
045100                         REVIEW-ONE-ITEM-EXIT                     ZBNKLTV1
045200              END-IF                                              ZBNKLTV1
045300           END-IF                                                 ZBNKLTV1
045400        END-IF                                                    ZBNKLTV1
045500     END-PERFORM.                                                 ZBNKLTV1
045600 SCAN-COLLATERAL-EXIT.                                            ZBNKLTV1
045700     EXIT.                                                        ZBNKLTV1
045800                                                                  ZBNKLTV1
045900***************************************************************** ZBNKLTV1
046000* One held item - a closed loan's items should be released;     * ZBNKLTV1
046100* otherwise check the valuation age and insurance cover and add * ZBNKLTV1
046200* the item into the loan's values                               * ZBNKLTV1
046300***************************************************************** ZBNKLTV1
046400 REVIEW-ONE-ITEM.                                                 ZBNKLTV1
046500     ADD 1 TO WS-ITEMS-HELD.                                      ZBNKLTV1
046600     MOVE SPACES TO WS-RPT2.                                      ZBNKLTV1
046700     MOVE WS-SAVE-LOAN-ID TO WS-RPT2-LOAN-ID.                     ZBNKLTV1
046800     MOVE LNM-REC-PID TO WS-RPT2-PID.                             ZBNKLTV1
046900     MOVE CLT-REC-SEQ TO WS-RPT2-SEQ.                             ZBNKLTV1
047000     IF NOT LNM-STATUS-ACTIVE                                     ZBNKLTV1
047100        ADD 1 TO WS-ITEMS-TO-RELEASE                              ZBNKLTV1
047200        MOVE 'Loan closed - release lien' TO WS-RPT2-WHAT         ZBNKLTV1
047300        MOVE ZERO TO WS-RPT2-BALANCE                              ZBNKLTV1
047400        MOVE CLT-REC-APPRAISED-VALUE TO WS-RPT2-VALUE             ZBNKLTV1
047500        MOVE WS-RPT2 TO PRINTOUT-REC                              ZBNKLTV1
047600        PERFORM PRINTOUT-PUT                                      ZBNKLTV1
047700        GO TO REVIEW-ONE-ITEM-EXIT                                ZBNKLTV1
047800     END-IF.                                                      ZBNKLTV1
047900     MOVE 1 TO WS-SUB1.                                           ZBNKLTV1
048000 REVIEW-ONE-ITEM-POLICY.                                          ZBNKLTV1
048100     IF WS-SUB1 IS LESS THAN 3 AND                                ZBNKLTV1
048200        WS-POLICY-TYPE (WS-SUB1) IS NOT EQUAL TO                  ZBNKLTV1
048300        CLT-REC-ASSET-TYPE                                        ZBNKLTV1
048400        ADD 1 TO WS-SUB1                                          ZBNKLTV1
048500        GO TO REVIEW-ONE-ITEM-POLICY                              ZBNKLTV1
048600     END-IF.                                                      ZBNKLTV1
048700     ADD CLT-REC-APPRAISED-VALUE TO WS-TOTAL-VALUE.               ZBNKLTV1
048800     COMPUTE WS-LENDABLE-VALUE ROUNDED = WS-LENDABLE-VALUE +      ZBNKLTV1
048900       (CLT-REC-APPRAISED-VALUE *                                 ZBNKLTV1
049000        WS-POLICY-MAX-LTV (WS-SUB1) / 100).                       ZBNKLTV1
049100     MOVE ZERO TO WS-RPT2-BALANCE.                                ZBNKLTV1
049200     IF CLT-REC-VALUATION-DATE IS LESS THAN                       ZBNKLTV1
049300        WS-POLICY-CUTOFF (WS-SUB1)                                ZBNKLTV1
049400        ADD 1 TO WS-ITEMS-STALE                                   ZBNKLTV1
049500        MOVE 'Valuation older than policy' TO WS-RPT2-WHAT        ZBNKLTV1
049600        MOVE CLT-REC-VALUATION-DATE TO WS-RPT2-VALUE-DASH         ZBNKLTV1
049700        MOVE WS-RPT2 TO PRINTOUT-REC                              ZBNKLTV1
049800        PERFORM PRINTOUT-PUT                                      ZBNKLTV1
049900     END-IF.                                                      ZBNKLTV1
050000     IF CLT-REC-INSURANCE-EXPIRY IS EQUAL TO SPACES               ZBNKLTV1
050100        IF NOT CLT-ASSET-OTHER                                    ZBNKLTV1
050200           ADD 1 TO WS-ITEMS-LAPSED                               ZBNKLTV1
050300           MOVE 'No insurance on file' TO WS-RPT2-WHAT            ZBNKLTV1
050400           MOVE SPACES TO WS-RPT2-VALUE-DASH                      ZBNKLTV1
050500           MOVE WS-RPT2 TO PRINTOUT-REC                           ZBNKLTV1
050600           PERFORM PRINTOUT-PUT                                   ZBNKLTV1
050700        END-IF                                                    ZBNKLTV1
050800     ELSE                                                         ZBNKLTV1
050900        IF CLT-REC-INSURANCE-EXPIRY IS LESS THAN WS-TODAY         ZBNKLTV1
051000           ADD 1 TO WS-ITEMS-LAPSED                               ZBNKLTV1
051100           MOVE 'Insurance lapsed' TO WS-RPT2-WHAT                ZBNKLTV1
051200           MOVE CLT-REC-INSURANCE-EXPIRY TO WS-RPT2-VALUE-DASH    ZBNKLTV1
051300           MOVE WS-RPT2 TO PRINTOUT-REC                           ZBNKLTV1
051400           PERFORM PRINTOUT-PUT                                   ZBNKLTV1
051500        END-IF                                                    ZBNKLTV1
051600     END-IF.                                                      ZBNKLTV1
051700 REVIEW-ONE-ITEM-EXIT.                                            ZBNKLTV1
051800     EXIT.                                                        ZBNKLTV1
051900                                                                  ZBNKLTV1
052000***************************************************************** ZBNKLTV1
052100* Print the report heading                                      * ZBNKLTV1
052200***************************************************************** ZBNKLTV1
052300 PRINT-REPORT-HEADER.                                             ZBNKLTV1
052400     MOVE WS-TODAY TO WS-PRINT-DATE.                              ZBNKLTV1
052500     MOVE WS-PRINTED-DATE TO WS-RPT1-DATE.                        ZBNKLTV1
052600     MOVE WS-RPT1 TO PRINTOUT-REC.                                ZBNKLTV1
052700     PERFORM PRINTOUT-PUT.                                        ZBNKLTV1
052800     MOVE WS-RPT4 TO PRINTOUT-REC.                                ZBNKLTV1
052900     PERFORM PRINTOUT-PUT.                                        ZBNKLTV1
053000     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKLTV1
053100     PERFORM PRINTOUT-PUT.                                        ZBNKLTV1
053200                                                                  ZBNKLTV1
053300***************************************************************** ZBNKLTV1
053400* Print the run totals                                          * ZBNKLTV1
053500***************************************************************** ZBNKLTV1
053600 PRINT-REPORT-TOTALS.                                             ZBNKLTV1
053700     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKLTV1
053800     PERFORM PRINTOUT-PUT.                                        ZBNKLTV1
053900     MOVE ZERO TO WS-RPT3-AMOUNT.                                 ZBNKLTV1
054000     MOVE 'Loans read' TO WS-RPT3-DESC.                           ZBNKLTV1
054100     MOVE WS-LOANS-READ TO WS-RPT3-COUNT.                         ZBNKLTV1
054200     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKLTV1
054300     PERFORM PRINTOUT-PUT.                                        ZBNKLTV1
054400     MOVE 'Active loans unsecured' TO WS-RPT3-DESC.               ZBNKLTV1
054500     MOVE WS-LOANS-UNSECURED TO WS-RPT3-COUNT.                    ZBNKLTV1
054600     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKLTV1
054700     PERFORM PRINTOUT-PUT.                                        ZBNKLTV1
054800     MOVE 'Over policy loan-to-value' TO WS-RPT3-DESC.            ZBNKLTV1
054900     MOVE WS-LOANS-OVER-LTV TO WS-RPT3-COUNT.                     ZBNKLTV1
055000     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKLTV1
055100     PERFORM PRINTOUT-PUT.                                        ZBNKLTV1
055200     MOVE 'Valuations older than policy' TO WS-RPT3-DESC.         ZBNKLTV1
055300     MOVE WS-ITEMS-STALE TO WS-RPT3-COUNT.                        ZBNKLTV1
055400     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKLTV1
055500     PERFORM PRINTOUT-PUT.                                        ZBNKLTV1
055600     MOVE 'Insurance lapsed or missing' TO WS-RPT3-DESC.          ZBNKLTV1
055700     MOVE WS-ITEMS-LAPSED TO WS-RPT3-COUNT.                       ZBNKLTV1
055800     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKLTV1
055900     PERFORM PRINTOUT-PUT.                                        ZBNKLTV1
056000     MOVE 'Items to release' TO WS-RPT3-DESC.                     ZBNKLTV1
056100     MOVE WS-ITEMS-TO-RELEASE TO WS-RPT3-COUNT.                   ZBNKLTV1
056200     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKLTV1
056300     PERFORM PRINTOUT-PUT.                                        ZBNKLTV1
056400     MOVE 'Secured loans balance' TO WS-RPT3-DESC.                ZBNKLTV1
056500     MOVE WS-LOANS-SECURED TO WS-RPT3-COUNT.                      ZBNKLTV1
056600     MOVE WS-BALANCE-TOTAL TO WS-RPT3-AMOUNT.                     ZBNKLTV1
056700     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKLTV1
056800     PERFORM PRINTOUT-PUT.                                        ZBNKLTV1
056900     MOVE ZERO TO WS-RPT3-COUNT.                                  ZBNKLTV1
057000     MOVE 'Collateral value held' TO WS-RPT3-DESC.                ZBNKLTV1
057100     MOVE WS-VALUE-TOTAL TO WS-RPT3-AMOUNT.                       ZBNKLTV1
057200     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKLTV1
057300     PERFORM PRINTOUT-PUT.                                        ZBNKLTV1
057400                                                                  ZBNKLTV1
057500***************************************************************** ZBNKLTV1
057600* Write a report line                                           * ZBNKLTV1
057700***************************************************************** ZBNKLTV1
057800 PRINTOUT-PUT.                                                    ZBNKLTV1
057900     WRITE PRINTOUT-REC.                                          ZBNKLTV1
058000     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKLTV1
058100       MOVE 'PRINTOUT error writing file...'                      ZBNKLTV1
058200         TO WS-CONSOLE-MESSAGE                                    ZBNKLTV1
058300       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKLTV1
058400       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKLTV1
058500       PERFORM DISPLAY-IO-STATUS                                  ZBNKLTV1
058600       PERFORM ABORT-PROGRAM                                      ZBNKLTV1
058700     END-IF.                                                      ZBNKLTV1
058800                                                                  ZBNKLTV1
058900***************************************************************** ZBNKLTV1
059000* Open all the files                                            * ZBNKLTV1
059100***************************************************************** ZBNKLTV1
059200 OPEN-FILES.                                                      ZBNKLTV1
059300     OPEN INPUT BNKLOAN-FILE.                                     ZBNKLTV1
059400     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKLTV1
059500        MOVE 'BNKLOAN file open failure...'                       ZBNKLTV1
059600          TO WS-CONSOLE-MESSAGE                                   ZBNKLTV1
059700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLTV1
059800        MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS                    ZBNKLTV1
059900        PERFORM DISPLAY-IO-STATUS                                 ZBNKLTV1
060000        PERFORM ABORT-PROGRAM                                     ZBNKLTV1
060100     END-IF.                                                      ZBNKLTV1
060200     OPEN INPUT BNKLNSCH-FILE.                                    ZBNKLTV1
060300     IF WS-BNKLNSCH-STATUS IS NOT EQUAL TO '00'                   ZBNKLTV1
060400        MOVE 'BNKLNSCH file open failure...'                      ZBNKLTV1
060500          TO WS-CONSOLE-MESSAGE                                   ZBNKLTV1
060600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLTV1
060700        MOVE WS-BNKLNSCH-STATUS TO WS-IO-STATUS                   ZBNKLTV1
060800        PERFORM DISPLAY-IO-STATUS                                 ZBNKLTV1
060900        PERFORM ABORT-PROGRAM                                     ZBNKLTV1
061000     END-IF.                                                      ZBNKLTV1
061100     OPEN INPUT BNKLOC-FILE.                                      ZBNKLTV1
061200     IF WS-BNKLOC-STATUS IS NOT EQUAL TO '00' AND                 ZBNKLTV1
061300        WS-BNKLOC-STATUS IS NOT EQUAL TO '05'                     ZBNKLTV1
061400        MOVE 'BNKLOC file open failure...'                        ZBNKLTV1
061500          TO WS-CONSOLE-MESSAGE                                   ZBNKLTV1
061600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLTV1
061700        MOVE WS-BNKLOC-STATUS TO WS-IO-STATUS                     ZBNKLTV1
061800        PERFORM DISPLAY-IO-STATUS                                 ZBNKLTV1
061900        PERFORM ABORT-PROGRAM                                     ZBNKLTV1
062000     END-IF.                                                      ZBNKLTV1
062100     OPEN INPUT BNKCLAT-FILE.                                     ZBNKLTV1
062200     IF WS-BNKCLAT-STATUS IS NOT EQUAL TO '00' AND                ZBNKLTV1
062300        WS-BNKCLAT-STATUS IS NOT EQUAL TO '05'                    ZBNKLTV1
062400        MOVE 'BNKCLAT file open failure...'                       ZBNKLTV1
062500          TO WS-CONSOLE-MESSAGE                                   ZBNKLTV1
062600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLTV1
062700        MOVE WS-BNKCLAT-STATUS TO WS-IO-STATUS                    ZBNKLTV1
062800        PERFORM DISPLAY-IO-STATUS                                 ZBNKLTV1
062900        PERFORM ABORT-PROGRAM                                     ZBNKLTV1
063000     END-IF.                                                      ZBNKLTV1
063100     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKLTV1
063200     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKLTV1
063300        MOVE 'PRINTOUT file open failure...'                      ZBNKLTV1
063400          TO WS-CONSOLE-MESSAGE                                   ZBNKLTV1
063500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLTV1
063600        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKLTV1
063700        PERFORM DISPLAY-IO-STATUS                                 ZBNKLTV1
063800        PERFORM ABORT-PROGRAM                                     ZBNKLTV1
063900     END-IF.                                                      ZBNKLTV1
064000                                                                  ZBNKLTV1
064100***************************************************************** ZBNKLTV1
064200* Close all the files                                           * ZBNKLTV1
064300***************************************************************** ZBNKLTV1
064400 CLOSE-FILES.                                                     ZBNKLTV1
064500     CLOSE BNKLOAN-FILE.                                          ZBNKLTV1
064600     CLOSE BNKLNSCH-FILE.                                         ZBNKLTV1
064700     CLOSE BNKLOC-FILE.                                           ZBNKLTV1
064800     CLOSE BNKCLAT-FILE.                                          ZBNKLTV1
064900     CLOSE PRINTOUT-FILE.                                         ZBNKLTV1
065000                                                                  ZBNKLTV1
065100***************************************************************** ZBNKLTV1
065200* Display the file status bytes. This routine will display as   * ZBNKLTV1
065300* two digits if the full two byte file status is numeric. If    * ZBNKLTV1
065400* second byte is non-numeric then it will be treated as a       * ZBNKLTV1
065500* binary number.                                                * ZBNKLTV1
065600***************************************************************** ZBNKLTV1
065700 DISPLAY-IO-STATUS.                                               ZBNKLTV1
065800     IF WS-IO-STATUS NUMERIC                                      ZBNKLTV1
065900        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKLTV1
066000        STRING 'File status -' DELIMITED BY SIZE                  ZBNKLTV1
066100               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKLTV1
066200          INTO WS-CONSOLE-MESSAGE                                 ZBNKLTV1
066300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLTV1
066400     ELSE                                                         ZBNKLTV1
066500        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKLTV1
066600        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKLTV1
066700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKLTV1
066800        STRING 'File status -' DELIMITED BY SIZE                  ZBNKLTV1
066900               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKLTV1
067000               '/' DELIMITED BY SIZE                              ZBNKLTV1
067100               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKLTV1
067200          INTO WS-CONSOLE-MESSAGE                                 ZBNKLTV1
067300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLTV1
067400     END-IF.                                                      ZBNKLTV1
067500                                                                  ZBNKLTV1
067600***************************************************************** ZBNKLTV1
067700* 'ABORT' the program.                                          * ZBNKLTV1
067800* Post a message to the console and issue a STOP RUN            * ZBNKLTV1
067900***************************************************************** ZBNKLTV1
068000 ABORT-PROGRAM.                                                   ZBNKLTV1
068100     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKLTV1
068200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLTV1
068300     END-IF.                                                      ZBNKLTV1
068400     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKLTV1
068500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKLTV1
068600     MOVE 16 TO RETURN-CODE.                                      ZBNKLTV1
068700     STOP RUN.                                                    ZBNKLTV1
068800                                                                  ZBNKLTV1
068900***************************************************************** ZBNKLTV1
069000* Display CONSOLE messages...                                   * ZBNKLTV1
069100***************************************************************** ZBNKLTV1
069200 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKLTV1
069300     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKLTV1
069400       UPON CONSOLE.                                              ZBNKLTV1
069500     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKLTV1
069600                                                                  ZBNKLTV1
069700 COPY CTIMERP.                                                    ZBNKLTV1
069800                                                                  ZBNKLTV1
069900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKLTV1
