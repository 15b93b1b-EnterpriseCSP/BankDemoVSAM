000100***************************************************************** ZBNKBKR1
000200*                                                               * ZBNKBKR1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKBKR1
000400*   This demonstration program is provided for use by users     * ZBNKBKR1
000500*   of Micro Focus products and may be used, modified and       * ZBNKBKR1
000600*   distributed as part of your application provided that       * ZBNKBKR1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKBKR1
000800*   in this material.                                           * ZBNKBKR1
000900*                                                               * ZBNKBKR1
001000***************************************************************** ZBNKBKR1
001100                                                                  ZBNKBKR1
001200***************************************************************** ZBNKBKR1
001300* Program:     ZBNKBKR1.CBL                                     * ZBNKBKR1
001400* Function:    Nightly bankruptcy notification run.  Picks up   * ZBNKBKR1
001500*              every BNKBKRP case lodged or closed since the    * ZBNKBKR1
001600*              last run and applies it to the customer's        * ZBNKBKR1
001700*              accounts: on a new filing the borrower's active  * ZBNKBKR1
001800*              loans are marked stayed and open collections     * ZBNKBKR1
001900*              cases are stayed; on discharge the loans are     * ZBNKBKR1
002000*              marked discharged and the stayed cases closed;   * ZBNKBKR1
002100*              on dismissal the stay is lifted and the cases    * ZBNKBKR1
002200*              reopened for the collections run to pick up.     * ZBNKBKR1
002300*              The deposit accounts are listed - the fee runs   * ZBNKBKR1
002400*              read BNKBKRP directly and charge nothing while   * ZBNKBKR1
002500*              the case is active.  The report lists every      * ZBNKBKR1
002600*              account affected, then each case applied.  A     * ZBNKBKR1
002700*              case is stamped applied, so a rerun finds        * ZBNKBKR1
002800*              nothing new to do.                               * ZBNKBKR1
002833*              Every master-file update is journaled through    * ZBNKBKR1
002866*              UJOURNL for forward recovery.                    * ZBNKBKR1
002900***************************************************************** ZBNKBKR1
003000                                                                  ZBNKBKR1
003100 IDENTIFICATION DIVISION.                                         ZBNKBKR1
003200 PROGRAM-ID.                                                      ZBNKBKR1
003300     ZBNKBKR1.                                                    ZBNKBKR1
003400 DATE-WRITTEN.                                                    ZBNKBKR1
003500     October 2026.                                                ZBNKBKR1
003600 DATE-COMPILED.                                                   ZBNKBKR1
003700     Today.                                                       ZBNKBKR1
003800                                                                  ZBNKBKR1
003900 ENVIRONMENT DIVISION.                                            ZBNKBKR1
004000 INPUT-OUTPUT   SECTION.                                          ZBNKBKR1
004100   FILE-CONTROL.                                                  ZBNKBKR1
004200     SELECT BNKBKRP-FILE                                          ZBNKBKR1
004300            ASSIGN       TO BNKBKRP                               ZBNKBKR1
004400            ORGANIZATION IS INDEXED                               ZBNKBKR1
004500            ACCESS MODE  IS DYNAMIC                               ZBNKBKR1
004600            RECORD KEY   IS BKR-KEY                               ZBNKBKR1
004700            FILE STATUS  IS WS-BNKBKRP-STATUS.                    ZBNKBKR1
004800     SELECT BNKLOAN-FILE                                          ZBNKBKR1
004900            ASSIGN       TO BNKLOAN                               ZBNKBKR1
005000            ORGANIZATION IS INDEXED                               ZBNKBKR1
005100            ACCESS MODE  IS DYNAMIC                               ZBNKBKR1
005200            RECORD KEY   IS LNM-KEY                               ZBNKBKR1
005300            FILE STATUS  IS WS-BNKLOAN-STATUS.                    ZBNKBKR1
005400     SELECT BNKCOLL-FILE                                          ZBNKBKR1
005500            ASSIGN       TO BNKCOLL                               ZBNKBKR1
005600            ORGANIZATION IS INDEXED                               ZBNKBKR1
005700            ACCESS MODE  IS DYNAMIC                               ZBNKBKR1
005800            RECORD KEY   IS COL-KEY                               ZBNKBKR1
005900            FILE STATUS  IS WS-BNKCOLL-STATUS.                    ZBNKBKR1
006000     SELECT BNKACC-FILE                                           ZBNKBKR1
006100            ASSIGN       TO BNKACC                                ZBNKBKR1
006200            ORGANIZATION IS INDEXED                               ZBNKBKR1
006300            ACCESS MODE  IS DYNAMIC                               ZBNKBKR1
006400            RECORD KEY   IS BAC-REC-ACCNO                         ZBNKBKR1
006500            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          ZBNKBKR1
006600            FILE STATUS  IS WS-BNKACC-STATUS.                     ZBNKBKR1
006700     SELECT PRINTOUT-FILE                                         ZBNKBKR1
006800            ASSIGN       TO PRINTOUT                              ZBNKBKR1
006900            ORGANIZATION IS SEQUENTIAL                            ZBNKBKR1
007000            ACCESS MODE  IS SEQUENTIAL                            ZBNKBKR1
007100            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKBKR1
007200                                                                  ZBNKBKR1
007300 DATA DIVISION.                                                   ZBNKBKR1
007400 FILE SECTION.                                                    ZBNKBKR1
007500                                                                  ZBNKBKR1
007600 FD  BNKBKRP-FILE.                                                ZBNKBKR1
007700 01  BNKBKRP-REC.                                                 ZBNKBKR1
007800 COPY CBANKVBK.                                                   ZBNKBKR1
007900                                                                  ZBNKBKR1
008000 FD  BNKLOAN-FILE.                                                ZBNKBKR1
008100 01  BNKLOAN-REC.                                                 ZBNKBKR1
008200 COPY CBANKVLN.                                                   ZBNKBKR1
008300                                                                  ZBNKBKR1
008400 FD  BNKCOLL-FILE.                                                ZBNKBKR1
008500 01  BNKCOLL-REC.                                                 ZBNKBKR1
008600 COPY CBANKVCO.                                                   ZBNKBKR1
008700                                                                  ZBNKBKR1
008800 FD  BNKACC-FILE.                                                 ZBNKBKR1
008900 01  BNKACC-REC.                                                  ZBNKBKR1
009000 COPY CBANKVAC.                                                   ZBNKBKR1
009100                                                                  ZBNKBKR1
009200 FD  PRINTOUT-FILE.                                               ZBNKBKR1
009300 01  PRINTOUT-REC                        PIC X(121).              ZBNKBKR1
009400                                                                  ZBNKBKR1
009500 WORKING-STORAGE SECTION.                                         ZBNKBKR1
009533 COPY CJOURNLD.                                                   ZBNKBKR1
009566                                                                  ZBNKBKR1
009600 COPY CTIMERD.                                                    ZBNKBKR1
009700                                                                  ZBNKBKR1
009800 COPY CTSTAMPD.                                                   ZBNKBKR1
009900                                                                  ZBNKBKR1
010000 01  WS-MISC-STORAGE.                                             ZBNKBKR1
010100   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKBKR1
010200       VALUE 'ZBNKBKR1'.                                          ZBNKBKR1
010300   05  WS-BNKBKRP-STATUS.                                         ZBNKBKR1
010400     10  WS-BNKBKRP-STAT1                    PIC X(1).            ZBNKBKR1
010500     10  WS-BNKBKRP-STAT2                    PIC X(1).            ZBNKBKR1
010600   05  WS-BNKLOAN-STATUS.                                         ZBNKBKR1
010700     10  WS-BNKLOAN-STAT1                    PIC X(1).            ZBNKBKR1
010800     10  WS-BNKLOAN-STAT2                    PIC X(1).            ZBNKBKR1
010900   05  WS-BNKCOLL-STATUS.                                         ZBNKBKR1
011000     10  WS-BNKCOLL-STAT1                    PIC X(1).            ZBNKBKR1
011100     10  WS-BNKCOLL-STAT2                    PIC X(1).            ZBNKBKR1
011200   05  WS-BNKACC-STATUS.                                          ZBNKBKR1
011300     10  WS-BNKACC-STAT1                     PIC X(1).            ZBNKBKR1
011400     10  WS-BNKACC-STAT2                     PIC X(1).            ZBNKBKR1
011500   05  WS-PRINTOUT-STATUS.                                        ZBNKBKR1
011600     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKBKR1
011700     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKBKR1
011800   05  WS-IO-STATUS.                                              ZBNKBKR1
011900     10  WS-IO-STAT1                         PIC X(1).            ZBNKBKR1
012000     10  WS-IO-STAT2                         PIC X(1).            ZBNKBKR1
012100   05  WS-TWO-BYTES.                                              ZBNKBKR1
012200     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKBKR1
012300     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKBKR1
012400   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKBKR1
012500                                             PIC 9(1) COMP.       ZBNKBKR1
012600   05  WS-END-OF-FILE                        PIC X(3)             ZBNKBKR1
012700       VALUE 'NO '.                                               ZBNKBKR1
012800   05  WS-TODAY-ISO                          PIC X(10).           ZBNKBKR1
012900   05  WS-SUB                                PIC S9(4) COMP.      ZBNKBKR1
013000   05  WS-FOUND-SUB                          PIC S9(4) COMP.      ZBNKBKR1
013100   05  WS-CASES-LEFT-OVER                    PIC 9(7)             ZBNKBKR1
013200       VALUE ZERO.                                                ZBNKBKR1
013300   05  WS-LOANS-CHANGED                      PIC 9(7)             ZBNKBKR1
013400       VALUE ZERO.                                                ZBNKBKR1
013500   05  WS-COLL-CHANGED                       PIC 9(7)             ZBNKBKR1
013600       VALUE ZERO.                                                ZBNKBKR1
013700   05  WS-DEPOSITS-LISTED                    PIC 9(7)             ZBNKBKR1
013800       VALUE ZERO.                                                ZBNKBKR1
013900   05  WS-CASES-APPLIED                      PIC 9(5).            ZBNKBKR1
014000                                                                  ZBNKBKR1
014100***************************************************************** ZBNKBKR1
014200* Cases lodged or closed since the last run - the event is L    * ZBNKBKR1
014300* (lodged), D (discharged) or X (dismissed)                     * ZBNKBKR1
014400***************************************************************** ZBNKBKR1
014500 01  WS-CASE-TABLE.                                               ZBNKBKR1
014600   05  WS-CASE-MAX                           PIC S9(4) COMP       ZBNKBKR1
014700       VALUE 500.                                                 ZBNKBKR1
014800   05  WS-CASE-COUNT                         PIC S9(4) COMP       ZBNKBKR1
014900       VALUE ZERO.                                                ZBNKBKR1
015000   05  WS-CASE-ENTRY OCCURS 500 TIMES.                            ZBNKBKR1
015100     10  WS-CT-PID                           PIC X(5).            ZBNKBKR1
015200     10  WS-CT-EVENT                         PIC X(1).            ZBNKBKR1
015300       88  WS-CT-LODGED                      VALUE 'L'.           ZBNKBKR1
015400       88  WS-CT-DISCHARGED                  VALUE 'D'.           ZBNKBKR1
015500       88  WS-CT-DISMISSED                   VALUE 'X'.           ZBNKBKR1
015600     10  WS-CT-CHAPTER                       PIC 9(2).            ZBNKBKR1
015700     10  WS-CT-COURT-REF                     PIC X(20).           ZBNKBKR1
015800     10  WS-CT-EVENT-DATE                    PIC X(10).           ZBNKBKR1
015900     10  WS-CT-LOANS                         PIC S9(5) COMP-3.    ZBNKBKR1
016000     10  WS-CT-COLL                          PIC S9(5) COMP-3.    ZBNKBKR1
016100     10  WS-CT-DEPOSITS                      PIC S9(5) COMP-3.    ZBNKBKR1
016200                                                                  ZBNKBKR1
016300 01  WS-EVENT-NAMES-DATA                     PIC X(36)            ZBNKBKR1
016400     VALUE 'Lodged      Discharged  Dismissed   '.                ZBNKBKR1
016500 01  WS-EVENT-NAMES REDEFINES WS-EVENT-NAMES-DATA.                ZBNKBKR1
016600   05  WS-EVENT-NAME                         PIC X(12)            ZBNKBKR1
016700       OCCURS 3 TIMES.                                            ZBNKBKR1
016800                                                                  ZBNKBKR1
016900 01  WS-REPORT-LINES.                                             ZBNKBKR1
017000   05  WS-RPT1.                                                   ZBNKBKR1
017100     10  WS-RPT1-CC                          PIC X(1)             ZBNKBKR1
017200         VALUE '1'.                                               ZBNKBKR1
017300     10  FILLER                              PIC X(20)            ZBNKBKR1
017400         VALUE SPACES.                                            ZBNKBKR1
017500     10  FILLER                              PIC X(40)            ZBNKBKR1
017600         VALUE 'Bankruptcy Notifications - Accounts'.             ZBNKBKR1
017700     10  WS-RPT1-DATE                        PIC X(10).           ZBNKBKR1
017800   05  WS-RPT-SECTION.                                            ZBNKBKR1
017900     10  WS-RPT-SECTION-CC                   PIC X(1)             ZBNKBKR1
018000         VALUE '0'.                                               ZBNKBKR1
018100     10  WS-RPT-SECTION-TEXT                 PIC X(60).           ZBNKBKR1
018200   05  WS-RPT2-HEAD.                                              ZBNKBKR1
018300     10  WS-RPT2-HEAD-CC                     PIC X(1)             ZBNKBKR1
018400         VALUE ' '.                                               ZBNKBKR1
018500     10  FILLER                              PIC X(7)             ZBNKBKR1
018600         VALUE 'PID'.                                             ZBNKBKR1
018700     10  FILLER                              PIC X(13)            ZBNKBKR1
018800         VALUE 'Case'.                                            ZBNKBKR1
018900     10  FILLER                              PIC X(17)            ZBNKBKR1
019000         VALUE 'Account type'.                                    ZBNKBKR1
019100     10  FILLER                              PIC X(28)            ZBNKBKR1
019200         VALUE 'Account'.                                         ZBNKBKR1
019300     10  FILLER                              PIC X(30)            ZBNKBKR1
019400         VALUE 'Action'.                                          ZBNKBKR1
019500   05  WS-RPT2.                                                   ZBNKBKR1
019600     10  WS-RPT2-CC                          PIC X(1)             ZBNKBKR1
019700         VALUE ' '.                                               ZBNKBKR1
019800     10  WS-RPT2-PID                         PIC X(7).            ZBNKBKR1
019900     10  WS-RPT2-EVENT                       PIC X(13).           ZBNKBKR1
020000     10  WS-RPT2-TYPE                        PIC X(17).           ZBNKBKR1
020100     10  WS-RPT2-ACCOUNT                     PIC X(28).           ZBNKBKR1
020200     10  WS-RPT2-ACTION                      PIC X(40).           ZBNKBKR1
020300   05  WS-RPT3-HEAD.                                              ZBNKBKR1
020400     10  WS-RPT3-HEAD-CC                     PIC X(1)             ZBNKBKR1
020500         VALUE ' '.                                               ZBNKBKR1
020600     10  FILLER                              PIC X(7)             ZBNKBKR1
020700         VALUE 'PID'.                                             ZBNKBKR1
020800     10  FILLER                              PIC X(13)            ZBNKBKR1
020900         VALUE 'Case'.                                            ZBNKBKR1
021000     10  FILLER                              PIC X(4)             ZBNKBKR1
021100         VALUE 'Ch'.                                              ZBNKBKR1
021200     10  FILLER                              PIC X(22)            ZBNKBKR1
021300         VALUE 'Court reference'.                                 ZBNKBKR1
021400     10  FILLER                              PIC X(12)            ZBNKBKR1
021500         VALUE 'Dated'.                                           ZBNKBKR1
021600     10  FILLER                              PIC X(30)            ZBNKBKR1
021700         VALUE '   Loans   Cases  Deposits'.                      ZBNKBKR1
021800   05  WS-RPT3.                                                   ZBNKBKR1
021900     10  WS-RPT3-CC                          PIC X(1)             ZBNKBKR1
022000         VALUE ' '.                                               ZBNKBKR1
022100     10  WS-RPT3-PID                         PIC X(7).            ZBNKBKR1
022200     10  WS-RPT3-EVENT                       PIC X(13).           ZBNKBKR1
022300     10  WS-RPT3-CHAPTER                     PIC Z9.              ZBNKBKR1
022400     10  FILLER                              PIC X(2)             ZBNKBKR1
022500         VALUE SPACES.                                            ZBNKBKR1
022600     10  WS-RPT3-COURT-REF                   PIC X(22).           ZBNKBKR1
022700     10  WS-RPT3-DATE                        PIC X(12).           ZBNKBKR1
022800     10  WS-RPT3-LOANS                       PIC ZZZZZZ9.         ZBNKBKR1
022900     10  FILLER                              PIC X(1)             ZBNKBKR1
023000         VALUE SPACES.                                            ZBNKBKR1
023100     10  WS-RPT3-COLL                        PIC ZZZZZZ9.         ZBNKBKR1
023200     10  FILLER                              PIC X(3)             ZBNKBKR1
023300         VALUE SPACES.                                            ZBNKBKR1
023400     10  WS-RPT3-DEPOSITS                    PIC ZZZZZZ9.         ZBNKBKR1
023500   05  WS-RPT4.                                                   ZBNKBKR1
023600     10  WS-RPT4-CC                          PIC X(1)             ZBNKBKR1
023700         VALUE ' '.                                               ZBNKBKR1
023800     10  WS-RPT4-DESC                        PIC X(30).           ZBNKBKR1
023900     10  WS-RPT4-COUNT                       PIC ZZZZZZ9.         ZBNKBKR1
024000                                                                  ZBNKBKR1
024100 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKBKR1
024200                                                                  ZBNKBKR1
024300 PROCEDURE DIVISION.                                              ZBNKBKR1
024400                                                                  ZBNKBKR1
024500     PERFORM RUN-TIME.                                            ZBNKBKR1
024600                                                                  ZBNKBKR1
024700     MOVE 'Bankruptcy notification run starting'                  ZBNKBKR1
024800       TO WS-CONSOLE-MESSAGE.                                     ZBNKBKR1
024900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKBKR1
025000                                                                  ZBNKBKR1
025100 COPY CTSTAMPP.                                                   ZBNKBKR1
025200     MOVE WS-TS-DATE TO WS-TODAY-ISO.                             ZBNKBKR1
025300                                                                  ZBNKBKR1
025400     PERFORM OPEN-FILES.                                          ZBNKBKR1
025500     PERFORM PRINT-REPORT-HEADER.                                 ZBNKBKR1
025600                                                                  ZBNKBKR1
025700***************************************************************** ZBNKBKR1
025800* Gather the cases waiting to be applied                        * ZBNKBKR1
025900***************************************************************** ZBNKBKR1
026000     PERFORM LOAD-PENDING-CASES THRU                              ZBNKBKR1
026100             LOAD-PENDING-CASES-EXIT.                             ZBNKBKR1
026200                                                                  ZBNKBKR1
026300     IF WS-CASE-COUNT IS GREATER THAN ZERO                        ZBNKBKR1
026400        PERFORM APPLY-TO-LOANS THRU                               ZBNKBKR1
026500                APPLY-TO-LOANS-EXIT                               ZBNKBKR1
026600        PERFORM APPLY-TO-COLLECTIONS THRU                         ZBNKBKR1
026700                APPLY-TO-COLLECTIONS-EXIT                         ZBNKBKR1
026800        PERFORM LIST-DEPOSITS                                     ZBNKBKR1
026900          VARYING WS-FOUND-SUB FROM 1 BY 1                        ZBNKBKR1
027000            UNTIL WS-FOUND-SUB IS GREATER THAN WS-CASE-COUNT      ZBNKBKR1
027100        PERFORM MARK-CASES-APPLIED                                ZBNKBKR1
027200          VARYING WS-FOUND-SUB FROM 1 BY 1                        ZBNKBKR1
027300            UNTIL WS-FOUND-SUB IS GREATER THAN WS-CASE-COUNT      ZBNKBKR1
027400     END-IF.                                                      ZBNKBKR1
027500                                                                  ZBNKBKR1
027600     PERFORM PRINT-CASE-SUMMARY.                                  ZBNKBKR1
027700     PERFORM PRINT-REPORT-TOTALS.                                 ZBNKBKR1
027800     PERFORM CLOSE-FILES.                                         ZBNKBKR1
027900                                                                  ZBNKBKR1
028000     MOVE WS-CASE-COUNT TO WS-CASES-APPLIED.                      ZBNKBKR1
028100     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKBKR1
028200     STRING WS-CASES-APPLIED DELIMITED BY SIZE                    ZBNKBKR1
028300            ' cases applied' DELIMITED BY SIZE                    ZBNKBKR1
028400       INTO WS-CONSOLE-MESSAGE.                                   ZBNKBKR1
028500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKBKR1
028600     MOVE 'End Of Job'                                            ZBNKBKR1
028700       TO WS-CONSOLE-MESSAGE.                                     ZBNKBKR1
028800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKBKR1
028900                                                                  ZBNKBKR1
029000     PERFORM RUN-TIME.                                            ZBNKBKR1
029100                                                                  ZBNKBKR1
029200     IF WS-CASES-LEFT-OVER IS GREATER THAN ZERO                   ZBNKBKR1
029300        MOVE 4 TO RETURN-CODE                                     ZBNKBKR1
029400     ELSE                                                         ZBNKBKR1
029500        MOVE 0 TO RETURN-CODE                                     ZBNKBKR1
029600     END-IF.                                                      ZBNKBKR1
029700                                                                  ZBNKBKR1
029800     GOBACK.                                                      ZBNKBKR1
029900                                                                  ZBNKBKR1
030000***************************************************************** ZBNKBKR1
030100* Load every case flagged lodged or closed.  Any beyond the     * ZBNKBKR1
030200* table keep their flag and are applied on the next run.        * ZBNKBKR1
030300***************************************************************** ZBNKBKR1
030400 LOAD-PENDING-CASES.                                              ZBNKBKR1
030500     MOVE LOW-VALUES TO BKR-KEY.                                  ZBNKBKR1
030600     START BNKBKRP-FILE KEY NOT LESS THAN BKR-KEY.                ZBNKBKR1
030700     IF WS-BNKBKRP-STATUS IS NOT EQUAL TO '00'                    ZBNKBKR1
030800        GO TO LOAD-PENDING-CASES-EXIT                             ZBNKBKR1
030900     END-IF.                                                      ZBNKBKR1
031000     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKBKR1
031100     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKBKR1
031200        READ BNKBKRP-FILE NEXT RECORD                             ZBNKBKR1
031300        IF WS-BNKBKRP-STATUS IS NOT EQUAL TO '00'                 ZBNKBKR1
031400           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKBKR1
031500        ELSE                                                      ZBNKBKR1
031600           IF BKR-NOTIFY-LODGED OR BKR-NOTIFY-CLOSED              ZBNKBKR1
031700              PERFORM LOAD-ONE-CASE                               ZBNKBKR1
031800           END-IF                                                 ZBNKBKR1
031900        END-IF                                                    ZBNKBKR1
032000     END-PERFORM.                                                 ZBNKBKR1
032100 LOAD-PENDING-CASES-EXIT.                                         ZBNKBKR1
032200     EXIT.                                                        ZBNKBKR1
032300                                                                  ZBNKBKR1
032400 LOAD-ONE-CASE.                                                   ZBNKBKR1
032500     IF WS-CASE-COUNT IS NOT LESS THAN WS-CASE-MAX                ZBNKBKR1
032600        ADD 1 TO WS-CASES-LEFT-OVER                               ZBNKBKR1
032700     ELSE                                                         ZBNKBKR1
032800        ADD 1 TO WS-CASE-COUNT                                    ZBNKBKR1
032900        MOVE BKR-REC-PID TO WS-CT-PID (WS-CASE-COUNT)             ZBNKBKR1
033000        MOVE BKR-REC-CHAPTER TO WS-CT-CHAPTER (WS-CASE-COUNT)     ZBNKBKR1
033100        MOVE BKR-REC-COURT-REF TO WS-CT-COURT-REF (WS-CASE-COUNT) ZBNKBKR1
033200        IF BKR-CASE-ACTIVE                                        ZBNKBKR1
033300           SET WS-CT-LODGED (WS-CASE-COUNT) TO TRUE               ZBNKBKR1
033400           MOVE BKR-REC-FILING-DATE                               ZBNKBKR1
033500             TO WS-CT-EVENT-DATE (WS-CASE-COUNT)                  ZBNKBKR1
033600        ELSE                                                      ZBNKBKR1
033700           MOVE BKR-REC-STATUS TO WS-CT-EVENT (WS-CASE-COUNT)     ZBNKBKR1
033800           MOVE BKR-REC-CLOSE-DATE                                ZBNKBKR1
033900             TO WS-CT-EVENT-DATE (WS-CASE-COUNT)                  ZBNKBKR1
034000        END-IF                                                    ZBNKBKR1
034100        MOVE ZERO TO WS-CT-LOANS (WS-CASE-COUNT)                  ZBNKBKR1
034200        MOVE ZERO TO WS-CT-COLL (WS-CASE-COUNT)                   ZBNKBKR1
034300        MOVE ZERO TO WS-CT-DEPOSITS (WS-CASE-COUNT)               ZBNKBKR1
034400     END-IF.                                                      ZBNKBKR1
034500                                                                  ZBNKBKR1
034600***************************************************************** ZBNKBKR1
034700* Look the PID in WS-RPT2-PID up in the case table - zero when  * ZBNKBKR1
034800* the customer has no case waiting                              * ZBNKBKR1
034900***************************************************************** ZBNKBKR1
035000 FIND-CASE.                                                       ZBNKBKR1
035100     MOVE ZERO TO WS-FOUND-SUB.                                   ZBNKBKR1
035200     PERFORM FIND-CASE-TEST                                       ZBNKBKR1
035300       VARYING WS-SUB FROM 1 BY 1                                 ZBNKBKR1
035400         UNTIL WS-SUB IS GREATER THAN WS-CASE-COUNT OR            ZBNKBKR1
035500               WS-FOUND-SUB IS GREATER THAN ZERO.                 ZBNKBKR1
035600                                                                  ZBNKBKR1
035700 FIND-CASE-TEST.                                                  ZBNKBKR1
035800     IF WS-CT-PID (WS-SUB) IS EQUAL TO WS-RPT2-PID                ZBNKBKR1
035900        MOVE WS-SUB TO WS-FOUND-SUB                               ZBNKBKR1
036000     END-IF.                                                      ZBNKBKR1
036100                                                                  ZBNKBKR1
036200***************************************************************** ZBNKBKR1
036300* Pass over the loan book - stay, discharge or release the      * ZBNKBKR1
036400* loans of every customer with a case waiting                   * ZBNKBKR1
036500***************************************************************** ZBNKBKR1
036600 APPLY-TO-LOANS.                                                  ZBNKBKR1
036700     PERFORM PRINT-SECTION-LOANS.                                 ZBNKBKR1
036800     MOVE LOW-VALUES TO LNM-KEY.                                  ZBNKBKR1
036900     START BNKLOAN-FILE KEY GREATER THAN LNM-KEY.                 ZBNKBKR1
037000     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKBKR1
037100        GO TO APPLY-TO-LOANS-EXIT                                 ZBNKBKR1
037200     END-IF.                                                      ZBNKBKR1
037300     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKBKR1
037400     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKBKR1
037500        READ BNKLOAN-FILE NEXT RECORD                             ZBNKBKR1
037600        IF WS-BNKLOAN-STATUS IS EQUAL TO '10'                     ZBNKBKR1
037700           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKBKR1
037800        ELSE                                                      ZBNKBKR1
037900           IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'              ZBNKBKR1
038000              MOVE 'BNKLOAN read error during scan'               ZBNKBKR1
038100                TO WS-CONSOLE-MESSAGE                             ZBNKBKR1
038200              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKBKR1
038300              MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS              ZBNKBKR1
038400              PERFORM DISPLAY-IO-STATUS                           ZBNKBKR1
038500              PERFORM ABORT-PROGRAM                               ZBNKBKR1
038600           ELSE                                                   ZBNKBKR1
038700              MOVE LNM-REC-PID TO WS-RPT2-PID                     ZBNKBKR1
038800              PERFORM FIND-CASE                                   ZBNKBKR1
038900              IF WS-FOUND-SUB IS GREATER THAN ZERO                ZBNKBKR1
039000                 PERFORM APPLY-ONE-LOAN THRU                      ZBNKBKR1
039100                         APPLY-ONE-LOAN-EXIT                      ZBNKBKR1
039200              END-IF                                              ZBNKBKR1
039300           END-IF                                                 ZBNKBKR1
039400        END-IF                                                    ZBNKBKR1
039500     END-PERFORM.                                                 ZBNKBKR1
039600 APPLY-TO-LOANS-EXIT.                                             ZBNKBKR1
039700     EXIT.                                                        ZBNKBKR1
039800                                                                  ZBNKBKR1
039900***************************************************************** ZBNKBKR1
040000* Only loans still on the books are touched - a paid-off or     * ZBNKBKR1
040100* charged-off loan is left as it is                             * ZBNKBKR1
040200***************************************************************** ZBNKBKR1
040300 APPLY-ONE-LOAN.                                                  ZBNKBKR1
040400     IF NOT LNM-STATUS-ACTIVE                                     ZBNKBKR1
040500        GO TO APPLY-ONE-LOAN-EXIT                                 ZBNKBKR1
040600     END-IF.                                                      ZBNKBKR1
040700     EVALUATE TRUE                                                ZBNKBKR1
040800       WHEN WS-CT-LODGED (WS-FOUND-SUB)                           ZBNKBKR1
040900         SET LNM-BKR-STAYED TO TRUE                               ZBNKBKR1
041000         MOVE 'Stayed - no collection or dunning'                 ZBNKBKR1
041100           TO WS-RPT2-ACTION                                      ZBNKBKR1
041200       WHEN WS-CT-DISCHARGED (WS-FOUND-SUB)                       ZBNKBKR1
041300         SET LNM-BKR-DISCHARGED TO TRUE                           ZBNKBKR1
041400         MOVE 'Discharged - never to be collected'                ZBNKBKR1
041500           TO WS-RPT2-ACTION                                      ZBNKBKR1
041600       WHEN OTHER                                                 ZBNKBKR1
041700         IF NOT LNM-BKR-STAYED                                    ZBNKBKR1
041800            GO TO APPLY-ONE-LOAN-EXIT                             ZBNKBKR1
041900         END-IF                                                   ZBNKBKR1
042000         SET LNM-BKR-NONE TO TRUE                                 ZBNKBKR1
042100         MOVE 'Stay lifted - collection resumes'                  ZBNKBKR1
042200           TO WS-RPT2-ACTION                                      ZBNKBKR1
042300     END-EVALUATE.                                                ZBNKBKR1
042400     REWRITE LNM-RECORD                                           ZBNKBKR1
042433     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKBKR1
042466     PERFORM JOURNAL-BNKLOAN.                                     ZBNKBKR1
042500     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKBKR1
042600        MOVE 'Unable to rewrite loan bankruptcy status'           ZBNKBKR1
042700          TO WS-CONSOLE-MESSAGE                                   ZBNKBKR1
042800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBKR1
042900        MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS                    ZBNKBKR1
043000        PERFORM DISPLAY-IO-STATUS                                 ZBNKBKR1
043100        PERFORM ABORT-PROGRAM                                     ZBNKBKR1
043200     END-IF.                                                      ZBNKBKR1
043300     ADD 1 TO WS-LOANS-CHANGED.                                   ZBNKBKR1
043400     ADD 1 TO WS-CT-LOANS (WS-FOUND-SUB).                         ZBNKBKR1
043500     IF LNM-PRODUCT-REVOLVING                                     ZBNKBKR1
043600        MOVE 'Line of credit' TO WS-RPT2-TYPE                     ZBNKBKR1
043700     ELSE                                                         ZBNKBKR1
043800        MOVE 'Loan' TO WS-RPT2-TYPE                               ZBNKBKR1
043900     END-IF.                                                      ZBNKBKR1
044000     MOVE LNM-REC-LOAN-ID TO WS-RPT2-ACCOUNT.                     ZBNKBKR1
044100     PERFORM PRINT-DETAIL-LINE.                                   ZBNKBKR1
044200 APPLY-ONE-LOAN-EXIT.                                             ZBNKBKR1
044300     EXIT.                                                        ZBNKBKR1
044400                                                                  ZBNKBKR1
044500***************************************************************** ZBNKBKR1
044600* Pass over the collections cases - stay the open ones on a new * ZBNKBKR1
044700* filing, close the stayed ones on discharge and reopen them on * ZBNKBKR1
044800* dismissal                                                     * ZBNKBKR1
044900***************************************************************** ZBNKBKR1
045000 APPLY-TO-COLLECTIONS.                                            ZBNKBKR1
045100     PERFORM PRINT-SECTION-COLLECTIONS.                           ZBNKBKR1
045200     MOVE LOW-VALUES TO COL-KEY.                                  ZBNKBKR1
045300     START BNKCOLL-FILE KEY GREATER THAN COL-KEY.                 ZBNKBKR1
045400     IF WS-BNKCOLL-STATUS IS NOT EQUAL TO '00'                    ZBNKBKR1
045500        GO TO APPLY-TO-COLLECTIONS-EXIT                           ZBNKBKR1
045600     END-IF.                                                      ZBNKBKR1
045700     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKBKR1
045800     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKBKR1
045900        READ BNKCOLL-FILE NEXT RECORD                             ZBNKBKR1
046000        IF WS-BNKCOLL-STATUS IS NOT EQUAL TO '00'                 ZBNKBKR1
046100           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKBKR1
046200        ELSE                                                      ZBNKBKR1
046300           MOVE COL-REC-PID TO WS-RPT2-PID                        ZBNKBKR1
046400           PERFORM FIND-CASE                                      ZBNKBKR1
046500           IF WS-FOUND-SUB IS GREATER THAN ZERO                   ZBNKBKR1
046600              PERFORM APPLY-ONE-COLLECTION THRU                   ZBNKBKR1
046700                      APPLY-ONE-COLLECTION-EXIT                   ZBNKBKR1
046800           END-IF                                                 ZBNKBKR1
046900        END-IF                                                    ZBNKBKR1
047000     END-PERFORM.                                                 ZBNKBKR1
047100 APPLY-TO-COLLECTIONS-EXIT.                                       ZBNKBKR1
047200     EXIT.                                                        ZBNKBKR1
047300                                                                  ZBNKBKR1
047400 APPLY-ONE-COLLECTION.                                            ZBNKBKR1
047500     EVALUATE TRUE                                                ZBNKBKR1
047600       WHEN WS-CT-LODGED (WS-FOUND-SUB)                           ZBNKBKR1
047700         IF NOT COL-CASE-OPEN                                     ZBNKBKR1
047800            GO TO APPLY-ONE-COLLECTION-EXIT                       ZBNKBKR1
047900         END-IF                                                   ZBNKBKR1
048000         SET COL-CASE-STAYED TO TRUE                              ZBNKBKR1
048100         MOVE 'Case stayed - promises void' TO WS-RPT2-ACTION     ZBNKBKR1
048200       WHEN WS-CT-DISCHARGED (WS-FOUND-SUB)                       ZBNKBKR1
048300         IF NOT COL-CASE-STAYED                                   ZBNKBKR1
048400            GO TO APPLY-ONE-COLLECTION-EXIT                       ZBNKBKR1
048500         END-IF                                                   ZBNKBKR1
048600         SET COL-CASE-CLOSED TO TRUE                              ZBNKBKR1
048700         MOVE 'Case closed - debt discharged' TO WS-RPT2-ACTION   ZBNKBKR1
048800       WHEN OTHER                                                 ZBNKBKR1
048900         IF NOT COL-CASE-STAYED                                   ZBNKBKR1
049000            GO TO APPLY-ONE-COLLECTION-EXIT                       ZBNKBKR1
049100         END-IF                                                   ZBNKBKR1
049200         SET COL-CASE-OPEN TO TRUE                                ZBNKBKR1
049300         MOVE 'Case reopened' TO WS-RPT2-ACTION                   ZBNKBKR1
049400     END-EVALUATE.                                                ZBNKBKR1
049500     IF COL-PROMISE-OPEN                                          ZBNKBKR1
049600        SET COL-NO-PROMISE TO TRUE                                ZBNKBKR1
049700     END-IF.                                                      ZBNKBKR1
049800     REWRITE COL-RECORD.                                          ZBNKBKR1
049900     IF WS-BNKCOLL-STATUS IS NOT EQUAL TO '00'                    ZBNKBKR1
050000        MOVE 'BNKCOLL rewrite error...' TO WS-CONSOLE-MESSAGE     ZBNKBKR1
050100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBKR1
050200        MOVE WS-BNKCOLL-STATUS TO WS-IO-STATUS                    ZBNKBKR1
050300        PERFORM DISPLAY-IO-STATUS                                 ZBNKBKR1
050400        PERFORM ABORT-PROGRAM                                     ZBNKBKR1
050500     END-IF.                                                      ZBNKBKR1
050600     ADD 1 TO WS-COLL-CHANGED.                                    ZBNKBKR1
050700     ADD 1 TO WS-CT-COLL (WS-FOUND-SUB).                          ZBNKBKR1
050800     MOVE 'Collections case' TO WS-RPT2-TYPE.                     ZBNKBKR1
050900     MOVE COL-REC-LOAN-ID TO WS-RPT2-ACCOUNT.                     ZBNKBKR1
051000     PERFORM PRINT-DETAIL-LINE.                                   ZBNKBKR1
051100 APPLY-ONE-COLLECTION-EXIT.                                       ZBNKBKR1
051200     EXIT.                                                        ZBNKBKR1
051300                                                                  ZBNKBKR1
051400***************************************************************** ZBNKBKR1
051500* List one customer's deposit accounts through the PID          * ZBNKBKR1
051600* alternate key - the fee runs check the case themselves        * ZBNKBKR1
051700***************************************************************** ZBNKBKR1
051800 LIST-DEPOSITS.                                                   ZBNKBKR1
051900     IF WS-FOUND-SUB IS EQUAL TO 1                                ZBNKBKR1
052000        PERFORM PRINT-SECTION-DEPOSITS                            ZBNKBKR1
052100     END-IF.                                                      ZBNKBKR1
052200     MOVE WS-CT-PID (WS-FOUND-SUB) TO BAC-REC-PID.                ZBNKBKR1
052300     START BNKACC-FILE KEY NOT LESS THAN BAC-REC-PID.             ZBNKBKR1
052400     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKBKR1
052500        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKBKR1
052600     ELSE                                                         ZBNKBKR1
052700        MOVE 'NO ' TO WS-END-OF-FILE                              ZBNKBKR1
052800     END-IF.                                                      ZBNKBKR1
052900     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKBKR1
053000        READ BNKACC-FILE NEXT RECORD                              ZBNKBKR1
053100        IF WS-BNKACC-STATUS IS NOT EQUAL TO '00' AND              ZBNKBKR1
053200           WS-BNKACC-STATUS IS NOT EQUAL TO '02'                  ZBNKBKR1
053300           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKBKR1
053400        ELSE                                                      ZBNKBKR1
053500           IF BAC-REC-PID IS NOT EQUAL TO WS-CT-PID (WS-FOUND-SUB)ZBNKBKR1
053600              MOVE 'YES' TO WS-END-OF-FILE                        ZBNKBKR1
053700           ELSE                                                   ZBNKBKR1
053800              IF NOT BAC-STATUS-CLOSED                            ZBNKBKR1
053900                 PERFORM LIST-ONE-DEPOSIT                         ZBNKBKR1
054000              END-IF                                              ZBNKBKR1
054100           END-IF                                                 ZBNKBKR1
054200        END-IF                                                    ZBNKBKR1
054300     END-PERFORM.                                                 ZBNKBKR1
054400                                                                  ZBNKBKR1
054500 LIST-ONE-DEPOSIT.                                                ZBNKBKR1
054600     ADD 1 TO WS-DEPOSITS-LISTED.                                 ZBNKBKR1
054700     ADD 1 TO WS-CT-DEPOSITS (WS-FOUND-SUB).                      ZBNKBKR1
054800     MOVE BAC-REC-PID TO WS-RPT2-PID.                             ZBNKBKR1
054900     MOVE 'Deposit account' TO WS-RPT2-TYPE.                      ZBNKBKR1
055000     MOVE BAC-REC-ACCNO TO WS-RPT2-ACCOUNT.                       ZBNKBKR1
055100     IF WS-CT-LODGED (WS-FOUND-SUB)                               ZBNKBKR1
055200        MOVE 'Fees suspended while case active'                   ZBNKBKR1
055300          TO WS-RPT2-ACTION                                       ZBNKBKR1
055400     ELSE                                                         ZBNKBKR1
055500        MOVE 'Fees resume' TO WS-RPT2-ACTION                      ZBNKBKR1
055600     END-IF.                                                      ZBNKBKR1
055700     PERFORM PRINT-DETAIL-LINE.                                   ZBNKBKR1
055800                                                                  ZBNKBKR1
055900***************************************************************** ZBNKBKR1
056000* Clear the case's notify flag and stamp it applied             * ZBNKBKR1
056100***************************************************************** ZBNKBKR1
056200 MARK-CASES-APPLIED.                                              ZBNKBKR1
056300     MOVE WS-CT-PID (WS-FOUND-SUB) TO BKR-REC-PID.                ZBNKBKR1
056400     READ BNKBKRP-FILE.                                           ZBNKBKR1
056500     IF WS-BNKBKRP-STATUS IS NOT EQUAL TO '00'                    ZBNKBKR1
056600        MOVE 'BNKBKRP read error...' TO WS-CONSOLE-MESSAGE        ZBNKBKR1
056700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBKR1
056800        MOVE WS-BNKBKRP-STATUS TO WS-IO-STATUS                    ZBNKBKR1
056900        PERFORM DISPLAY-IO-STATUS                                 ZBNKBKR1
057000        PERFORM ABORT-PROGRAM                                     ZBNKBKR1
057100     END-IF.                                                      ZBNKBKR1
057200     SET BKR-NOTIFY-DONE TO TRUE.                                 ZBNKBKR1
057300     MOVE WS-TODAY-ISO TO BKR-REC-APPLIED-DATE.                   ZBNKBKR1
057400     REWRITE BKR-RECORD.                                          ZBNKBKR1
057500     IF WS-BNKBKRP-STATUS IS NOT EQUAL TO '00'                    ZBNKBKR1
057600        MOVE 'BNKBKRP rewrite error...' TO WS-CONSOLE-MESSAGE     ZBNKBKR1
057700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBKR1
057800        MOVE WS-BNKBKRP-STATUS TO WS-IO-STATUS                    ZBNKBKR1
057900        PERFORM DISPLAY-IO-STATUS                                 ZBNKBKR1
058000        PERFORM ABORT-PROGRAM                                     ZBNKBKR1
058100     END-IF.                                                      ZBNKBKR1
058200                                                                  ZBNKBKR1
058300***************************************************************** ZBNKBKR1
058400* Print one affected account                                    * ZBNKBKR1
058500***************************************************************** ZBNKBKR1
058600 PRINT-DETAIL-LINE.                                               ZBNKBKR1
058700     EVALUATE TRUE                                                ZBNKBKR1
058800       WHEN WS-CT-LODGED (WS-FOUND-SUB)                           ZBNKBKR1
058900         MOVE WS-EVENT-NAME (1) TO WS-RPT2-EVENT                  ZBNKBKR1
059000       WHEN WS-CT-DISCHARGED (WS-FOUND-SUB)                       ZBNKBKR1
059100         MOVE WS-EVENT-NAME (2) TO WS-RPT2-EVENT                  ZBNKBKR1
059200       WHEN OTHER                                                 ZBNKBKR1
059300         MOVE WS-EVENT-NAME (3) TO WS-RPT2-EVENT                  ZBNKBKR1
059400     END-EVALUATE.                                                ZBNKBKR1
059500     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKBKR1
059600     PERFORM PRINTOUT-PUT.                                        ZBNKBKR1
059700     MOVE SPACES TO WS-RPT2.                                      ZBNKBKR1
059800                                                                  ZBNKBKR1
059900***************************************************************** ZBNKBKR1
060000* Report headings                                               * ZBNKBKR1
060100***************************************************************** ZBNKBKR1
060200 PRINT-REPORT-HEADER.                                             ZBNKBKR1
060300     MOVE WS-TODAY-ISO TO WS-RPT1-DATE.                           ZBNKBKR1
060400     MOVE WS-RPT1 TO PRINTOUT-REC.                                ZBNKBKR1
060500     PERFORM PRINTOUT-PUT.                                        ZBNKBKR1
060600     MOVE SPACES TO WS-RPT2.                                      ZBNKBKR1
060700                                                                  ZBNKBKR1
060800 PRINT-SECTION-LOANS.                                             ZBNKBKR1
060900     MOVE 'Loans and lines of credit' TO WS-RPT-SECTION-TEXT.     ZBNKBKR1
061000     PERFORM PRINT-SECTION-HEAD.                                  ZBNKBKR1
061100                                                                  ZBNKBKR1
061200 PRINT-SECTION-COLLECTIONS.                                       ZBNKBKR1
061300     MOVE 'Collections cases' TO WS-RPT-SECTION-TEXT.             ZBNKBKR1
061400     PERFORM PRINT-SECTION-HEAD.                                  ZBNKBKR1
061500                                                                  ZBNKBKR1
061600 PRINT-SECTION-DEPOSITS.                                          ZBNKBKR1
061700     MOVE 'Deposit accounts' TO WS-RPT-SECTION-TEXT.              ZBNKBKR1
061800     PERFORM PRINT-SECTION-HEAD.                                  ZBNKBKR1
061900                                                                  ZBNKBKR1
062000 PRINT-SECTION-HEAD.                                              ZBNKBKR1
062100     MOVE WS-RPT-SECTION TO PRINTOUT-REC.                         ZBNKBKR1
062200     PERFORM PRINTOUT-PUT.                                        ZBNKBKR1
062300     MOVE WS-RPT2-HEAD TO PRINTOUT-REC.                           ZBNKBKR1
062400     PERFORM PRINTOUT-PUT.                                        ZBNKBKR1
062500                                                                  ZBNKBKR1
062600***************************************************************** ZBNKBKR1
062700* One line per case applied, with the accounts it touched       * ZBNKBKR1
062800***************************************************************** ZBNKBKR1
062900 PRINT-CASE-SUMMARY.                                              ZBNKBKR1
063000     MOVE 'Cases applied' TO WS-RPT-SECTION-TEXT.                 ZBNKBKR1
063100     MOVE WS-RPT-SECTION TO PRINTOUT-REC.                         ZBNKBKR1
063200     PERFORM PRINTOUT-PUT.                                        ZBNKBKR1
063300     IF WS-CASE-COUNT IS EQUAL TO ZERO                            ZBNKBKR1
063400        MOVE 'No cases lodged or closed since the last run'       ZBNKBKR1
063500          TO WS-RPT-SECTION-TEXT                                  ZBNKBKR1
063600        MOVE WS-RPT-SECTION TO PRINTOUT-REC                       ZBNKBKR1
063700        PERFORM PRINTOUT-PUT                                      ZBNKBKR1
063800     ELSE                                                         ZBNKBKR1
063900        MOVE WS-RPT3-HEAD TO PRINTOUT-REC                         ZBNKBKR1
064000        PERFORM PRINTOUT-PUT                                      ZBNKBKR1
064100        PERFORM PRINT-ONE-CASE                                    ZBNKBKR1
064200          VARYING WS-FOUND-SUB FROM 1 BY 1                        ZBNKBKR1
064300            UNTIL WS-FOUND-SUB IS GREATER THAN WS-CASE-COUNT      ZBNKBKR1
064400     END-IF.                                                      ZBNKBKR1
064500                                                                  ZBNKBKR1
064600 PRINT-ONE-CASE.                                                  ZBNKBKR1
064700     MOVE WS-CT-PID (WS-FOUND-SUB) TO WS-RPT3-PID.                ZBNKBKR1
064800     EVALUATE TRUE                                                ZBNKBKR1
064900       WHEN WS-CT-LODGED (WS-FOUND-SUB)                           ZBNKBKR1
065000         MOVE WS-EVENT-NAME (1) TO WS-RPT3-EVENT                  ZBNKBKR1
065100       WHEN WS-CT-DISCHARGED (WS-FOUND-SUB)                       ZBNKBKR1
065200         MOVE WS-EVENT-NAME (2) TO WS-RPT3-EVENT                  ZBNKBKR1
065300       WHEN OTHER                                                 ZBNKBKR1
065400         MOVE WS-EVENT-NAME (3) TO WS-RPT3-EVENT                  ZBNKBKR1
065500     END-EVALUATE.                                                ZBNKBKR1
065600     MOVE WS-CT-CHAPTER (WS-FOUND-SUB) TO WS-RPT3-CHAPTER.        ZBNKBKR1
065700     MOVE WS-CT-COURT-REF (WS-FOUND-SUB) TO WS-RPT3-COURT-REF.    ZBNKBKR1
065800     MOVE WS-CT-EVENT-DATE (WS-FOUND-SUB) TO WS-RPT3-DATE.        ZBNKBKR1
065900     MOVE WS-CT-LOANS (WS-FOUND-SUB) TO WS-RPT3-LOANS.            ZBNKBKR1
066000     MOVE WS-CT-COLL (WS-FOUND-SUB) TO WS-RPT3-COLL.              ZBNKBKR1
066100     MOVE WS-CT-DEPOSITS (WS-FOUND-SUB) TO WS-RPT3-DEPOSITS.      ZBNKBKR1
066200     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKBKR1
066300     PERFORM PRINTOUT-PUT.                                        ZBNKBKR1
066400                                                                  ZBNKBKR1
066500***************************************************************** ZBNKBKR1
066600* Print the run totals                                          * ZBNKBKR1
066700***************************************************************** ZBNKBKR1
066800 PRINT-REPORT-TOTALS.                                             ZBNKBKR1
066900     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKBKR1
067000     PERFORM PRINTOUT-PUT.                                        ZBNKBKR1
067100     MOVE 'Cases applied' TO WS-RPT4-DESC.                        ZBNKBKR1
067200     MOVE WS-CASE-COUNT TO WS-RPT4-COUNT.                         ZBNKBKR1
067300     MOVE WS-RPT4 TO PRINTOUT-REC.                                ZBNKBKR1
067400     PERFORM PRINTOUT-PUT.                                        ZBNKBKR1
067500     MOVE 'Loans changed' TO WS-RPT4-DESC.                        ZBNKBKR1
067600     MOVE WS-LOANS-CHANGED TO WS-RPT4-COUNT.                      ZBNKBKR1
067700     MOVE WS-RPT4 TO PRINTOUT-REC.                                ZBNKBKR1
067800     PERFORM PRINTOUT-PUT.                                        ZBNKBKR1
067900     MOVE 'Collections cases changed' TO WS-RPT4-DESC.            ZBNKBKR1
068000     MOVE WS-COLL-CHANGED TO WS-RPT4-COUNT.                       ZBNKBKR1
068100     MOVE WS-RPT4 TO PRINTOUT-REC.                                ZBNKBKR1
068200     PERFORM PRINTOUT-PUT.                                        ZBNKBKR1
068300     MOVE 'Deposit accounts listed' TO WS-RPT4-DESC.              ZBNKBKR1
068400     MOVE WS-DEPOSITS-LISTED TO WS-RPT4-COUNT.                    ZBNKBKR1
068500     MOVE WS-RPT4 TO PRINTOUT-REC.                                ZBNKBKR1
068600     PERFORM PRINTOUT-PUT.                                        ZBNKBKR1
068700     IF WS-CASES-LEFT-OVER IS GREATER THAN ZERO                   ZBNKBKR1
068800        MOVE 'Cases left for the next run' TO WS-RPT4-DESC        ZBNKBKR1
068900        MOVE WS-CASES-LEFT-OVER TO WS-RPT4-COUNT                  ZBNKBKR1
069000        MOVE WS-RPT4 TO PRINTOUT-REC                              ZBNKBKR1
069100        PERFORM PRINTOUT-PUT                                      ZBNKBKR1
069200     END-IF.                                                      ZBNKBKR1
069300                                                                  ZBNKBKR1
069400***************************************************************** ZBNKBKR1
069500* Write a report line                                           * ZBNKBKR1
069600***************************************************************** ZBNKBKR1
069700 PRINTOUT-PUT.                                                    ZBNKBKR1
069800     WRITE PRINTOUT-REC.                                          ZBNKBKR1
069900     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKBKR1
070000       MOVE 'PRINTOUT error writing file...'                      ZBNKBKR1
070100         TO WS-CONSOLE-MESSAGE                                    ZBNKBKR1
070200       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKBKR1
070300       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKBKR1
070400       PERFORM DISPLAY-IO-STATUS                                  ZBNKBKR1
070500       PERFORM ABORT-PROGRAM                                      ZBNKBKR1
070600     END-IF.                                                      ZBNKBKR1
070700                                                                  ZBNKBKR1
070800***************************************************************** ZBNKBKR1
070900* Open all the files                                            * ZBNKBKR1
071000***************************************************************** ZBNKBKR1
071100 OPEN-FILES.                                                      ZBNKBKR1
071200     OPEN I-O BNKBKRP-FILE.                                       ZBNKBKR1
071300     IF WS-BNKBKRP-STATUS IS NOT EQUAL TO '00' AND                ZBNKBKR1
071400        WS-BNKBKRP-STATUS IS NOT EQUAL TO '05'                    ZBNKBKR1
071500        MOVE 'BNKBKRP file open failure...'                       ZBNKBKR1
071600          TO WS-CONSOLE-MESSAGE                                   ZBNKBKR1
071700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBKR1
071800        MOVE WS-BNKBKRP-STATUS TO WS-IO-STATUS                    ZBNKBKR1
071900        PERFORM DISPLAY-IO-STATUS                                 ZBNKBKR1
072000        PERFORM ABORT-PROGRAM                                     ZBNKBKR1
072100     END-IF.                                                      ZBNKBKR1
072200     OPEN I-O BNKLOAN-FILE.                                       ZBNKBKR1
072300     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKBKR1
072400        MOVE 'BNKLOAN file open failure...'                       ZBNKBKR1
072500          TO WS-CONSOLE-MESSAGE                                   ZBNKBKR1
072600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBKR1
072700        MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS                    ZBNKBKR1
072800        PERFORM DISPLAY-IO-STATUS                                 ZBNKBKR1
072900        PERFORM ABORT-PROGRAM                                     ZBNKBKR1
073000     END-IF.                                                      ZBNKBKR1
073100     OPEN I-O BNKCOLL-FILE.                                       ZBNKBKR1
073200     IF WS-BNKCOLL-STATUS IS NOT EQUAL TO '00' AND                ZBNKBKR1
073300        WS-BNKCOLL-STATUS IS NOT EQUAL TO '05'                    ZBNKBKR1
073400        MOVE 'BNKCOLL file open failure...'                       ZBNKBKR1
073500          TO WS-CONSOLE-MESSAGE                                   ZBNKBKR1
073600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBKR1
073700        MOVE WS-BNKCOLL-STATUS TO WS-IO-STATUS                    ZBNKBKR1
073800        PERFORM DISPLAY-IO-STATUS                                 ZBNKBKR1
073900        PERFORM ABORT-PROGRAM                                     ZBNKBKR1
074000     END-IF.                                                      ZBNKBKR1
074100     OPEN INPUT BNKACC-FILE.                                      ZBNKBKR1
074200     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKBKR1
074300        MOVE 'BNKACC file open failure...'                        ZBNKBKR1
074400          TO WS-CONSOLE-MESSAGE                                   ZBNKBKR1
074500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBKR1
074600        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKBKR1
074700        PERFORM DISPLAY-IO-STATUS                                 ZBNKBKR1
074800        PERFORM ABORT-PROGRAM                                     ZBNKBKR1
074900     END-IF.                                                      ZBNKBKR1
075000     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKBKR1
075100     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKBKR1
075200        MOVE 'PRINTOUT file open failure...'                      ZBNKBKR1
075300          TO WS-CONSOLE-MESSAGE                                   ZBNKBKR1
075400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBKR1
075500        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKBKR1
075600        PERFORM DISPLAY-IO-STATUS                                 ZBNKBKR1
075700        PERFORM ABORT-PROGRAM                                     ZBNKBKR1
075800     END-IF.                                                      ZBNKBKR1
075900                                                                  ZBNKBKR1
076000***************************************************************** ZBNKBKR1
076100* Close all the files                                           * ZBNKBKR1
076200***************************************************************** ZBNKBKR1
076300 CLOSE-FILES.                                                     ZBNKBKR1
076400     CLOSE BNKBKRP-FILE.                                          ZBNKBKR1
076500     CLOSE BNKLOAN-FILE.                                          ZBNKBKR1
076600     CLOSE BNKCOLL-FILE.                                          ZBNKBKR1
076700     CLOSE BNKACC-FILE.                                           ZBNKBKR1
076800     CLOSE PRINTOUT-FILE.                                         ZBNKBKR1
076900                                                                  ZBNKBKR1
076905***************************************************************** ZBNKBKR1
076910* Journal the BNKLOAN record just added, changed or deleted so  * ZBNKBKR1
076915* it can be rolled forward onto a reload                        * ZBNKBKR1
076920***************************************************************** ZBNKBKR1
076925 JOURNAL-BNKLOAN.                                                 ZBNKBKR1
076930     MOVE 'BNKLOAN' TO JRN-CTL-FILE.                              ZBNKBKR1
076935     MOVE WS-BNKLOAN-STATUS TO JRN-CTL-IO-STATUS.                 ZBNKBKR1
076940     MOVE BNKLOAN-REC TO JRN-CTL-IMAGE.                           ZBNKBKR1
076945     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKBKR1
076950     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKBKR1
076955     IF JRN-CTL-ERROR                                             ZBNKBKR1
076960        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKBKR1
076965        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBKR1
076970        PERFORM ABORT-PROGRAM                                     ZBNKBKR1
076975     END-IF.                                                      ZBNKBKR1
076980                                                                  ZBNKBKR1
077000***************************************************************** ZBNKBKR1
077100* Display the file status bytes. This routine will display as   * ZBNKBKR1
077200* two digits if the full two byte file status is numeric. If    * ZBNKBKR1
077300* second byte is non-numeric then it will be treated as a       * ZBNKBKR1
077400* binary number.                                                * ZBNKBKR1
077500***************************************************************** ZBNKBKR1
077600 DISPLAY-IO-STATUS.                                               ZBNKBKR1
077700     IF WS-IO-STATUS NUMERIC                                      ZBNKBKR1
077800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKBKR1
077900        STRING 'File status -' DELIMITED BY SIZE                  ZBNKBKR1
078000               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKBKR1
078100          INTO WS-CONSOLE-MESSAGE                                 ZBNKBKR1
078200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBKR1
078300     ELSE                                                         ZBNKBKR1
078400        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKBKR1
078500        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKBKR1
078600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKBKR1
078700        STRING 'File status -' DELIMITED BY SIZE                  ZBNKBKR1
078800               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKBKR1
078900               '/' DELIMITED BY SIZE                              ZBNKBKR1
079000               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKBKR1
079100          INTO WS-CONSOLE-MESSAGE                                 ZBNKBKR1
079200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBKR1
079300     END-IF.                                                      ZBNKBKR1
079400                                                                  ZBNKBKR1
079500***************************************************************** ZBNKBKR1
079600* 'ABORT' the program.                                          * ZBNKBKR1
079700* Post a message to the console and issue a STOP RUN            * ZBNKBKR1
079800***************************************************************** ZBNKBKR1
079900 ABORT-PROGRAM.                                                   ZBNKBKR1
080000     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKBKR1
080100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBKR1
080200     END-IF.                                                      ZBNKBKR1
080300     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKBKR1
080400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKBKR1
080500     MOVE 16 TO RETURN-CODE.                                      ZBNKBKR1
080600     STOP RUN.                                                    ZBNKBKR1
080700                                                                  ZBNKBKR1
080800***************************************************************** ZBNKBKR1
080900* Display CONSOLE messages...                                   * ZBNKBKR1
081000***************************************************************** ZBNKBKR1
081100 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKBKR1
081200     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKBKR1
081300       UPON CONSOLE.                                              ZBNKBKR1
081400     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKBKR1
081500                                                                  ZBNKBKR1
081600 COPY CTIMERP.                                                    ZBNKBKR1
081700                                                                  ZBNKBKR1
081800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKBKR1
