000100***************************************************************** ZBNKMPA1
000200*                                                               * ZBNKMPA1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKMPA1
000400*   This demonstration program is provided for use by users     * ZBNKMPA1
000500*   of Micro Focus products and may be used, modified and       * ZBNKMPA1
000600*   distributed as part of your application provided that       * ZBNKMPA1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKMPA1
000800*   in this material.                                           * ZBNKMPA1
000900*                                                               * ZBNKMPA1
001000***************************************************************** ZBNKMPA1
001100                                                                  ZBNKMPA1
001200***************************************************************** ZBNKMPA1
001300* Program:     ZBNKMPA1.CBL                                     * ZBNKMPA1
001400* Function:    Memo-post catch-up.  Runs as the last step of    * ZBNKMPA1
001500*              the end-of-day schedule and applies the online   * ZBNKMPA1
001600*              postings DBANK67P took on BNKMEMO while the      * ZBNKMPA1
001700*              batch held the masters.  Items are applied in    * ZBNKMPA1
001800*              capture order - debit the FROM account within    * ZBNKMPA1
001900*              its overdraft limit, credit the TO account, and  * ZBNKMPA1
002000*              write the BNKTXN legs DBANK06P would have        * ZBNKMPA1
002100*              written, under the capture timestamp and the     * ZBNKMPA1
002200*              banking date the posting was taken in.  An item  * ZBNKMPA1
002300*              the ledger can no longer carry is marked         * ZBNKMPA1
002400*              rejected with its reason and listed on the       * ZBNKMPA1
002500*              exceptions report, never abends the run.  The    * ZBNKMPA1
002600*              run then switches memo-post mode off on BNKCTL   * ZBNKMPA1
002700*              and makes a second pass for anything taken       * ZBNKMPA1
002800*              while the first pass was running.                * ZBNKMPA1
002833*              Every master-file update is journaled through    * ZBNKMPA1
002866*              UJOURNL for forward recovery.                    * ZBNKMPA1
002900***************************************************************** ZBNKMPA1
003000                                                                  ZBNKMPA1
003100 IDENTIFICATION DIVISION.                                         ZBNKMPA1
003200 PROGRAM-ID.                                                      ZBNKMPA1
003300     ZBNKMPA1.                                                    ZBNKMPA1
003400 DATE-WRITTEN.                                                    ZBNKMPA1
003500     October 2026.                                                ZBNKMPA1
003600 DATE-COMPILED.                                                   ZBNKMPA1
003700     Today.                                                       ZBNKMPA1
003800                                                                  ZBNKMPA1
003900 ENVIRONMENT DIVISION.                                            ZBNKMPA1
004000 INPUT-OUTPUT   SECTION.                                          ZBNKMPA1
004100   FILE-CONTROL.                                                  ZBNKMPA1
004200     SELECT BNKMEMO-FILE                                          ZBNKMPA1
004300            ASSIGN       TO BNKMEMO                               ZBNKMPA1
004400            ORGANIZATION IS INDEXED                               ZBNKMPA1
004500            ACCESS MODE  IS DYNAMIC                               ZBNKMPA1
004600            RECORD KEY   IS MP-KEY                                ZBNKMPA1
004700            ALTERNATE KEY IS MP-REC-FROM-KEY WITH DUPLICATES      ZBNKMPA1
004800            ALTERNATE KEY IS MP-REC-TO-KEY WITH DUPLICATES        ZBNKMPA1
004900            FILE STATUS  IS WS-BNKMEMO-STATUS.                    ZBNKMPA1
005000     SELECT BNKACC-FILE                                           ZBNKMPA1
005100            ASSIGN       TO BNKACC                                ZBNKMPA1
005200            ORGANIZATION IS INDEXED                               ZBNKMPA1
005300            ACCESS MODE  IS RANDOM                                ZBNKMPA1
005400            RECORD KEY   IS BAC-REC-ACCNO                         ZBNKMPA1
005500            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          ZBNKMPA1
005600            FILE STATUS  IS WS-BNKACC-STATUS.                     ZBNKMPA1
005700     SELECT BNKTXN-FILE                                           ZBNKMPA1
005800            ASSIGN       TO BNKTXN                                ZBNKMPA1
005900            ORGANIZATION IS INDEXED                               ZBNKMPA1
006000            ACCESS MODE  IS RANDOM                                ZBNKMPA1
006100            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKMPA1
006200            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKMPA1
006300            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKMPA1
006400            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKMPA1
006500     SELECT BNKCTL-FILE                                           ZBNKMPA1
006600            ASSIGN       TO BNKCTL                                ZBNKMPA1
006700            ORGANIZATION IS INDEXED                               ZBNKMPA1
006800            ACCESS MODE  IS RANDOM                                ZBNKMPA1
006900            RECORD KEY   IS CTL-KEY                               ZBNKMPA1
007000            FILE STATUS  IS WS-BNKCTL-STATUS.                     ZBNKMPA1
007100     SELECT PRINTOUT-FILE                                         ZBNKMPA1
007200            ASSIGN       TO PRINTOUT                              ZBNKMPA1
007300            ORGANIZATION IS SEQUENTIAL                            ZBNKMPA1
007400            ACCESS MODE  IS SEQUENTIAL                            ZBNKMPA1
007500            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKMPA1
007600                                                                  ZBNKMPA1
007700 DATA DIVISION.                                                   ZBNKMPA1
007800 FILE SECTION.                                                    ZBNKMPA1
007900                                                                  ZBNKMPA1
008000 FD  BNKMEMO-FILE.                                                ZBNKMPA1
008100 01  BNKMEMO-REC.                                                 ZBNKMPA1
008200 COPY CBANKVMP.                                                   ZBNKMPA1
008300                                                                  ZBNKMPA1
008400 FD  BNKACC-FILE.                                                 ZBNKMPA1
008500 01  BNKACC-REC.                                                  ZBNKMPA1
008600 COPY CBANKVAC.                                                   ZBNKMPA1
008700                                                                  ZBNKMPA1
008800 FD  BNKTXN-FILE.                                                 ZBNKMPA1
008900 01  BNKTXN-REC.                                                  ZBNKMPA1
009000 COPY CBANKVTX.                                                   ZBNKMPA1
009100                                                                  ZBNKMPA1
009200 FD  BNKCTL-FILE.                                                 ZBNKMPA1
009300 01  BNKCTL-REC.                                                  ZBNKMPA1
009400 COPY CBANKVCT.                                                   ZBNKMPA1
009500                                                                  ZBNKMPA1
009600 FD  PRINTOUT-FILE.                                               ZBNKMPA1
009700 01  PRINTOUT-REC                        PIC X(121).              ZBNKMPA1
009800                                                                  ZBNKMPA1
009900 WORKING-STORAGE SECTION.                                         ZBNKMPA1
009933 COPY CJOURNLD.                                                   ZBNKMPA1
009966                                                                  ZBNKMPA1
010000 COPY CRUNCTLD.                                                   ZBNKMPA1
010100                                                                  ZBNKMPA1
010200 COPY CTIMERD.                                                    ZBNKMPA1
010300                                                                  ZBNKMPA1
010400 COPY CTSTAMPD.                                                   ZBNKMPA1
010500                                                                  ZBNKMPA1
010600 COPY CBANKTXD.                                                   ZBNKMPA1
010700                                                                  ZBNKMPA1
010800 01  WS-TWOS-COMP.                                                ZBNKMPA1
010900   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      ZBNKMPA1
011000   05  WS-TWOS-COMP-INPUT                    PIC X(256).          ZBNKMPA1
011100   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          ZBNKMPA1
011200   05  WS-TWOS-COMP-FORMAT                 PIC X(1) VALUE 'B'.    ZBNKMPA1
011300                                                                  ZBNKMPA1
011400 01  WS-MISC-STORAGE.                                             ZBNKMPA1
011500   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKMPA1
011600       VALUE 'ZBNKMPA1'.                                          ZBNKMPA1
011700   05  WS-BNKMEMO-STATUS.                                         ZBNKMPA1
011800     10  WS-BNKMEMO-STAT1                    PIC X(1).            ZBNKMPA1
011900     10  WS-BNKMEMO-STAT2                    PIC X(1).            ZBNKMPA1
012000   05  WS-BNKACC-STATUS.                                          ZBNKMPA1
012100     10  WS-BNKACC-STAT1                     PIC X(1).            ZBNKMPA1
012200     10  WS-BNKACC-STAT2                     PIC X(1).            ZBNKMPA1
012300   05  WS-BNKTXN-STATUS.                                          ZBNKMPA1
012400     10  WS-BNKTXN-STAT1                     PIC X(1).            ZBNKMPA1
012500     10  WS-BNKTXN-STAT2                     PIC X(1).            ZBNKMPA1
012600   05  WS-BNKCTL-STATUS.                                          ZBNKMPA1
012700     10  WS-BNKCTL-STAT1                     PIC X(1).            ZBNKMPA1
012800     10  WS-BNKCTL-STAT2                     PIC X(1).            ZBNKMPA1
012900   05  WS-PRINTOUT-STATUS.                                        ZBNKMPA1
013000     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKMPA1
013100     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKMPA1
013200   05  WS-IO-STATUS.                                              ZBNKMPA1
013300     10  WS-IO-STAT1                         PIC X(1).            ZBNKMPA1
013400     10  WS-IO-STAT2                         PIC X(1).            ZBNKMPA1
013500   05  WS-TWO-BYTES.                                              ZBNKMPA1
013600     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKMPA1
013700     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKMPA1
013800   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKMPA1
013900                                             PIC 9(1) COMP.       ZBNKMPA1
014000   05  WS-END-OF-FILE                        PIC X(3)             ZBNKMPA1
014100       VALUE 'NO '.                                               ZBNKMPA1
014200   05  WS-TODAY-ISO                          PIC X(10).           ZBNKMPA1
014300   05  WS-ITEMS-PENDING                      PIC 9(7)             ZBNKMPA1
014400       VALUE ZERO.                                                ZBNKMPA1
014500   05  WS-ITEMS-APPLIED                      PIC 9(7)             ZBNKMPA1
014600       VALUE ZERO.                                                ZBNKMPA1
014700   05  WS-ITEMS-REJECTED                     PIC 9(7)             ZBNKMPA1
014800       VALUE ZERO.                                                ZBNKMPA1
014900   05  WS-ITEMS-LATE                         PIC 9(7)             ZBNKMPA1
015000       VALUE ZERO.                                                ZBNKMPA1
015100   05  WS-PASS                               PIC X(1).            ZBNKMPA1
015200     88  WS-PASS-FIRST                       VALUE '1'.           ZBNKMPA1
015300     88  WS-PASS-SECOND                      VALUE '2'.           ZBNKMPA1
015400   05  WS-OD-FEE-SW                          PIC X(1).            ZBNKMPA1
015500     88  WS-OD-FEE-YES                       VALUE 'Y'.           ZBNKMPA1
015600     88  WS-OD-FEE-NO                        VALUE 'N'.           ZBNKMPA1
015700   05  WS-LEG-TIMESTAMP                      PIC X(26).           ZBNKMPA1
015800   05  WS-NEW-FROM-BAL                       PIC S9(9)V99 COMP-3. ZBNKMPA1
015900   05  WS-FAIL-REASON                        PIC X(30).           ZBNKMPA1
016000                                                                  ZBNKMPA1
016100 01  WS-REPORT-LINES.                                             ZBNKMPA1
016200   05  WS-LINE1.                                                  ZBNKMPA1
016300     10  WS-LINE1-CC                     PIC X(1)                 ZBNKMPA1
016400         VALUE '1'.                                               ZBNKMPA1
016500     10  FILLER                          PIC X(20)                ZBNKMPA1
016600         VALUE SPACES.                                            ZBNKMPA1
016700     10  WS-LINE1-HEAD                   PIC X(45)                ZBNKMPA1
016800         VALUE 'Memo-Post Catch-Up - Exceptions'.                 ZBNKMPA1
016900   05  WS-LINE3.                                                  ZBNKMPA1
017000     10  WS-LINE3-CC                     PIC X(1)                 ZBNKMPA1
017100         VALUE ' '.                                               ZBNKMPA1
017200     10  FILLER                          PIC X(10)                ZBNKMPA1
017300         VALUE 'Post date'.                                       ZBNKMPA1
017400     10  FILLER                          PIC X(10)                ZBNKMPA1
017500         VALUE 'Source'.                                          ZBNKMPA1
017600     10  FILLER                          PIC X(11)                ZBNKMPA1
017700         VALUE 'From acct'.                                       ZBNKMPA1
017800     10  FILLER                          PIC X(11)                ZBNKMPA1
017900         VALUE 'To acct'.                                         ZBNKMPA1
018000     10  FILLER                          PIC X(15)                ZBNKMPA1
018100         VALUE 'Amount'.                                          ZBNKMPA1
018200     10  FILLER                          PIC X(30)                ZBNKMPA1
018300         VALUE 'Reason'.                                          ZBNKMPA1
018400   05  WS-LINE4.                                                  ZBNKMPA1
018500     10  WS-LINE4-CC                     PIC X(1)                 ZBNKMPA1
018600         VALUE ' '.                                               ZBNKMPA1
018700     10  WS-LINE4-DATE                   PIC X(10).               ZBNKMPA1
018800     10  WS-LINE4-SOURCE                 PIC X(10).               ZBNKMPA1
018900     10  WS-LINE4-FROM                   PIC X(11).               ZBNKMPA1
019000     10  WS-LINE4-TO                     PIC X(11).               ZBNKMPA1
019100     10  WS-LINE4-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.      ZBNKMPA1
019200     10  FILLER                          PIC X(1)                 ZBNKMPA1
019300         VALUE SPACES.                                            ZBNKMPA1
019400     10  WS-LINE4-REASON                 PIC X(30).               ZBNKMPA1
019500   05  WS-LINE5.                                                  ZBNKMPA1
019600     10  WS-LINE5-CC                     PIC X(1)                 ZBNKMPA1
019700         VALUE ' '.                                               ZBNKMPA1
019800     10  WS-LINE5-DESC                   PIC X(30).               ZBNKMPA1
019900     10  WS-LINE5-COUNT                  PIC ZZZZZZ9.             ZBNKMPA1
020000                                                                  ZBNKMPA1
020100 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKMPA1
020200                                                                  ZBNKMPA1
020300 LINKAGE SECTION.                                                 ZBNKMPA1
020400 01  LK-EXEC-PARM.                                                ZBNKMPA1
020500   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKMPA1
020600   05  LK-EXEC-PARM-DATA                     PIC X(12).           ZBNKMPA1
020700                                                                  ZBNKMPA1
020800 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKMPA1
020900                                                                  ZBNKMPA1
021000     PERFORM RUN-TIME.                                            ZBNKMPA1
021100                                                                  ZBNKMPA1
021200     MOVE 'Memo-post catch-up starting'                           ZBNKMPA1
021300       TO WS-CONSOLE-MESSAGE.                                     ZBNKMPA1
021400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKMPA1
021500                                                                  ZBNKMPA1
021600***************************************************************** ZBNKMPA1
021700* Run-control - refuse a second catch-up for the same day       * ZBNKMPA1
021800* unless the operator asked for a restart in the EXEC PARM      * ZBNKMPA1
021900***************************************************************** ZBNKMPA1
022000     MOVE SPACES TO RUN-CTL-DATA.                                 ZBNKMPA1
022100     SET RUN-CTL-CHECK-START TO TRUE.                             ZBNKMPA1
022200     MOVE WS-PROGRAM-ID TO RUN-CTL-JOB.                           ZBNKMPA1
022300     MOVE SPACES TO RUN-CTL-PREDECESSOR.                          ZBNKMPA1
022400     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO AND                  ZBNKMPA1
022500        LK-EXEC-PARM-DATA (1:7) IS EQUAL TO 'RESTART'             ZBNKMPA1
022600        SET RUN-CTL-RESTART-YES TO TRUE                           ZBNKMPA1
022700     END-IF.                                                      ZBNKMPA1
022800     CALL 'URUNCTL' USING RUN-CTL-DATA.                           ZBNKMPA1
022900     IF NOT RUN-CTL-OK                                            ZBNKMPA1
023000        MOVE RUN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKMPA1
023100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPA1
023200        MOVE 'Run-control problem - job not run'                  ZBNKMPA1
023300          TO WS-CONSOLE-MESSAGE                                   ZBNKMPA1
023400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPA1
023500        MOVE 8 TO RETURN-CODE                                     ZBNKMPA1
023600        GOBACK                                                    ZBNKMPA1
023700     END-IF.                                                      ZBNKMPA1
023800                                                                  ZBNKMPA1
023900 COPY CTSTAMPP.                                                   ZBNKMPA1
024000     MOVE WS-TS-DATE TO WS-TODAY-ISO.                             ZBNKMPA1
024100                                                                  ZBNKMPA1
024200     PERFORM OPEN-FILES.                                          ZBNKMPA1
024300     PERFORM PRINT-REPORT-HEADER.                                 ZBNKMPA1
024400                                                                  ZBNKMPA1
024500***************************************************************** ZBNKMPA1
024600* First pass with the online paths still memo-posting, then     * ZBNKMPA1
024700* hand the masters back to them and sweep up whatever arrived   * ZBNKMPA1
024800* in the meantime                                               * ZBNKMPA1
024900***************************************************************** ZBNKMPA1
025000     SET WS-PASS-FIRST TO TRUE.                                   ZBNKMPA1
025100     PERFORM APPLY-MEMO-PASS.                                     ZBNKMPA1
025200     PERFORM SWITCH-MEMO-MODE-OFF.                                ZBNKMPA1
025300     SET WS-PASS-SECOND TO TRUE.                                  ZBNKMPA1
025400     PERFORM APPLY-MEMO-PASS.                                     ZBNKMPA1
025500                                                                  ZBNKMPA1
025600     PERFORM PRINT-REPORT-TOTALS.                                 ZBNKMPA1
025700     PERFORM CLOSE-FILES.                                         ZBNKMPA1
025800                                                                  ZBNKMPA1
025900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKMPA1
026000     STRING WS-ITEMS-APPLIED DELIMITED BY SIZE                    ZBNKMPA1
026100            ' applied, ' DELIMITED BY SIZE                        ZBNKMPA1
026200            WS-ITEMS-REJECTED DELIMITED BY SIZE                   ZBNKMPA1
026300            ' rejected' DELIMITED BY SIZE                         ZBNKMPA1
026400       INTO WS-CONSOLE-MESSAGE.                                   ZBNKMPA1
026500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKMPA1
026600     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKMPA1
026700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKMPA1
026800                                                                  ZBNKMPA1
026900     PERFORM RUN-TIME.                                            ZBNKMPA1
027000                                                                  ZBNKMPA1
027100     MOVE 0 TO RETURN-CODE.                                       ZBNKMPA1
027200                                                                  ZBNKMPA1
027300     SET RUN-CTL-MARK-END TO TRUE.                                ZBNKMPA1
027400     CALL 'URUNCTL' USING RUN-CTL-DATA.                           ZBNKMPA1
027500                                                                  ZBNKMPA1
027600     GOBACK.                                                      ZBNKMPA1
027700                                                                  ZBNKMPA1
027800***************************************************************** ZBNKMPA1
027900* Read BNKMEMO from the start in capture-timestamp order and    * ZBNKMPA1
028000* apply every item still pending                                * ZBNKMPA1
028100***************************************************************** ZBNKMPA1
028200 APPLY-MEMO-PASS.                                                 ZBNKMPA1
028300     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKMPA1
028400     MOVE LOW-VALUES TO MP-KEY.                                   ZBNKMPA1
028500     START BNKMEMO-FILE KEY GREATER THAN MP-KEY.                  ZBNKMPA1
028600     IF WS-BNKMEMO-STATUS IS NOT EQUAL TO '00'                    ZBNKMPA1
028700        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKMPA1
028800     END-IF.                                                      ZBNKMPA1
028900                                                                  ZBNKMPA1
029000     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKMPA1
029100        READ BNKMEMO-FILE NEXT RECORD                             ZBNKMPA1
029200        IF WS-BNKMEMO-STATUS IS EQUAL TO '10'                     ZBNKMPA1
029300           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKMPA1
029400        ELSE                                                      ZBNKMPA1
029500           IF WS-BNKMEMO-STATUS IS NOT EQUAL TO '00'              ZBNKMPA1
029600              MOVE 'BNKMEMO read error during scan'               ZBNKMPA1
029700                TO WS-CONSOLE-MESSAGE                             ZBNKMPA1
029800              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKMPA1
029900              MOVE WS-BNKMEMO-STATUS TO WS-IO-STATUS              ZBNKMPA1
030000              PERFORM DISPLAY-IO-STATUS                           ZBNKMPA1
030100              PERFORM ABORT-PROGRAM                               ZBNKMPA1
030200           ELSE                                                   ZBNKMPA1
030300              PERFORM APPLY-ONE-ITEM THRU                         ZBNKMPA1
030400                      APPLY-ONE-ITEM-EXIT                         ZBNKMPA1
030500           END-IF                                                 ZBNKMPA1
030600        END-IF                                                    ZBNKMPA1
030700     END-PERFORM.                                                 ZBNKMPA1
030800                                                                  ZBNKMPA1
030900***************************************************************** ZBNKMPA1
031000* Apply one pending item - debit the FROM account within its    * ZBNKMPA1
031100* overdraft limit, credit the TO account, write the BNKTXN legs * ZBNKMPA1
031200* and mark the item applied or rejected                         * ZBNKMPA1
031300***************************************************************** ZBNKMPA1
031400 APPLY-ONE-ITEM.                                                  ZBNKMPA1
031500     IF NOT MP-STATUS-PENDING                                     ZBNKMPA1
031600        GO TO APPLY-ONE-ITEM-EXIT                                 ZBNKMPA1
031700     END-IF.                                                      ZBNKMPA1
031800     ADD 1 TO WS-ITEMS-PENDING.                                   ZBNKMPA1
031900     IF WS-PASS-SECOND                                            ZBNKMPA1
032000        ADD 1 TO WS-ITEMS-LATE                                    ZBNKMPA1
032100     END-IF.                                                      ZBNKMPA1
032200     MOVE SPACES TO WS-FAIL-REASON.                               ZBNKMPA1
032300                                                                  ZBNKMPA1
032400     MOVE MP-REC-FROM-ACCNO TO BAC-REC-ACCNO.                     ZBNKMPA1
032500     READ BNKACC-FILE.                                            ZBNKMPA1
032600     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKMPA1
032700        MOVE 'Paying account not on file' TO WS-FAIL-REASON       ZBNKMPA1
032800        PERFORM MARK-ITEM-REJECTED                                ZBNKMPA1
032900        GO TO APPLY-ONE-ITEM-EXIT                                 ZBNKMPA1
033000     END-IF.                                                      ZBNKMPA1
033100     IF NOT BAC-STATUS-OPEN                                       ZBNKMPA1
033200        MOVE 'Paying account not open' TO WS-FAIL-REASON          ZBNKMPA1
033300        PERFORM MARK-ITEM-REJECTED                                ZBNKMPA1
033400        GO TO APPLY-ONE-ITEM-EXIT                                 ZBNKMPA1
033500     END-IF.                                                      ZBNKMPA1
033600     IF BAC-REC-OD-LIMIT IS NOT NUMERIC                           ZBNKMPA1
033700        MOVE ZERO TO BAC-REC-OD-LIMIT                             ZBNKMPA1
033800     END-IF.                                                      ZBNKMPA1
033900     COMPUTE WS-NEW-FROM-BAL =                                    ZBNKMPA1
034000             BAC-REC-BALANCE + MP-REC-FROM-AMOUNT.                ZBNKMPA1
034100     IF MP-REC-FROM-AMOUNT IS LESS THAN ZERO AND                  ZBNKMPA1
034200        WS-NEW-FROM-BAL IS LESS THAN ZERO AND                     ZBNKMPA1
034300        (WS-NEW-FROM-BAL * -1) IS GREATER THAN BAC-REC-OD-LIMIT   ZBNKMPA1
034400        MOVE 'Insufficient funds' TO WS-FAIL-REASON               ZBNKMPA1
034500        PERFORM MARK-ITEM-REJECTED                                ZBNKMPA1
034600        GO TO APPLY-ONE-ITEM-EXIT                                 ZBNKMPA1
034700     END-IF.                                                      ZBNKMPA1
034800     SET WS-OD-FEE-NO TO TRUE.                                    ZBNKMPA1
034900     IF MP-REC-OD-FEE-AMOUNT IS NOT NUMERIC                       ZBNKMPA1
035000        MOVE ZERO TO MP-REC-OD-FEE-AMOUNT                         ZBNKMPA1
035100     END-IF.                                                      ZBNKMPA1
035200     IF MP-REC-FROM-AMOUNT IS LESS THAN ZERO AND                  ZBNKMPA1
035300        WS-NEW-FROM-BAL IS LESS THAN ZERO AND                     ZBNKMPA1
035400        MP-REC-OD-FEE-AMOUNT IS GREATER THAN ZERO                 ZBNKMPA1
035500        SET WS-OD-FEE-YES TO TRUE                                 ZBNKMPA1
035600     END-IF.                                                      ZBNKMPA1
035700     MOVE WS-NEW-FROM-BAL TO BAC-REC-BALANCE.                     ZBNKMPA1
035800     REWRITE BAC-RECORD                                           ZBNKMPA1
035833     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKMPA1
035866     PERFORM JOURNAL-BNKACC.                                      ZBNKMPA1
035900     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKMPA1
036000        MOVE 'Unable to debit paying account'                     ZBNKMPA1
036100          TO WS-CONSOLE-MESSAGE                                   ZBNKMPA1
036200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPA1
036300        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKMPA1
036400        PERFORM DISPLAY-IO-STATUS                                 ZBNKMPA1
036500        PERFORM ABORT-PROGRAM                                     ZBNKMPA1
036600     END-IF.                                                      ZBNKMPA1
036700                                                                  ZBNKMPA1
036800     MOVE MP-REC-TO-ACCNO TO BAC-REC-ACCNO.                       ZBNKMPA1
036900     READ BNKACC-FILE.                                            ZBNKMPA1
037000     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKMPA1
037100        PERFORM RESTORE-FROM-ACCOUNT                              ZBNKMPA1
037200        MOVE 'Receiving account not on file' TO WS-FAIL-REASON    ZBNKMPA1
037300        PERFORM MARK-ITEM-REJECTED                                ZBNKMPA1
037400        GO TO APPLY-ONE-ITEM-EXIT                                 ZBNKMPA1
037500     END-IF.                                                      ZBNKMPA1
037600     IF NOT BAC-STATUS-OPEN                                       ZBNKMPA1
037700        PERFORM RESTORE-FROM-ACCOUNT                              ZBNKMPA1
037800        MOVE 'Receiving account not open' TO WS-FAIL-REASON       ZBNKMPA1
037900        PERFORM MARK-ITEM-REJECTED                                ZBNKMPA1
038000        GO TO APPLY-ONE-ITEM-EXIT                                 ZBNKMPA1
038100     END-IF.                                                      ZBNKMPA1
038200     ADD MP-REC-TO-AMOUNT TO BAC-REC-BALANCE.                     ZBNKMPA1
038300     REWRITE BAC-RECORD                                           ZBNKMPA1
038333     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKMPA1
038366     PERFORM JOURNAL-BNKACC.                                      ZBNKMPA1
038400     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKMPA1
038500        MOVE 'Unable to credit receiving account'                 ZBNKMPA1
038600          TO WS-CONSOLE-MESSAGE                                   ZBNKMPA1
038700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPA1
038800        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKMPA1
038900        PERFORM DISPLAY-IO-STATUS                                 ZBNKMPA1
039000        PERFORM ABORT-PROGRAM                                     ZBNKMPA1
039100     END-IF.                                                      ZBNKMPA1
039200                                                                  ZBNKMPA1
039300     PERFORM WRITE-MEMO-AUDIT-LEGS.                               ZBNKMPA1
039400                                                                  ZBNKMPA1
039500     SET MP-STATUS-APPLIED TO TRUE.                               ZBNKMPA1
039600     MOVE WS-TODAY-ISO TO MP-REC-APPLIED-DATE.                    ZBNKMPA1
039700     REWRITE MP-RECORD.                                           ZBNKMPA1
039800     IF WS-BNKMEMO-STATUS IS NOT EQUAL TO '00'                    ZBNKMPA1
039900        MOVE 'Unable to mark item applied'                        ZBNKMPA1
040000          TO WS-CONSOLE-MESSAGE                                   ZBNKMPA1
040100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPA1
040200        MOVE WS-BNKMEMO-STATUS TO WS-IO-STATUS                    ZBNKMPA1
040300        PERFORM DISPLAY-IO-STATUS                                 ZBNKMPA1
040400        PERFORM ABORT-PROGRAM                                     ZBNKMPA1
040500     END-IF.                                                      ZBNKMPA1
040600     ADD 1 TO WS-ITEMS-APPLIED.                                   ZBNKMPA1
040700 APPLY-ONE-ITEM-EXIT.                                             ZBNKMPA1
040800     EXIT.                                                        ZBNKMPA1
040900                                                                  ZBNKMPA1
041000***************************************************************** ZBNKMPA1
041100* The TO side failed after the debit - put the money back       * ZBNKMPA1
041200***************************************************************** ZBNKMPA1
041300 RESTORE-FROM-ACCOUNT.                                            ZBNKMPA1
041400     MOVE MP-REC-FROM-ACCNO TO BAC-REC-ACCNO.                     ZBNKMPA1
041500     READ BNKACC-FILE.                                            ZBNKMPA1
041600     SUBTRACT MP-REC-FROM-AMOUNT FROM BAC-REC-BALANCE.            ZBNKMPA1
041700     REWRITE BAC-RECORD                                           ZBNKMPA1
041733     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKMPA1
041766     PERFORM JOURNAL-BNKACC.                                      ZBNKMPA1
041800     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKMPA1
041900        MOVE 'Unable to restore payer after failure'              ZBNKMPA1
042000          TO WS-CONSOLE-MESSAGE                                   ZBNKMPA1
042100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPA1
042200        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKMPA1
042300        PERFORM DISPLAY-IO-STATUS                                 ZBNKMPA1
042400        PERFORM ABORT-PROGRAM                                     ZBNKMPA1
042500     END-IF.                                                      ZBNKMPA1
042600                                                                  ZBNKMPA1
042700***************************************************************** ZBNKMPA1
042800* Mark the current item rejected with its reason and print the  * ZBNKMPA1
042900* exception line                                                * ZBNKMPA1
043000***************************************************************** ZBNKMPA1
043100 MARK-ITEM-REJECTED.                                              ZBNKMPA1
043200     SET MP-STATUS-REJECTED TO TRUE.                              ZBNKMPA1
043300     MOVE WS-FAIL-REASON TO MP-REC-REASON.                        ZBNKMPA1
043400     MOVE WS-TODAY-ISO TO MP-REC-APPLIED-DATE.                    ZBNKMPA1
043500     REWRITE MP-RECORD.                                           ZBNKMPA1
043600     IF WS-BNKMEMO-STATUS IS NOT EQUAL TO '00'                    ZBNKMPA1
043700        MOVE 'Unable to mark item rejected'                       ZBNKMPA1
043800          TO WS-CONSOLE-MESSAGE                                   ZBNKMPA1
043900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPA1
044000        MOVE WS-BNKMEMO-STATUS TO WS-IO-STATUS                    ZBNKMPA1
044100        PERFORM DISPLAY-IO-STATUS                                 ZBNKMPA1
044200        PERFORM ABORT-PROGRAM                                     ZBNKMPA1
044300     END-IF.                                                      ZBNKMPA1
044400     ADD 1 TO WS-ITEMS-REJECTED.                                  ZBNKMPA1
044500     MOVE MP-REC-POSTING-DATE TO WS-LINE4-DATE.                   ZBNKMPA1
044600     MOVE MP-REC-SOURCE TO WS-LINE4-SOURCE.                       ZBNKMPA1
044700     MOVE MP-REC-FROM-ACCNO TO WS-LINE4-FROM.                     ZBNKMPA1
044800     MOVE MP-REC-TO-ACCNO TO WS-LINE4-TO.                         ZBNKMPA1
044900     MOVE MP-REC-TO-AMOUNT TO WS-LINE4-AMOUNT.                    ZBNKMPA1
045000     MOVE WS-FAIL-REASON TO WS-LINE4-REASON.                      ZBNKMPA1
045100     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKMPA1
045200     PERFORM PRINTOUT-PUT.                                        ZBNKMPA1
045300                                                                  ZBNKMPA1
045400***************************************************************** ZBNKMPA1
045500* Write the BNKTXN legs DBANK06P would have written online -    * ZBNKMPA1
045600* the capture timestamp with byte 26 '0' for the FROM leg, '1'  * ZBNKMPA1
045700* for the TO leg and '2' for the overdraft-fee row, dated with  * ZBNKMPA1
045800* the banking day the posting was taken in                      * ZBNKMPA1
045900***************************************************************** ZBNKMPA1
046000 WRITE-MEMO-AUDIT-LEGS.                                           ZBNKMPA1
046100     MOVE MP-REC-TIMESTAMP TO WS-LEG-TIMESTAMP.                   ZBNKMPA1
046200     MOVE '0' TO WS-LEG-TIMESTAMP (26:1).                         ZBNKMPA1
046300                                                                  ZBNKMPA1
046400     MOVE SPACES TO BTX-RECORD.                                   ZBNKMPA1
046500     MOVE MP-REC-FROM-PID TO BTX-REC-PID.                         ZBNKMPA1
046600     IF MP-REC-TXN-TYPE IS EQUAL TO SPACE OR                      ZBNKMPA1
046700        MP-REC-TXN-TYPE IS EQUAL TO LOW-VALUES                    ZBNKMPA1
046800        MOVE '1' TO BTX-REC-TYPE                                  ZBNKMPA1
046900     ELSE                                                         ZBNKMPA1
047000        MOVE MP-REC-TXN-TYPE TO BTX-REC-TYPE                      ZBNKMPA1
047100     END-IF.                                                      ZBNKMPA1
047200     MOVE '1' TO BTX-REC-SUB-TYPE.                                ZBNKMPA1
047300     MOVE MP-REC-FROM-ACCNO TO BTX-REC-ACCNO.                     ZBNKMPA1
047400     MOVE MP-REC-FROM-AMOUNT TO BTX-REC-AMOUNT.                   ZBNKMPA1
047500     MOVE SPACES TO TXN-DATA.                                     ZBNKMPA1
047600     MOVE MP-REC-FROM-DESC TO TXN-T1-OLD-DESC.                    ZBNKMPA1
047700     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       ZBNKMPA1
047800     MOVE TXN-DATA-NEW TO BTX-REC-DATA-NEW.                       ZBNKMPA1
047900     PERFORM WRITE-BTX-RECORD.                                    ZBNKMPA1
048000                                                                  ZBNKMPA1
048100     MOVE '1' TO WS-LEG-TIMESTAMP (26:1).                         ZBNKMPA1
048200     MOVE MP-REC-TO-PID TO BTX-REC-PID.                           ZBNKMPA1
048300     MOVE '2' TO BTX-REC-SUB-TYPE.                                ZBNKMPA1
048400     MOVE MP-REC-TO-ACCNO TO BTX-REC-ACCNO.                       ZBNKMPA1
048500     MOVE MP-REC-TO-AMOUNT TO BTX-REC-AMOUNT.                     ZBNKMPA1
048600     MOVE SPACES TO TXN-DATA.                                     ZBNKMPA1
048700     MOVE MP-REC-TO-DESC TO TXN-T1-OLD-DESC.                      ZBNKMPA1
048800     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       ZBNKMPA1
048900     MOVE TXN-DATA-NEW TO BTX-REC-DATA-NEW.                       ZBNKMPA1
049000     PERFORM WRITE-BTX-RECORD.                                    ZBNKMPA1
049100                                                                  ZBNKMPA1
049200     IF WS-OD-FEE-YES                                             ZBNKMPA1
049300        MOVE '2' TO WS-LEG-TIMESTAMP (26:1)                       ZBNKMPA1
049400        MOVE MP-REC-FROM-PID TO BTX-REC-PID                       ZBNKMPA1
049500        MOVE '4' TO BTX-REC-TYPE                                  ZBNKMPA1
049600        MOVE '1' TO BTX-REC-SUB-TYPE                              ZBNKMPA1
049700        MOVE MP-REC-FROM-ACCNO TO BTX-REC-ACCNO                   ZBNKMPA1
049800        MOVE MP-REC-OD-FEE-AMOUNT TO BTX-REC-AMOUNT               ZBNKMPA1
049900        MOVE SPACES TO TXN-DATA                                   ZBNKMPA1
050000        MOVE 'Overdraft fee' TO TXN-T1-OLD-DESC                   ZBNKMPA1
050100        MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD                     ZBNKMPA1
050200        MOVE TXN-DATA-NEW TO BTX-REC-DATA-NEW                     ZBNKMPA1
050300        PERFORM WRITE-BTX-RECORD                                  ZBNKMPA1
050400     END-IF.                                                      ZBNKMPA1
050500                                                                  ZBNKMPA1
050600***************************************************************** ZBNKMPA1
050700* Flip the timestamp and write the entry held in the BNKTXN     * ZBNKMPA1
050800* record area, with the reference, branch and posting date      * ZBNKMPA1
050900* carried on the memo item                                      * ZBNKMPA1
051000***************************************************************** ZBNKMPA1
051100 WRITE-BTX-RECORD.                                                ZBNKMPA1
051200     MOVE WS-LEG-TIMESTAMP TO BTX-REC-TIMESTAMP.                  ZBNKMPA1
051300     MOVE WS-LEG-TIMESTAMP TO WS-TWOS-COMP-INPUT.                 ZBNKMPA1
051400     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      ZBNKMPA1
051500     MOVE LENGTH OF WS-LEG-TIMESTAMP TO WS-TWOS-COMP-LEN.         ZBNKMPA1
051600     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       ZBNKMPA1
051700                           WS-TWOS-COMP-INPUT                     ZBNKMPA1
051800                           WS-TWOS-COMP-OUTPUT                    ZBNKMPA1
051900                           WS-TWOS-COMP-FORMAT.                   ZBNKMPA1
052000     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKMPA1
052100     MOVE MP-REC-PAYMENT-REF TO BTX-REC-PAYMENT-REF.              ZBNKMPA1
052200     MOVE MP-REC-BRANCH-CODE TO BTX-REC-BRANCH-CODE.              ZBNKMPA1
052300     MOVE MP-REC-POSTING-DATE TO BTX-REC-POSTING-DATE.            ZBNKMPA1
052400 COPY CBANKTXP.                                                   ZBNKMPA1
052500     WRITE BTX-RECORD                                             ZBNKMPA1
052533     SET JRN-CTL-ADD TO TRUE                                      ZBNKMPA1
052566     PERFORM JOURNAL-BNKTXN.                                      ZBNKMPA1
052600     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKMPA1
052700        MOVE 'Unable to write memo-post audit record'             ZBNKMPA1
052800          TO WS-CONSOLE-MESSAGE                                   ZBNKMPA1
052900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPA1
053000        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKMPA1
053100        PERFORM DISPLAY-IO-STATUS                                 ZBNKMPA1
053200        PERFORM ABORT-PROGRAM                                     ZBNKMPA1
053300     END-IF.                                                      ZBNKMPA1
053400                                                                  ZBNKMPA1
053500***************************************************************** ZBNKMPA1
053600* Hand the masters back to the online paths - clear the mode    * ZBNKMPA1
053700* flag on the SYSTEM / MEMOPOST row of BNKCTL                   * ZBNKMPA1
053800***************************************************************** ZBNKMPA1
053900 SWITCH-MEMO-MODE-OFF.                                            ZBNKMPA1
054000     MOVE 'SYSTEM' TO CTL-REC-JOB.                                ZBNKMPA1
054100     MOVE 'MEMOPOST' TO CTL-REC-FILE-NAME.                        ZBNKMPA1
054200     READ BNKCTL-FILE.                                            ZBNKMPA1
054300     IF WS-BNKCTL-STATUS IS EQUAL TO '23'                         ZBNKMPA1
054400        MOVE 'Memo-post mode was never switched on'               ZBNKMPA1
054500          TO WS-CONSOLE-MESSAGE                                   ZBNKMPA1
054600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPA1
054700     ELSE                                                         ZBNKMPA1
054800        IF WS-BNKCTL-STATUS IS NOT EQUAL TO '00'                  ZBNKMPA1
054900           MOVE 'BNKCTL read error...' TO WS-CONSOLE-MESSAGE      ZBNKMPA1
055000           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKMPA1
055100           MOVE WS-BNKCTL-STATUS TO WS-IO-STATUS                  ZBNKMPA1
055200           PERFORM DISPLAY-IO-STATUS                              ZBNKMPA1
055300           PERFORM ABORT-PROGRAM                                  ZBNKMPA1
055400        END-IF                                                    ZBNKMPA1
055500        MOVE 'N' TO CTL-REC-FILLER (1:1)                          ZBNKMPA1
055600        MOVE WS-TODAY-ISO TO CTL-REC-RUN-DATE                     ZBNKMPA1
055700        MOVE WS-TIMESTAMP TO CTL-REC-TIMESTAMP                    ZBNKMPA1
055800        REWRITE CTL-RECORD                                        ZBNKMPA1
055900        IF WS-BNKCTL-STATUS IS NOT EQUAL TO '00'                  ZBNKMPA1
056000           MOVE 'Unable to switch memo-post mode off'             ZBNKMPA1
056100             TO WS-CONSOLE-MESSAGE                                ZBNKMPA1
056200           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKMPA1
056300           MOVE WS-BNKCTL-STATUS TO WS-IO-STATUS                  ZBNKMPA1
056400           PERFORM DISPLAY-IO-STATUS                              ZBNKMPA1
056500           PERFORM ABORT-PROGRAM                                  ZBNKMPA1
056600        END-IF                                                    ZBNKMPA1
056700        MOVE 'Memo-post mode switched off' TO WS-CONSOLE-MESSAGE  ZBNKMPA1
056800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPA1
056900     END-IF.                                                      ZBNKMPA1
057000                                                                  ZBNKMPA1
057100***************************************************************** ZBNKMPA1
057200* Print the report title and column headings                    * ZBNKMPA1
057300***************************************************************** ZBNKMPA1
057400 PRINT-REPORT-HEADER.                                             ZBNKMPA1
057500     MOVE WS-LINE1 TO PRINTOUT-REC.                               ZBNKMPA1
057600     PERFORM PRINTOUT-PUT.                                        ZBNKMPA1
057700     MOVE WS-LINE3 TO PRINTOUT-REC.                               ZBNKMPA1
057800     PERFORM PRINTOUT-PUT.                                        ZBNKMPA1
057900                                                                  ZBNKMPA1
058000***************************************************************** ZBNKMPA1
058100* Print the run totals                                          * ZBNKMPA1
058200***************************************************************** ZBNKMPA1
058300 PRINT-REPORT-TOTALS.                                             ZBNKMPA1
058400     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKMPA1
058500     PERFORM PRINTOUT-PUT.                                        ZBNKMPA1
058600     MOVE 'Items pending' TO WS-LINE5-DESC.                       ZBNKMPA1
058700     MOVE WS-ITEMS-PENDING TO WS-LINE5-COUNT.                     ZBNKMPA1
058800     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKMPA1
058900     PERFORM PRINTOUT-PUT.                                        ZBNKMPA1
059000     MOVE 'Items applied' TO WS-LINE5-DESC.                       ZBNKMPA1
059100     MOVE WS-ITEMS-APPLIED TO WS-LINE5-COUNT.                     ZBNKMPA1
059200     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKMPA1
059300     PERFORM PRINTOUT-PUT.                                        ZBNKMPA1
059400     MOVE 'Items rejected' TO WS-LINE5-DESC.                      ZBNKMPA1
059500     MOVE WS-ITEMS-REJECTED TO WS-LINE5-COUNT.                    ZBNKMPA1
059600     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKMPA1
059700     PERFORM PRINTOUT-PUT.                                        ZBNKMPA1
059800     MOVE 'Items taken during catch-up' TO WS-LINE5-DESC.         ZBNKMPA1
059900     MOVE WS-ITEMS-LATE TO WS-LINE5-COUNT.                        ZBNKMPA1
060000     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKMPA1
060100     PERFORM PRINTOUT-PUT.                                        ZBNKMPA1
060200                                                                  ZBNKMPA1
060300***************************************************************** ZBNKMPA1
060400* Write a record to the sequential print file                   * ZBNKMPA1
060500***************************************************************** ZBNKMPA1
060600 PRINTOUT-PUT.                                                    ZBNKMPA1
060700     WRITE PRINTOUT-REC.                                          ZBNKMPA1
060800     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKMPA1
060900       MOVE 'PRINTOUT error writing file...'                      ZBNKMPA1
061000         TO WS-CONSOLE-MESSAGE                                    ZBNKMPA1
061100       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKMPA1
061200       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKMPA1
061300       PERFORM DISPLAY-IO-STATUS                                  ZBNKMPA1
061400       PERFORM ABORT-PROGRAM                                      ZBNKMPA1
061500     END-IF.                                                      ZBNKMPA1
061600                                                                  ZBNKMPA1
061700***************************************************************** ZBNKMPA1
061800* Open all the files                                            * ZBNKMPA1
061900***************************************************************** ZBNKMPA1
062000 OPEN-FILES.                                                      ZBNKMPA1
062100     OPEN I-O BNKMEMO-FILE.                                       ZBNKMPA1
062200     IF WS-BNKMEMO-STATUS IS NOT EQUAL TO '00'                    ZBNKMPA1
062300        MOVE 'BNKMEMO file open failure...'                       ZBNKMPA1
062400          TO WS-CONSOLE-MESSAGE                                   ZBNKMPA1
062500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPA1
062600        MOVE WS-BNKMEMO-STATUS TO WS-IO-STATUS                    ZBNKMPA1
062700        PERFORM DISPLAY-IO-STATUS                                 ZBNKMPA1
062800        PERFORM ABORT-PROGRAM                                     ZBNKMPA1
062900     END-IF.                                                      ZBNKMPA1
063000     OPEN I-O BNKACC-FILE.                                        ZBNKMPA1
063100     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKMPA1
063200        MOVE 'BNKACC file open failure...'                        ZBNKMPA1
063300          TO WS-CONSOLE-MESSAGE                                   ZBNKMPA1
063400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPA1
063500        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKMPA1
063600        PERFORM DISPLAY-IO-STATUS                                 ZBNKMPA1
063700        PERFORM ABORT-PROGRAM                                     ZBNKMPA1
063800     END-IF.                                                      ZBNKMPA1
063900     OPEN I-O BNKTXN-FILE.                                        ZBNKMPA1
064000     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKMPA1
064100        MOVE 'BNKTXN file open failure...'                        ZBNKMPA1
064200          TO WS-CONSOLE-MESSAGE                                   ZBNKMPA1
064300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPA1
064400        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKMPA1
064500        PERFORM DISPLAY-IO-STATUS                                 ZBNKMPA1
064600        PERFORM ABORT-PROGRAM                                     ZBNKMPA1
064700     END-IF.                                                      ZBNKMPA1
064800     OPEN I-O BNKCTL-FILE.                                        ZBNKMPA1
064900     IF WS-BNKCTL-STATUS IS NOT EQUAL TO '00'                     ZBNKMPA1
065000        MOVE 'BNKCTL file open failure...'                        ZBNKMPA1
065100          TO WS-CONSOLE-MESSAGE                                   ZBNKMPA1
065200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPA1
065300        MOVE WS-BNKCTL-STATUS TO WS-IO-STATUS                     ZBNKMPA1
065400        PERFORM DISPLAY-IO-STATUS                                 ZBNKMPA1
065500        PERFORM ABORT-PROGRAM                                     ZBNKMPA1
065600     END-IF.                                                      ZBNKMPA1
065700     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKMPA1
065800     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKMPA1
065900        MOVE 'PRINTOUT file open failure...'                      ZBNKMPA1
066000          TO WS-CONSOLE-MESSAGE                                   ZBNKMPA1
066100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPA1
066200        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKMPA1
066300        PERFORM DISPLAY-IO-STATUS                                 ZBNKMPA1
066400        PERFORM ABORT-PROGRAM                                     ZBNKMPA1
066500     END-IF.                                                      ZBNKMPA1
066600                                                                  ZBNKMPA1
066700***************************************************************** ZBNKMPA1
066800* Close all the files                                           * ZBNKMPA1
066900***************************************************************** ZBNKMPA1
067000 CLOSE-FILES.                                                     ZBNKMPA1
067100     CLOSE BNKMEMO-FILE.                                          ZBNKMPA1
067200     CLOSE BNKACC-FILE.                                           ZBNKMPA1
067300     CLOSE BNKTXN-FILE.                                           ZBNKMPA1
067400     CLOSE BNKCTL-FILE.                                           ZBNKMPA1
067500     CLOSE PRINTOUT-FILE.                                         ZBNKMPA1
067600                                                                  ZBNKMPA1
067603***************************************************************** ZBNKMPA1
067606* Journal the BNKACC record just added, changed or deleted so   * ZBNKMPA1
067609* it can be rolled forward onto a reload                        * ZBNKMPA1
067612***************************************************************** ZBNKMPA1
067615 JOURNAL-BNKACC.                                                  ZBNKMPA1
067618     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKMPA1
067621     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKMPA1
067624     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKMPA1
067627     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKMPA1
067630     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKMPA1
067633     IF JRN-CTL-ERROR                                             ZBNKMPA1
067636        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKMPA1
067639        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPA1
067642        PERFORM ABORT-PROGRAM                                     ZBNKMPA1
067645     END-IF.                                                      ZBNKMPA1
067648                                                                  ZBNKMPA1
067651***************************************************************** ZBNKMPA1
067654* Journal the BNKTXN record just added, changed or deleted so   * ZBNKMPA1
067657* it can be rolled forward onto a reload                        * ZBNKMPA1
067660***************************************************************** ZBNKMPA1
067663 JOURNAL-BNKTXN.                                                  ZBNKMPA1
067666     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKMPA1
067669     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKMPA1
067672     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKMPA1
067675     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKMPA1
067678     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKMPA1
067681     IF JRN-CTL-ERROR                                             ZBNKMPA1
067684        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKMPA1
067687        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPA1
067690        PERFORM ABORT-PROGRAM                                     ZBNKMPA1
067693     END-IF.                                                      ZBNKMPA1
067696                                                                  ZBNKMPA1
067700***************************************************************** ZBNKMPA1
067800* Display the file status bytes. This routine will display as   * ZBNKMPA1
067900* two digits if the full two byte file status is numeric. If    * ZBNKMPA1
068000* second byte is non-numeric then it will be treated as a       * ZBNKMPA1
068100* binary number.                                                * ZBNKMPA1
068200***************************************************************** ZBNKMPA1
068300 DISPLAY-IO-STATUS.                                               ZBNKMPA1
068400     IF WS-IO-STATUS NUMERIC                                      ZBNKMPA1
068500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKMPA1
068600        STRING 'File status -' DELIMITED BY SIZE                  ZBNKMPA1
068700               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKMPA1
068800          INTO WS-CONSOLE-MESSAGE                                 ZBNKMPA1
068900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPA1
069000     ELSE                                                         ZBNKMPA1
069100        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKMPA1
069200        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKMPA1
069300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKMPA1
069400        STRING 'File status -' DELIMITED BY SIZE                  ZBNKMPA1
069500               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKMPA1
069600               '/' DELIMITED BY SIZE                              ZBNKMPA1
069700               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKMPA1
069800          INTO WS-CONSOLE-MESSAGE                                 ZBNKMPA1
069900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPA1
070000     END-IF.                                                      ZBNKMPA1
070100                                                                  ZBNKMPA1
070200***************************************************************** ZBNKMPA1
070300* 'ABORT' the program.                                          * ZBNKMPA1
070400* Post a message to the console and issue a STOP RUN            * ZBNKMPA1
070500***************************************************************** ZBNKMPA1
070600 ABORT-PROGRAM.                                                   ZBNKMPA1
070700     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKMPA1
070800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPA1
070900     END-IF.                                                      ZBNKMPA1
071000     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKMPA1
071100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKMPA1
071200     MOVE 16 TO RETURN-CODE.                                      ZBNKMPA1
071300     STOP RUN.                                                    ZBNKMPA1
071400                                                                  ZBNKMPA1
071500***************************************************************** ZBNKMPA1
071600* Display CONSOLE messages...                                   * ZBNKMPA1
071700***************************************************************** ZBNKMPA1
071800 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKMPA1
071900     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKMPA1
072000       UPON CONSOLE.                                              ZBNKMPA1
072100     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKMPA1
072200                                                                  ZBNKMPA1
072300 COPY CTIMERP.                                                    ZBNKMPA1
072400                                                                  ZBNKMPA1
072500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKMPA1
