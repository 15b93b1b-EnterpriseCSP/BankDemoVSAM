000100***************************************************************** ZBNKCAT1
000200*                                                               * ZBNKCAT1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKCAT1
000400*   This demonstration program is provided for use by users     * ZBNKCAT1
000500*   of Micro Focus products and may be used, modified and       * ZBNKCAT1
000600*   distributed as part of your application provided that       * ZBNKCAT1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKCAT1
000800*   in this material.                                           * ZBNKCAT1
000900*                                                               * ZBNKCAT1
001000***************************************************************** ZBNKCAT1
001100                                                                  ZBNKCAT1
001200***************************************************************** ZBNKCAT1
001300* Program:     ZBNKCAT1.CBL                                     * ZBNKCAT1
001400* Function:    Nightly spending categorisation.  Every debit on * ZBNKCAT1
001500*              BNKTXN posted since the first of last month is   * ZBNKCAT1
001600*              given a spending category (see CSPCATD) from the * ZBNKCAT1
001700*              CATTAB mapping table, which staff maintain.      * ZBNKCAT1
001800*              Each row of the table maps one of:               * ZBNKCAT1
001900*                P  a POS merchant descriptor, found anywhere   * ZBNKCAT1
002000*                   in the description of a card purchase       * ZBNKCAT1
002100*                Y  a payee name or other description text,     * ZBNKCAT1
002200*                   found anywhere in the description of any    * ZBNKCAT1
002300*                   other debit                                 * ZBNKCAT1
002400*                T  a transaction type and sub-type, the        * ZBNKCAT1
002500*                   sub-type given as * to cover them all       * ZBNKCAT1
002600*              and a description match wins over a type row,    * ZBNKCAT1
002700*              an exact sub-type over *, and an earlier row     * ZBNKCAT1
002800*              over a later one of the same kind.  A debit      * ZBNKCAT1
002900*              nothing places goes to OT (other).  A debit the  * ZBNKCAT1
003000*              customer has recategorised on the spending       * ZBNKCAT1
003100*              categories screen is left as they set it; one    * ZBNKCAT1
003200*              set by an earlier run is looked at again, so a   * ZBNKCAT1
003300*              table change reaches the open and the last month * ZBNKCAT1
003400*              the next night.  An EXEC PARM date (YYYYMMDD)    * ZBNKCAT1
003500*              starts the scan earlier for a back-fill.  The    * ZBNKCAT1
003600*              report shows the debits per category and how     * ZBNKCAT1
003700*              many were changed.                               * ZBNKCAT1
003800*              Every master-file update is journaled through    * ZBNKCAT1
003900*              UJOURNL for forward recovery.                    * ZBNKCAT1
004000***************************************************************** ZBNKCAT1
004100                                                                  ZBNKCAT1
004200 IDENTIFICATION DIVISION.                                         ZBNKCAT1
004300 PROGRAM-ID.                                                      ZBNKCAT1
004400     ZBNKCAT1.                                                    ZBNKCAT1
004500 DATE-WRITTEN.                                                    ZBNKCAT1
004600     October 2026.                                                ZBNKCAT1
004700 DATE-COMPILED.                                                   ZBNKCAT1
004800     Today.                                                       ZBNKCAT1
004900                                                                  ZBNKCAT1
005000 ENVIRONMENT DIVISION.                                            ZBNKCAT1
005100 INPUT-OUTPUT   SECTION.                                          ZBNKCAT1
005200   FILE-CONTROL.                                                  ZBNKCAT1
005300     SELECT CATTAB-FILE                                           ZBNKCAT1
005400            ASSIGN       TO CATTAB                                ZBNKCAT1
005500            ORGANIZATION IS SEQUENTIAL                            ZBNKCAT1
005600            ACCESS MODE  IS SEQUENTIAL                            ZBNKCAT1
005700            FILE STATUS  IS WS-CATTAB-STATUS.                     ZBNKCAT1
005800     SELECT BNKTXN-FILE                                           ZBNKCAT1
005900            ASSIGN       TO BNKTXN                                ZBNKCAT1
006000            ORGANIZATION IS INDEXED                               ZBNKCAT1
006100            ACCESS MODE  IS DYNAMIC                               ZBNKCAT1
006200            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKCAT1
006300            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKCAT1
006400            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKCAT1
006500            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKCAT1
006600     SELECT PRINTOUT-FILE                                         ZBNKCAT1
006700            ASSIGN       TO PRINTOUT                              ZBNKCAT1
006800            ORGANIZATION IS SEQUENTIAL                            ZBNKCAT1
006900            ACCESS MODE  IS SEQUENTIAL                            ZBNKCAT1
007000            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKCAT1
007100                                                                  ZBNKCAT1
007200 DATA DIVISION.                                                   ZBNKCAT1
007300 FILE SECTION.                                                    ZBNKCAT1
007400                                                                  ZBNKCAT1
007500 FD  CATTAB-FILE.                                                 ZBNKCAT1
007600 01  CATTAB-REC.                                                  ZBNKCAT1
007700   05  CAT-KIND                              PIC X(1).            ZBNKCAT1
007800     88  CAT-KIND-MERCHANT                   VALUE 'P'.           ZBNKCAT1
007900     88  CAT-KIND-PAYEE                      VALUE 'Y'.           ZBNKCAT1
008000     88  CAT-KIND-TYPE                       VALUE 'T'.           ZBNKCAT1
008100   05  FILLER                                PIC X(1).            ZBNKCAT1
008200   05  CAT-MATCH                             PIC X(30).           ZBNKCAT1
008300   05  FILLER                                PIC X(1).            ZBNKCAT1
008400   05  CAT-CATEGORY                          PIC X(2).            ZBNKCAT1
008500   05  FILLER                                PIC X(45).           ZBNKCAT1
008600                                                                  ZBNKCAT1
008700 FD  BNKTXN-FILE.                                                 ZBNKCAT1
008800 01  BNKTXN-REC.                                                  ZBNKCAT1
008900 COPY CBANKVTX.                                                   ZBNKCAT1
009000                                                                  ZBNKCAT1
009100 FD  PRINTOUT-FILE.                                               ZBNKCAT1
009200 01  PRINTOUT-REC                            PIC X(121).          ZBNKCAT1
009300                                                                  ZBNKCAT1
009400 WORKING-STORAGE SECTION.                                         ZBNKCAT1
009500 COPY CJOURNLD.                                                   ZBNKCAT1
009600                                                                  ZBNKCAT1
009700 COPY CRUNCTLD.                                                   ZBNKCAT1
009800                                                                  ZBNKCAT1
009900 COPY CTIMERD.                                                    ZBNKCAT1
010000                                                                  ZBNKCAT1
010100 COPY CTSTAMPD.                                                   ZBNKCAT1
010200                                                                  ZBNKCAT1
010300 COPY CSPCATD.                                                    ZBNKCAT1
010400                                                                  ZBNKCAT1
010500***************************************************************** ZBNKCAT1
010600* The CATTAB mapping rows in table order.  LEN is the length of * ZBNKCAT1
010700* the match text without its trailing spaces.                   * ZBNKCAT1
010800***************************************************************** ZBNKCAT1
010900 01  WS-CAT-RULES.                                                ZBNKCAT1
011000   05  WS-CR-ENTRY OCCURS 300 TIMES.                              ZBNKCAT1
011100     10  WS-CR-KIND                          PIC X(1).            ZBNKCAT1
011200     10  WS-CR-MATCH                         PIC X(30).           ZBNKCAT1
011300     10  WS-CR-LEN                           PIC S9(3) COMP.      ZBNKCAT1
011400     10  WS-CR-CATEGORY                      PIC X(2).            ZBNKCAT1
011500   05  WS-CR-COUNT                           PIC S9(4) COMP.      ZBNKCAT1
011600   05  WS-CR-SUB                             PIC S9(4) COMP.      ZBNKCAT1
011700                                                                  ZBNKCAT1
011800***************************************************************** ZBNKCAT1
011900* Debits seen per category, in CSPCATD order                    * ZBNKCAT1
012000***************************************************************** ZBNKCAT1
012100 01  WS-CAT-TOTALS.                                               ZBNKCAT1
012200   05  WS-CTOT-ENTRY OCCURS 12 TIMES.                             ZBNKCAT1
012300     10  WS-CTOT-COUNT                       PIC 9(7).            ZBNKCAT1
012400     10  WS-CTOT-AMOUNT                      PIC S9(11)V99 COMP-3.ZBNKCAT1
012500                                                                  ZBNKCAT1
012600 01  WS-MISC-STORAGE.                                             ZBNKCAT1
012700   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKCAT1
012800       VALUE 'ZBNKCAT1'.                                          ZBNKCAT1
012900   05  WS-CATTAB-STATUS.                                          ZBNKCAT1
013000     10  WS-CATTAB-STAT1                     PIC X(1).            ZBNKCAT1
013100     10  WS-CATTAB-STAT2                     PIC X(1).            ZBNKCAT1
013200   05  WS-BNKTXN-STATUS.                                          ZBNKCAT1
013300     10  WS-BNKTXN-STAT1                     PIC X(1).            ZBNKCAT1
013400     10  WS-BNKTXN-STAT2                     PIC X(1).            ZBNKCAT1
013500   05  WS-PRINTOUT-STATUS.                                        ZBNKCAT1
013600     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKCAT1
013700     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKCAT1
013800   05  WS-IO-STATUS.                                              ZBNKCAT1
013900     10  WS-IO-STAT1                         PIC X(1).            ZBNKCAT1
014000     10  WS-IO-STAT2                         PIC X(1).            ZBNKCAT1
014100   05  WS-TWO-BYTES.                                              ZBNKCAT1
014200     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKCAT1
014300     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKCAT1
014400   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKCAT1
014500                                             PIC 9(1) COMP.       ZBNKCAT1
014600   05  WS-END-OF-FILE                        PIC X(3)             ZBNKCAT1
014700       VALUE 'NO '.                                               ZBNKCAT1
014800   05  WS-TODAY                              PIC X(10).           ZBNKCAT1
014900   05  WS-START-DATE                         PIC X(8).            ZBNKCAT1
015000   05  FILLER REDEFINES WS-START-DATE.                            ZBNKCAT1
015100     10  WS-START-YYYY                       PIC 9(4).            ZBNKCAT1
015200     10  WS-START-MM                         PIC 9(2).            ZBNKCAT1
015300     10  WS-START-DD                         PIC 9(2).            ZBNKCAT1
015400   05  WS-DESC                               PIC X(30).           ZBNKCAT1
015500   05  WS-NEW-CATEGORY                       PIC X(2).            ZBNKCAT1
015600   05  WS-TALLY                              PIC S9(4) COMP.      ZBNKCAT1
015700   05  WS-LEN                                PIC S9(3) COMP.      ZBNKCAT1
015800   05  WS-CAT-SUB                            PIC S9(3) COMP.      ZBNKCAT1
015900   05  WS-DEBITS-READ                        PIC 9(7)             ZBNKCAT1
016000       VALUE ZERO.                                                ZBNKCAT1
016100   05  WS-CHANGED                            PIC 9(7)             ZBNKCAT1
016200       VALUE ZERO.                                                ZBNKCAT1
016300   05  WS-UNCHANGED                          PIC 9(7)             ZBNKCAT1
016400       VALUE ZERO.                                                ZBNKCAT1
016500   05  WS-CUSTOMER-SET                       PIC 9(7)             ZBNKCAT1
016600       VALUE ZERO.                                                ZBNKCAT1
016700   05  WS-DEBIT-AMOUNT                       PIC S9(11)V99 COMP-3 ZBNKCAT1
016800       VALUE ZERO.                                                ZBNKCAT1
016900                                                                  ZBNKCAT1
017000 01  WS-REPORT-LINES.                                             ZBNKCAT1
017100   05  WS-LINE1.                                                  ZBNKCAT1
017200     10  WS-LINE1-CC                         PIC X(1)             ZBNKCAT1
017300         VALUE '1'.                                               ZBNKCAT1
017400     10  FILLER                              PIC X(20)            ZBNKCAT1
017500         VALUE SPACES.                                            ZBNKCAT1
017600     10  WS-LINE1-HEAD                       PIC X(36)            ZBNKCAT1
017700         VALUE 'Spending Categorisation Run '.                    ZBNKCAT1
017800     10  WS-LINE1-DATE                       PIC X(10).           ZBNKCAT1
017900   05  WS-LINE2.                                                  ZBNKCAT1
018000     10  WS-LINE2-CC                         PIC X(1)             ZBNKCAT1
018100         VALUE ' '.                                               ZBNKCAT1
018200     10  FILLER                              PIC X(29)            ZBNKCAT1
018300         VALUE 'Debits posted on or after '.                      ZBNKCAT1
018400     10  WS-LINE2-FROM                       PIC X(8).            ZBNKCAT1
018500     10  FILLER                              PIC X(4)             ZBNKCAT1
018600         VALUE SPACES.                                            ZBNKCAT1
018700     10  WS-LINE2-RULES                      PIC ZZZ9.            ZBNKCAT1
018800     10  FILLER                              PIC X(15)            ZBNKCAT1
018900         VALUE ' mapping rows'.                                   ZBNKCAT1
019000   05  WS-LINE3.                                                  ZBNKCAT1
019100     10  WS-LINE3-CC                         PIC X(1)             ZBNKCAT1
019200         VALUE ' '.                                               ZBNKCAT1
019300     10  FILLER                              PIC X(23)            ZBNKCAT1
019400         VALUE 'Category'.                                        ZBNKCAT1
019500     10  FILLER                              PIC X(9)             ZBNKCAT1
019600         VALUE '   Debits'.                                       ZBNKCAT1
019700     10  FILLER                              PIC X(15)            ZBNKCAT1
019800         VALUE '          Spent'.                                 ZBNKCAT1
019900   05  WS-LINE4.                                                  ZBNKCAT1
020000     10  WS-LINE4-CC                         PIC X(1)             ZBNKCAT1
020100         VALUE ' '.                                               ZBNKCAT1
020200     10  WS-LINE4-CODE                       PIC X(3).            ZBNKCAT1
020300     10  WS-LINE4-NAME                       PIC X(20).           ZBNKCAT1
020400     10  WS-LINE4-COUNT                      PIC Z,ZZZ,ZZ9.       ZBNKCAT1
020500     10  FILLER                              PIC X(1)             ZBNKCAT1
020600         VALUE SPACE.                                             ZBNKCAT1
020700     10  WS-LINE4-AMOUNT                     PIC ZZZ,ZZZ,ZZ9.99.  ZBNKCAT1
020800   05  WS-LINE5.                                                  ZBNKCAT1
020900     10  WS-LINE5-CC                         PIC X(1)             ZBNKCAT1
021000         VALUE ' '.                                               ZBNKCAT1
021100     10  WS-LINE5-TEXT                       PIC X(40).           ZBNKCAT1
021200     10  WS-LINE5-COUNT                      PIC ZZZZZZ9.         ZBNKCAT1
021300                                                                  ZBNKCAT1
021400 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKCAT1
021500                                                                  ZBNKCAT1
021600 LINKAGE SECTION.                                                 ZBNKCAT1
021700 01  LK-EXEC-PARM.                                                ZBNKCAT1
021800   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKCAT1
021900   05  LK-EXEC-PARM-DATA                     PIC X(12).           ZBNKCAT1
022000                                                                  ZBNKCAT1
022100 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKCAT1
022200                                                                  ZBNKCAT1
022300     PERFORM RUN-TIME.                                            ZBNKCAT1
022400                                                                  ZBNKCAT1
022500     MOVE 'Spending categorisation starting'                      ZBNKCAT1
022600       TO WS-CONSOLE-MESSAGE.                                     ZBNKCAT1
022700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCAT1
022800                                                                  ZBNKCAT1
022900     MOVE SPACES TO RUN-CTL-DATA.                                 ZBNKCAT1
023000     SET RUN-CTL-CHECK-START TO TRUE.                             ZBNKCAT1
023100     MOVE WS-PROGRAM-ID TO RUN-CTL-JOB.                           ZBNKCAT1
023200     MOVE SPACES TO RUN-CTL-PREDECESSOR.                          ZBNKCAT1
023300     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO AND                  ZBNKCAT1
023400        LK-EXEC-PARM-DATA (1:7) IS EQUAL TO 'RESTART'             ZBNKCAT1
023500        SET RUN-CTL-RESTART-YES TO TRUE                           ZBNKCAT1
023600     END-IF.                                                      ZBNKCAT1
023700     CALL 'URUNCTL' USING RUN-CTL-DATA.                           ZBNKCAT1
023800     IF NOT RUN-CTL-OK                                            ZBNKCAT1
023900        MOVE RUN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKCAT1
024000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCAT1
024100        MOVE 'Schedule order problem - job not run'               ZBNKCAT1
024200          TO WS-CONSOLE-MESSAGE                                   ZBNKCAT1
024300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCAT1
024400        MOVE 8 TO RETURN-CODE                                     ZBNKCAT1
024500        GOBACK                                                    ZBNKCAT1
024600     END-IF.                                                      ZBNKCAT1
024700                                                                  ZBNKCAT1
024800 COPY CTSTAMPP.                                                   ZBNKCAT1
024900     MOVE WS-TS-DATE TO WS-TODAY.                                 ZBNKCAT1
025000                                                                  ZBNKCAT1
025100***************************************************************** ZBNKCAT1
025200* Start from the first of last month unless the PARM names an   * ZBNKCAT1
025300* earlier posting date                                          * ZBNKCAT1
025400***************************************************************** ZBNKCAT1
025500     MOVE WS-TS-DATE-YYYY TO WS-START-DATE (1:4).                 ZBNKCAT1
025600     MOVE WS-TS-DATE-MM TO WS-START-DATE (5:2).                   ZBNKCAT1
025700     MOVE 1 TO WS-START-DD.                                       ZBNKCAT1
025800     IF WS-START-MM IS EQUAL TO 1                                 ZBNKCAT1
025900        MOVE 12 TO WS-START-MM                                    ZBNKCAT1
026000        SUBTRACT 1 FROM WS-START-YYYY                             ZBNKCAT1
026100     ELSE                                                         ZBNKCAT1
026200        SUBTRACT 1 FROM WS-START-MM                               ZBNKCAT1
026300     END-IF.                                                      ZBNKCAT1
026400     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO AND                  ZBNKCAT1
026500        LK-EXEC-PARM-DATA (1:8) IS NUMERIC                        ZBNKCAT1
026600        MOVE LK-EXEC-PARM-DATA (1:8) TO WS-START-DATE             ZBNKCAT1
026700     END-IF.                                                      ZBNKCAT1
026800                                                                  ZBNKCAT1
026900     PERFORM LOAD-CATEGORY-RULES THRU                             ZBNKCAT1
027000             LOAD-CATEGORY-RULES-EXIT.                            ZBNKCAT1
027100     INITIALIZE WS-CAT-TOTALS.                                    ZBNKCAT1
027200                                                                  ZBNKCAT1
027300     PERFORM OPEN-FILES.                                          ZBNKCAT1
027400     PERFORM PRINT-REPORT-HEADER.                                 ZBNKCAT1
027500                                                                  ZBNKCAT1
027600     MOVE WS-START-DATE TO BTX-REC-POSTING-DATE.                  ZBNKCAT1
027700     MOVE LOW-VALUES TO BTX-REC-PD-ACCNO.                         ZBNKCAT1
027800     MOVE LOW-VALUES TO BTX-REC-PD-TIMESTAMP.                     ZBNKCAT1
027900     START BNKTXN-FILE KEY GREATER THAN OR EQUAL                  ZBNKCAT1
028000           BTX-REC-ALTKEY2.                                       ZBNKCAT1
028100     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKCAT1
028200        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKCAT1
028300     END-IF.                                                      ZBNKCAT1
028400     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKCAT1
028500        READ BNKTXN-FILE NEXT RECORD                              ZBNKCAT1
028600        IF WS-BNKTXN-STATUS IS EQUAL TO '10'                      ZBNKCAT1
028700           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKCAT1
028800        ELSE                                                      ZBNKCAT1
028900           IF WS-BNKTXN-STAT1 IS NOT EQUAL TO '0'                 ZBNKCAT1
029000              MOVE 'BNKTXN read error during scan'                ZBNKCAT1
029100                TO WS-CONSOLE-MESSAGE                             ZBNKCAT1
029200              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKCAT1
029300              MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS               ZBNKCAT1
029400              PERFORM DISPLAY-IO-STATUS                           ZBNKCAT1
029500              PERFORM ABORT-PROGRAM                               ZBNKCAT1
029600           END-IF                                                 ZBNKCAT1
029700           IF BTX-REC-AMOUNT IS LESS THAN ZERO                    ZBNKCAT1
029800              PERFORM CATEGORISE-DEBIT THRU                       ZBNKCAT1
029900                      CATEGORISE-DEBIT-EXIT                       ZBNKCAT1
030000           END-IF                                                 ZBNKCAT1
030100        END-IF                                                    ZBNKCAT1
030200     END-PERFORM.                                                 ZBNKCAT1
030300                                                                  ZBNKCAT1
030400     PERFORM PRINT-CATEGORY-TOTALS THRU                           ZBNKCAT1
030500             PRINT-CATEGORY-TOTALS-EXIT.                          ZBNKCAT1
030600     PERFORM PRINT-RUN-TOTALS.                                    ZBNKCAT1
030700     PERFORM CLOSE-FILES.                                         ZBNKCAT1
030800                                                                  ZBNKCAT1
030900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKCAT1
031000     STRING WS-DEBITS-READ DELIMITED BY SIZE                      ZBNKCAT1
031100            ' debits read, ' DELIMITED BY SIZE                    ZBNKCAT1
031200            WS-CHANGED DELIMITED BY SIZE                          ZBNKCAT1
031300            ' categories set' DELIMITED BY SIZE                   ZBNKCAT1
031400       INTO WS-CONSOLE-MESSAGE.                                   ZBNKCAT1
031500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCAT1
031600     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKCAT1
031700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCAT1
031800                                                                  ZBNKCAT1
031900     PERFORM RUN-TIME.                                            ZBNKCAT1
032000                                                                  ZBNKCAT1
032100     SET RUN-CTL-MARK-END TO TRUE.                                ZBNKCAT1
032200     CALL 'URUNCTL' USING RUN-CTL-DATA.                           ZBNKCAT1
032300                                                                  ZBNKCAT1
032400     MOVE 0 TO RETURN-CODE.                                       ZBNKCAT1
032500                                                                  ZBNKCAT1
032600     GOBACK.                                                      ZBNKCAT1
032700                                                                  ZBNKCAT1
032800***************************************************************** ZBNKCAT1
032900* Load the CATTAB mapping table.  A row whose category is not   * ZBNKCAT1
033000* on the category list is reported and dropped.                 * ZBNKCAT1
033100***************************************************************** ZBNKCAT1
033200 LOAD-CATEGORY-RULES.                                             ZBNKCAT1
033300     MOVE ZERO TO WS-CR-COUNT.                                    ZBNKCAT1
033400     OPEN INPUT CATTAB-FILE.                                      ZBNKCAT1
033500     IF WS-CATTAB-STATUS IS NOT EQUAL TO '00'                     ZBNKCAT1
033600        MOVE 'CATTAB file open failure...'                        ZBNKCAT1
033700          TO WS-CONSOLE-MESSAGE                                   ZBNKCAT1
033800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCAT1
033900        MOVE WS-CATTAB-STATUS TO WS-IO-STATUS                     ZBNKCAT1
034000        PERFORM DISPLAY-IO-STATUS                                 ZBNKCAT1
034100        PERFORM ABORT-PROGRAM                                     ZBNKCAT1
034200     END-IF.                                                      ZBNKCAT1
034300 LOAD-CATEGORY-RULES-LOOP.                                        ZBNKCAT1
034400     READ CATTAB-FILE.                                            ZBNKCAT1
034500     IF WS-CATTAB-STATUS IS EQUAL TO '10'                         ZBNKCAT1
034600        GO TO LOAD-CATEGORY-RULES-DONE                            ZBNKCAT1
034700     END-IF.                                                      ZBNKCAT1
034800     IF WS-CATTAB-STATUS IS NOT EQUAL TO '00'                     ZBNKCAT1
034900        MOVE 'CATTAB read error...' TO WS-CONSOLE-MESSAGE         ZBNKCAT1
035000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCAT1
035100        MOVE WS-CATTAB-STATUS TO WS-IO-STATUS                     ZBNKCAT1
035200        PERFORM DISPLAY-IO-STATUS                                 ZBNKCAT1
035300        PERFORM ABORT-PROGRAM                                     ZBNKCAT1
035400     END-IF.                                                      ZBNKCAT1
035500     IF CAT-KIND IS EQUAL TO SPACES OR                            ZBNKCAT1
035600        CAT-KIND IS EQUAL TO '*'                                  ZBNKCAT1
035700        GO TO LOAD-CATEGORY-RULES-LOOP                            ZBNKCAT1
035800     END-IF.                                                      ZBNKCAT1
035900     MOVE CAT-CATEGORY TO WS-NEW-CATEGORY.                        ZBNKCAT1
036000     PERFORM FIND-CATEGORY THRU                                   ZBNKCAT1
036100             FIND-CATEGORY-EXIT.                                  ZBNKCAT1
036200     IF WS-CAT-SUB IS EQUAL TO ZERO OR                            ZBNKCAT1
036300        CAT-MATCH IS EQUAL TO SPACES OR                           ZBNKCAT1
036400        NOT (CAT-KIND-MERCHANT OR CAT-KIND-PAYEE OR               ZBNKCAT1
036500             CAT-KIND-TYPE)                                       ZBNKCAT1
036600        MOVE SPACES TO WS-CONSOLE-MESSAGE                         ZBNKCAT1
036700        STRING 'CATTAB row not valid - ' DELIMITED BY SIZE        ZBNKCAT1
036800               CAT-KIND DELIMITED BY SIZE                         ZBNKCAT1
036900               ' ' DELIMITED BY SIZE                              ZBNKCAT1
037000               CAT-MATCH DELIMITED BY SIZE                        ZBNKCAT1
037100          INTO WS-CONSOLE-MESSAGE                                 ZBNKCAT1
037200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCAT1
037300        GO TO LOAD-CATEGORY-RULES-LOOP                            ZBNKCAT1
037400     END-IF.                                                      ZBNKCAT1
037500     IF WS-CR-COUNT IS NOT LESS THAN 300                          ZBNKCAT1
037600        MOVE 'Category table full - entry dropped'                ZBNKCAT1
037700          TO WS-CONSOLE-MESSAGE                                   ZBNKCAT1
037800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCAT1
037900        GO TO LOAD-CATEGORY-RULES-LOOP                            ZBNKCAT1
038000     END-IF.                                                      ZBNKCAT1
038100     ADD 1 TO WS-CR-COUNT.                                        ZBNKCAT1
038200     MOVE CAT-KIND TO WS-CR-KIND (WS-CR-COUNT).                   ZBNKCAT1
038300     MOVE CAT-MATCH TO WS-CR-MATCH (WS-CR-COUNT).                 ZBNKCAT1
038400     INSPECT WS-CR-MATCH (WS-CR-COUNT)                            ZBNKCAT1
038500       CONVERTING 'abcdefghijklmnopqrstuvwxyz'                    ZBNKCAT1
038600               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                   ZBNKCAT1
038700     MOVE CAT-CATEGORY TO WS-CR-CATEGORY (WS-CR-COUNT).           ZBNKCAT1
038800     MOVE 30 TO WS-LEN.                                           ZBNKCAT1
038900 LOAD-CATEGORY-RULES-LEN.                                         ZBNKCAT1
039000     IF WS-CR-MATCH (WS-CR-COUNT) (WS-LEN:1) IS EQUAL TO SPACE    ZBNKCAT1
039100        SUBTRACT 1 FROM WS-LEN                                    ZBNKCAT1
039200        GO TO LOAD-CATEGORY-RULES-LEN                             ZBNKCAT1
039300     END-IF.                                                      ZBNKCAT1
039400     MOVE WS-LEN TO WS-CR-LEN (WS-CR-COUNT).                      ZBNKCAT1
039500     GO TO LOAD-CATEGORY-RULES-LOOP.                              ZBNKCAT1
039600 LOAD-CATEGORY-RULES-DONE.                                        ZBNKCAT1
039700     CLOSE CATTAB-FILE.                                           ZBNKCAT1
039800     IF WS-CR-COUNT IS EQUAL TO ZERO                              ZBNKCAT1
039900        MOVE 'CATTAB holds no rows - all debits go to OT'         ZBNKCAT1
040000          TO WS-CONSOLE-MESSAGE                                   ZBNKCAT1
040100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCAT1
040200     END-IF.                                                      ZBNKCAT1
040300 LOAD-CATEGORY-RULES-EXIT.                                        ZBNKCAT1
040400     EXIT.                                                        ZBNKCAT1
040500                                                                  ZBNKCAT1
040600***************************************************************** ZBNKCAT1
040700* Find WS-NEW-CATEGORY on the category list - WS-CAT-SUB is     * ZBNKCAT1
040800* zero when it is not there                                     * ZBNKCAT1
040900***************************************************************** ZBNKCAT1
041000 FIND-CATEGORY.                                                   ZBNKCAT1
041100     MOVE 1 TO WS-CAT-SUB.                                        ZBNKCAT1
041200 FIND-CATEGORY-LOOP.                                              ZBNKCAT1
041300     IF WS-CAT-SUB IS GREATER THAN SPEND-CAT-COUNT                ZBNKCAT1
041400        MOVE ZERO TO WS-CAT-SUB                                   ZBNKCAT1
041500        GO TO FIND-CATEGORY-EXIT                                  ZBNKCAT1
041600     END-IF.                                                      ZBNKCAT1
041700     IF SPEND-CAT-CODE (WS-CAT-SUB) IS EQUAL TO WS-NEW-CATEGORY   ZBNKCAT1
041800        GO TO FIND-CATEGORY-EXIT                                  ZBNKCAT1
041900     END-IF.                                                      ZBNKCAT1
042000     ADD 1 TO WS-CAT-SUB.                                         ZBNKCAT1
042100     GO TO FIND-CATEGORY-LOOP.                                    ZBNKCAT1
042200 FIND-CATEGORY-EXIT.                                              ZBNKCAT1
042300     EXIT.                                                        ZBNKCAT1
042400                                                                  ZBNKCAT1
042500***************************************************************** ZBNKCAT1
042600* Place the debit just read and rewrite it if its category has  * ZBNKCAT1
042700* changed.  A customer's own choice is only counted.            * ZBNKCAT1
042800***************************************************************** ZBNKCAT1
042900 CATEGORISE-DEBIT.                                                ZBNKCAT1
043000     ADD 1 TO WS-DEBITS-READ.                                     ZBNKCAT1
043100     SUBTRACT BTX-REC-AMOUNT FROM WS-DEBIT-AMOUNT.                ZBNKCAT1
043200     IF BTX-CAT-BY-CUSTOMER                                       ZBNKCAT1
043300        ADD 1 TO WS-CUSTOMER-SET                                  ZBNKCAT1
043400        MOVE BTX-REC-CATEGORY TO WS-NEW-CATEGORY                  ZBNKCAT1
043500        GO TO CATEGORISE-DEBIT-COUNT                              ZBNKCAT1
043600     END-IF.                                                      ZBNKCAT1
043700     PERFORM MATCH-CATEGORY THRU                                  ZBNKCAT1
043800             MATCH-CATEGORY-EXIT.                                 ZBNKCAT1
043900     IF WS-NEW-CATEGORY IS EQUAL TO BTX-REC-CATEGORY AND          ZBNKCAT1
044000        BTX-CAT-BY-RULE                                           ZBNKCAT1
044100        ADD 1 TO WS-UNCHANGED                                     ZBNKCAT1
044200        GO TO CATEGORISE-DEBIT-COUNT                              ZBNKCAT1
044300     END-IF.                                                      ZBNKCAT1
044400     MOVE WS-NEW-CATEGORY TO BTX-REC-CATEGORY.                    ZBNKCAT1
044500     SET BTX-CAT-BY-RULE TO TRUE.                                 ZBNKCAT1
044600     REWRITE BNKTXN-REC.                                          ZBNKCAT1
044700     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKCAT1
044800        MOVE 'Unable to rewrite BNKTXN entry'                     ZBNKCAT1
044900          TO WS-CONSOLE-MESSAGE                                   ZBNKCAT1
045000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCAT1
045100        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKCAT1
045200        PERFORM DISPLAY-IO-STATUS                                 ZBNKCAT1
045300        PERFORM ABORT-PROGRAM                                     ZBNKCAT1
045400     END-IF.                                                      ZBNKCAT1
045500     SET JRN-CTL-CHANGE TO TRUE.                                  ZBNKCAT1
045600     PERFORM JOURNAL-BNKTXN.                                      ZBNKCAT1
045700     ADD 1 TO WS-CHANGED.                                         ZBNKCAT1
045800 CATEGORISE-DEBIT-COUNT.                                          ZBNKCAT1
045900     PERFORM FIND-CATEGORY THRU                                   ZBNKCAT1
046000             FIND-CATEGORY-EXIT.                                  ZBNKCAT1
046100     IF WS-CAT-SUB IS EQUAL TO ZERO                               ZBNKCAT1
046200        MOVE SPEND-CAT-COUNT TO WS-CAT-SUB                        ZBNKCAT1
046300     END-IF.                                                      ZBNKCAT1
046400     ADD 1 TO WS-CTOT-COUNT (WS-CAT-SUB).                         ZBNKCAT1
046500     SUBTRACT BTX-REC-AMOUNT FROM WS-CTOT-AMOUNT (WS-CAT-SUB).    ZBNKCAT1
046600 CATEGORISE-DEBIT-EXIT.                                           ZBNKCAT1
046700     EXIT.                                                        ZBNKCAT1
046800                                                                  ZBNKCAT1
046900***************************************************************** ZBNKCAT1
047000* Work out the category the mapping table gives the debit just  * ZBNKCAT1
047100* read: a merchant or payee row whose text is in the            * ZBNKCAT1
047200* description, then an exact type row, then a type row for all  * ZBNKCAT1
047300* sub-types, and OT failing all of these                        * ZBNKCAT1
047400***************************************************************** ZBNKCAT1
047500 MATCH-CATEGORY.                                                  ZBNKCAT1
047600     MOVE 'OT' TO WS-NEW-CATEGORY.                                ZBNKCAT1
047700     MOVE BTX-REC-DATA-OLD (1:30) TO WS-DESC.                     ZBNKCAT1
047800     INSPECT WS-DESC                                              ZBNKCAT1
047900       CONVERTING 'abcdefghijklmnopqrstuvwxyz'                    ZBNKCAT1
048000               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                   ZBNKCAT1
048100     MOVE 1 TO WS-CR-SUB.                                         ZBNKCAT1
048200 MATCH-CATEGORY-TEXT.                                             ZBNKCAT1
048300     IF WS-CR-SUB IS GREATER THAN WS-CR-COUNT                     ZBNKCAT1
048400        GO TO MATCH-CATEGORY-TYPE                                 ZBNKCAT1
048500     END-IF.                                                      ZBNKCAT1
048600     IF (WS-CR-KIND (WS-CR-SUB) IS EQUAL TO 'P' AND               ZBNKCAT1
048700         BTX-REC-TYPE IS EQUAL TO 'P') OR                         ZBNKCAT1
048800        (WS-CR-KIND (WS-CR-SUB) IS EQUAL TO 'Y' AND               ZBNKCAT1
048900         BTX-REC-TYPE IS NOT EQUAL TO 'P')                        ZBNKCAT1
049000        MOVE ZERO TO WS-TALLY                                     ZBNKCAT1
049100        MOVE WS-CR-LEN (WS-CR-SUB) TO WS-LEN                      ZBNKCAT1
049200        INSPECT WS-DESC TALLYING WS-TALLY                         ZBNKCAT1
049300          FOR ALL WS-CR-MATCH (WS-CR-SUB) (1:WS-LEN)              ZBNKCAT1
049400        IF WS-TALLY IS GREATER THAN ZERO                          ZBNKCAT1
049500           MOVE WS-CR-CATEGORY (WS-CR-SUB) TO WS-NEW-CATEGORY     ZBNKCAT1
049600           GO TO MATCH-CATEGORY-EXIT                              ZBNKCAT1
049700        END-IF                                                    ZBNKCAT1
049800     END-IF.                                                      ZBNKCAT1
049900     ADD 1 TO WS-CR-SUB.                                          ZBNKCAT1
050000     GO TO MATCH-CATEGORY-TEXT.                                   ZBNKCAT1
050100 MATCH-CATEGORY-TYPE.                                             ZBNKCAT1
050200     MOVE 1 TO WS-CR-SUB.                                         ZBNKCAT1
050300 MATCH-CATEGORY-TYPE-LOOP.                                        ZBNKCAT1
050400     IF WS-CR-SUB IS GREATER THAN WS-CR-COUNT                     ZBNKCAT1
050500        GO TO MATCH-CATEGORY-ANY                                  ZBNKCAT1
050600     END-IF.                                                      ZBNKCAT1
050700     IF WS-CR-KIND (WS-CR-SUB) IS EQUAL TO 'T' AND                ZBNKCAT1
050800        WS-CR-MATCH (WS-CR-SUB) (1:1) IS EQUAL TO BTX-REC-TYPE ANDZBNKCAT1
050900        WS-CR-MATCH (WS-CR-SUB) (2:1) IS EQUAL TO                 ZBNKCAT1
051000          BTX-REC-SUB-TYPE                                        ZBNKCAT1
051100        MOVE WS-CR-CATEGORY (WS-CR-SUB) TO WS-NEW-CATEGORY        ZBNKCAT1
051200        GO TO MATCH-CATEGORY-EXIT                                 ZBNKCAT1
051300     END-IF.                                                      ZBNKCAT1
051400     ADD 1 TO WS-CR-SUB.                                          ZBNKCAT1
051500     GO TO MATCH-CATEGORY-TYPE-LOOP.                              ZBNKCAT1
051600 MATCH-CATEGORY-ANY.                                              ZBNKCAT1
051700     MOVE 1 TO WS-CR-SUB.                                         ZBNKCAT1
051800 MATCH-CATEGORY-ANY-LOOP.                                         ZBNKCAT1
051900     IF WS-CR-SUB IS GREATER THAN WS-CR-COUNT                     ZBNKCAT1
052000        GO TO MATCH-CATEGORY-EXIT                                 ZBNKCAT1
052100     END-IF.                                                      ZBNKCAT1
052200     IF WS-CR-KIND (WS-CR-SUB) IS EQUAL TO 'T' AND                ZBNKCAT1
052300        WS-CR-MATCH (WS-CR-SUB) (1:1) IS EQUAL TO BTX-REC-TYPE ANDZBNKCAT1
052400        WS-CR-MATCH (WS-CR-SUB) (2:1) IS EQUAL TO '*'             ZBNKCAT1
052500        MOVE WS-CR-CATEGORY (WS-CR-SUB) TO WS-NEW-CATEGORY        ZBNKCAT1
052600        GO TO MATCH-CATEGORY-EXIT                                 ZBNKCAT1
052700     END-IF.                                                      ZBNKCAT1
052800     ADD 1 TO WS-CR-SUB.                                          ZBNKCAT1
052900     GO TO MATCH-CATEGORY-ANY-LOOP.                               ZBNKCAT1
053000 MATCH-CATEGORY-EXIT.                                             ZBNKCAT1
053100     EXIT.                                                        ZBNKCAT1
053200                                                                  ZBNKCAT1
053300***************************************************************** ZBNKCAT1
053400* Journal the transaction entry just rewritten                  * ZBNKCAT1
053500***************************************************************** ZBNKCAT1
053600 JOURNAL-BNKTXN.                                                  ZBNKCAT1
053700     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKCAT1
053800     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKCAT1
053900     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKCAT1
054000     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKCAT1
054100     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKCAT1
054200     IF JRN-CTL-ERROR                                             ZBNKCAT1
054300        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKCAT1
054400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCAT1
054500        PERFORM ABORT-PROGRAM                                     ZBNKCAT1
054600     END-IF.                                                      ZBNKCAT1
054700                                                                  ZBNKCAT1
054800***************************************************************** ZBNKCAT1
054900* Print a line per category                                     * ZBNKCAT1
055000***************************************************************** ZBNKCAT1
055100 PRINT-CATEGORY-TOTALS.                                           ZBNKCAT1
055200     MOVE 1 TO WS-CAT-SUB.                                        ZBNKCAT1
055300 PRINT-CATEGORY-TOTALS-LOOP.                                      ZBNKCAT1
055400     IF WS-CAT-SUB IS GREATER THAN SPEND-CAT-COUNT                ZBNKCAT1
055500        GO TO PRINT-CATEGORY-TOTALS-EXIT                          ZBNKCAT1
055600     END-IF.                                                      ZBNKCAT1
055700     MOVE SPEND-CAT-CODE (WS-CAT-SUB) TO WS-LINE4-CODE.           ZBNKCAT1
055800     MOVE SPEND-CAT-NAME (WS-CAT-SUB) TO WS-LINE4-NAME.           ZBNKCAT1
055900     MOVE WS-CTOT-COUNT (WS-CAT-SUB) TO WS-LINE4-COUNT.           ZBNKCAT1
056000     MOVE WS-CTOT-AMOUNT (WS-CAT-SUB) TO WS-LINE4-AMOUNT.         ZBNKCAT1
056100     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKCAT1
056200     PERFORM PRINTOUT-PUT.                                        ZBNKCAT1
056300     ADD 1 TO WS-CAT-SUB.                                         ZBNKCAT1
056400     GO TO PRINT-CATEGORY-TOTALS-LOOP.                            ZBNKCAT1
056500 PRINT-CATEGORY-TOTALS-EXIT.                                      ZBNKCAT1
056600     EXIT.                                                        ZBNKCAT1
056700                                                                  ZBNKCAT1
056800***************************************************************** ZBNKCAT1
056900* Print the run totals                                          * ZBNKCAT1
057000***************************************************************** ZBNKCAT1
057100 PRINT-RUN-TOTALS.                                                ZBNKCAT1
057200     MOVE SPACES TO WS-LINE4-CODE.                                ZBNKCAT1
057300     MOVE 'All debits' TO WS-LINE4-NAME.                          ZBNKCAT1
057400     MOVE WS-DEBITS-READ TO WS-LINE4-COUNT.                       ZBNKCAT1
057500     MOVE WS-DEBIT-AMOUNT TO WS-LINE4-AMOUNT.                     ZBNKCAT1
057600     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKCAT1
057700     PERFORM PRINTOUT-PUT.                                        ZBNKCAT1
057800     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKCAT1
057900     PERFORM PRINTOUT-PUT.                                        ZBNKCAT1
058000     MOVE 'Categories set or changed' TO WS-LINE5-TEXT.           ZBNKCAT1
058100     MOVE WS-CHANGED TO WS-LINE5-COUNT.                           ZBNKCAT1
058200     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCAT1
058300     PERFORM PRINTOUT-PUT.                                        ZBNKCAT1
058400     MOVE 'Categories unchanged' TO WS-LINE5-TEXT.                ZBNKCAT1
058500     MOVE WS-UNCHANGED TO WS-LINE5-COUNT.                         ZBNKCAT1
058600     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCAT1
058700     PERFORM PRINTOUT-PUT.                                        ZBNKCAT1
058800     MOVE 'Set by the customer - left alone' TO WS-LINE5-TEXT.    ZBNKCAT1
058900     MOVE WS-CUSTOMER-SET TO WS-LINE5-COUNT.                      ZBNKCAT1
059000     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCAT1
059100     PERFORM PRINTOUT-PUT.                                        ZBNKCAT1
059200                                                                  ZBNKCAT1
059300***************************************************************** ZBNKCAT1
059400* Print the report title, the scan start and the headings       * ZBNKCAT1
059500***************************************************************** ZBNKCAT1
059600 PRINT-REPORT-HEADER.                                             ZBNKCAT1
059700     MOVE WS-TODAY TO WS-LINE1-DATE.                              ZBNKCAT1
059800     MOVE WS-LINE1 TO PRINTOUT-REC.                               ZBNKCAT1
059900     PERFORM PRINTOUT-PUT.                                        ZBNKCAT1
060000     MOVE WS-START-DATE TO WS-LINE2-FROM.                         ZBNKCAT1
060100     MOVE WS-CR-COUNT TO WS-LINE2-RULES.                          ZBNKCAT1
060200     MOVE WS-LINE2 TO PRINTOUT-REC.                               ZBNKCAT1
060300     PERFORM PRINTOUT-PUT.                                        ZBNKCAT1
060400     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKCAT1
060500     PERFORM PRINTOUT-PUT.                                        ZBNKCAT1
060600     MOVE WS-LINE3 TO PRINTOUT-REC.                               ZBNKCAT1
060700     PERFORM PRINTOUT-PUT.                                        ZBNKCAT1
060800                                                                  ZBNKCAT1
060900***************************************************************** ZBNKCAT1
061000* Write a record to the sequential print file                   * ZBNKCAT1
061100***************************************************************** ZBNKCAT1
061200 PRINTOUT-PUT.                                                    ZBNKCAT1
061300     WRITE PRINTOUT-REC.                                          ZBNKCAT1
061400     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCAT1
061500       MOVE 'PRINTOUT error writing file...'                      ZBNKCAT1
061600         TO WS-CONSOLE-MESSAGE                                    ZBNKCAT1
061700       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKCAT1
061800       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKCAT1
061900       PERFORM DISPLAY-IO-STATUS                                  ZBNKCAT1
062000       PERFORM ABORT-PROGRAM                                      ZBNKCAT1
062100     END-IF.                                                      ZBNKCAT1
062200                                                                  ZBNKCAT1
062300***************************************************************** ZBNKCAT1
062400* Open the files                                                * ZBNKCAT1
062500***************************************************************** ZBNKCAT1
062600 OPEN-FILES.                                                      ZBNKCAT1
062700     OPEN I-O BNKTXN-FILE.                                        ZBNKCAT1
062800     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKCAT1
062900        MOVE 'BNKTXN file open failure...'                        ZBNKCAT1
063000          TO WS-CONSOLE-MESSAGE                                   ZBNKCAT1
063100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCAT1
063200        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKCAT1
063300        PERFORM DISPLAY-IO-STATUS                                 ZBNKCAT1
063400        PERFORM ABORT-PROGRAM                                     ZBNKCAT1
063500     END-IF.                                                      ZBNKCAT1
063600     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKCAT1
063700     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCAT1
063800        MOVE 'PRINTOUT file open failure...'                      ZBNKCAT1
063900          TO WS-CONSOLE-MESSAGE                                   ZBNKCAT1
064000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCAT1
064100        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKCAT1
064200        PERFORM DISPLAY-IO-STATUS                                 ZBNKCAT1
064300        PERFORM ABORT-PROGRAM                                     ZBNKCAT1
064400     END-IF.                                                      ZBNKCAT1
064500                                                                  ZBNKCAT1
064600***************************************************************** ZBNKCAT1
064700* Close the files                                               * ZBNKCAT1
064800***************************************************************** ZBNKCAT1
064900 CLOSE-FILES.                                                     ZBNKCAT1
065000     CLOSE BNKTXN-FILE.                                           ZBNKCAT1
065100     CLOSE PRINTOUT-FILE.                                         ZBNKCAT1
065200***************************************************************** ZBNKCAT1
065300* Display the file status bytes. This routine will display as   * ZBNKCAT1
065400* two digits if the full two byte file status is numeric. If    * ZBNKCAT1
065500* second byte is non-numeric then it will be treated as a       * ZBNKCAT1
065600* binary number.                                                * ZBNKCAT1
065700***************************************************************** ZBNKCAT1
065800 DISPLAY-IO-STATUS.                                               ZBNKCAT1
065900     IF WS-IO-STATUS NUMERIC                                      ZBNKCAT1
066000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKCAT1
066100        STRING 'File status -' DELIMITED BY SIZE                  ZBNKCAT1
066200               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKCAT1
066300          INTO WS-CONSOLE-MESSAGE                                 ZBNKCAT1
066400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCAT1
066500     ELSE                                                         ZBNKCAT1
066600        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKCAT1
066700        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKCAT1
066800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKCAT1
066900        STRING 'File status -' DELIMITED BY SIZE                  ZBNKCAT1
067000               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKCAT1
067100               '/' DELIMITED BY SIZE                              ZBNKCAT1
067200               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKCAT1
067300          INTO WS-CONSOLE-MESSAGE                                 ZBNKCAT1
067400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCAT1
067500     END-IF.                                                      ZBNKCAT1
067600                                                                  ZBNKCAT1
067700***************************************************************** ZBNKCAT1
067800* 'ABORT' the program.                                          * ZBNKCAT1
067900* Post a message to the console and issue a STOP RUN            * ZBNKCAT1
068000***************************************************************** ZBNKCAT1
068100 ABORT-PROGRAM.                                                   ZBNKCAT1
068200     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKCAT1
068300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCAT1
068400     END-IF.                                                      ZBNKCAT1
068500     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKCAT1
068600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCAT1
068700     MOVE 16 TO RETURN-CODE.                                      ZBNKCAT1
068800     STOP RUN.                                                    ZBNKCAT1
068900                                                                  ZBNKCAT1
069000***************************************************************** ZBNKCAT1
069100* Display CONSOLE messages...                                   * ZBNKCAT1
069200***************************************************************** ZBNKCAT1
069300 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKCAT1
069400     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKCAT1
069500       UPON CONSOLE.                                              ZBNKCAT1
069600     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKCAT1
069700                                                                  ZBNKCAT1
069800 COPY CTIMERP.                                                    ZBNKCAT1
069900                                                                  ZBNKCAT1
070000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKCAT1
