000100***************************************************************** ZBNKSOD1
000200*                                                               * ZBNKSOD1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKSOD1
000400*   This demonstration program is provided for use by users     * ZBNKSOD1
000500*   of Micro Focus products and may be used, modified and       * ZBNKSOD1
000600*   distributed as part of your application provided that       * ZBNKSOD1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKSOD1
000800*   in this material.                                           * ZBNKSOD1
000900*                                                               * ZBNKSOD1
001000***************************************************************** ZBNKSOD1
001100                                                                  ZBNKSOD1
001200***************************************************************** ZBNKSOD1
001300* Program:     ZBNKSOD1.CBL                                     * ZBNKSOD1
001400* Function:    Monthly segregation-of-duties conflict report    * ZBNKSOD1
001500*              for compliance.  Three checks:                   * ZBNKSOD1
001600*              - Items on the maker-checker queues (BNKHOLD,    * ZBNKSOD1
001700*              BNKLNOVR, BNKDISP, BNKESTQ and BNKDENYQ) that    * ZBNKSOD1
001800*              were approved, released or cleared by the same   * ZBNKSOD1
001900*              user who submitted them.                         * ZBNKSOD1
002000*              - Pairs of users who repeatedly approve each     * ZBNKSOD1
002100*              other's work - at least the parm count of        * ZBNKSOD1
002200*              approvals between them (default 3) with some in  * ZBNKSOD1
002300*              each direction.  Exchange rate history rows are  * ZBNKSOD1
002400*              counted from the BNKRAUD change audit, where a   * ZBNKSOD1
002500*              row written by someone other than its recorded   * ZBNKSOD1
002600*              maker was released by that user.                 * ZBNKSOD1
002700*              - Staff whose BNKSTAF role holds both programs   * ZBNKSOD1
002800*              of an incompatible pair on the SODTAB rule file  * ZBNKSOD1
002900*              (program A, program B, description; * in column  * ZBNKSOD1
003000*              1 for a comment).  A role holds a program when   * ZBNKSOD1
003100*              BNKAUTH has a row for the two, or when BNKAUTH   * ZBNKSOD1
003200*              has no row for the program at all (unprotected). * ZBNKSOD1
003300*              The optional exec parm (LK-EXEC-PARM-DATA) is a  * ZBNKSOD1
003400*              from-date and to-date in YYYY-MM-DD form and the * ZBNKSOD1
003500*              pair count; the default period is last month.    * ZBNKSOD1
003600*              A queue file that is not there is skipped.       * ZBNKSOD1
003700*              Return code 4 if anything is flagged.            * ZBNKSOD1
003800***************************************************************** ZBNKSOD1
003900                                                                  ZBNKSOD1
004000 IDENTIFICATION DIVISION.                                         ZBNKSOD1
004100 PROGRAM-ID.                                                      ZBNKSOD1
004200     ZBNKSOD1.                                                    ZBNKSOD1
004300 DATE-WRITTEN.                                                    ZBNKSOD1
004400     October 2026.                                                ZBNKSOD1
004500 DATE-COMPILED.                                                   ZBNKSOD1
004600     Today.                                                       ZBNKSOD1
004700                                                                  ZBNKSOD1
004800 ENVIRONMENT DIVISION.                                            ZBNKSOD1
004900 INPUT-OUTPUT   SECTION.                                          ZBNKSOD1
005000   FILE-CONTROL.                                                  ZBNKSOD1
005100     SELECT SODTAB-FILE                                           ZBNKSOD1
005200            ASSIGN       TO SODTAB                                ZBNKSOD1
005300            ORGANIZATION IS SEQUENTIAL                            ZBNKSOD1
005400            ACCESS MODE  IS SEQUENTIAL                            ZBNKSOD1
005500            FILE STATUS  IS WS-SODTAB-STATUS.                     ZBNKSOD1
005600     SELECT BNKHOLD-FILE                                          ZBNKSOD1
005700            ASSIGN       TO BNKHOLD                               ZBNKSOD1
005800            ORGANIZATION IS INDEXED                               ZBNKSOD1
005900            ACCESS MODE  IS DYNAMIC                               ZBNKSOD1
006000            RECORD KEY   IS HLD-KEY                               ZBNKSOD1
006100            FILE STATUS  IS WS-BNKHOLD-STATUS.                    ZBNKSOD1
006200     SELECT BNKLNOVR-FILE                                         ZBNKSOD1
006300            ASSIGN       TO BNKLNOVR                              ZBNKSOD1
006400            ORGANIZATION IS INDEXED                               ZBNKSOD1
006500            ACCESS MODE  IS DYNAMIC                               ZBNKSOD1
006600            RECORD KEY   IS LOV-KEY                               ZBNKSOD1
006700            FILE STATUS  IS WS-BNKLNOVR-STATUS.                   ZBNKSOD1
006800     SELECT BNKDISP-FILE                                          ZBNKSOD1
006900            ASSIGN       TO BNKDISP                               ZBNKSOD1
007000            ORGANIZATION IS INDEXED                               ZBNKSOD1
007100            ACCESS MODE  IS DYNAMIC                               ZBNKSOD1
007200            RECORD KEY   IS DSP-KEY                               ZBNKSOD1
007300            FILE STATUS  IS WS-BNKDISP-STATUS.                    ZBNKSOD1
007400     SELECT BNKESTQ-FILE                                          ZBNKSOD1
007500            ASSIGN       TO BNKESTQ                               ZBNKSOD1
007600            ORGANIZATION IS INDEXED                               ZBNKSOD1
007700            ACCESS MODE  IS DYNAMIC                               ZBNKSOD1
007800            RECORD KEY   IS ESQ-KEY                               ZBNKSOD1
007900            FILE STATUS  IS WS-BNKESTQ-STATUS.                    ZBNKSOD1
008000     SELECT BNKDENYQ-FILE                                         ZBNKSOD1
008100            ASSIGN       TO BNKDENYQ                              ZBNKSOD1
008200            ORGANIZATION IS INDEXED                               ZBNKSOD1
008300            ACCESS MODE  IS DYNAMIC                               ZBNKSOD1
008400            RECORD KEY   IS DNH-KEY                               ZBNKSOD1
008500            FILE STATUS  IS WS-BNKDENYQ-STATUS.                   ZBNKSOD1
008600     SELECT BNKRAUD-FILE                                          ZBNKSOD1
008700            ASSIGN       TO BNKRAUD                               ZBNKSOD1
008800            ORGANIZATION IS INDEXED                               ZBNKSOD1
008900            ACCESS MODE  IS DYNAMIC                               ZBNKSOD1
009000            RECORD KEY   IS RAU-KEY                               ZBNKSOD1
009100            FILE STATUS  IS WS-BNKRAUD-STATUS.                    ZBNKSOD1
009200     SELECT BNKSTAF-FILE                                          ZBNKSOD1
009300            ASSIGN       TO BNKSTAF                               ZBNKSOD1
009400            ORGANIZATION IS INDEXED                               ZBNKSOD1
009500            ACCESS MODE  IS SEQUENTIAL                            ZBNKSOD1
009600            RECORD KEY   IS STF-KEY                               ZBNKSOD1
009700            FILE STATUS  IS WS-BNKSTAF-STATUS.                    ZBNKSOD1
009800     SELECT BNKAUTH-FILE                                          ZBNKSOD1
009900            ASSIGN       TO BNKAUTH                               ZBNKSOD1
010000            ORGANIZATION IS INDEXED                               ZBNKSOD1
010100            ACCESS MODE  IS SEQUENTIAL                            ZBNKSOD1
010200            RECORD KEY   IS AUT-KEY                               ZBNKSOD1
010300            FILE STATUS  IS WS-BNKAUTH-STATUS.                    ZBNKSOD1
010400     SELECT PRINTOUT-FILE                                         ZBNKSOD1
010500            ASSIGN       TO PRINTOUT                              ZBNKSOD1
010600            ORGANIZATION IS SEQUENTIAL                            ZBNKSOD1
010700            ACCESS MODE  IS SEQUENTIAL                            ZBNKSOD1
010800            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKSOD1
010900                                                                  ZBNKSOD1
011000 DATA DIVISION.                                                   ZBNKSOD1
011100 FILE SECTION.                                                    ZBNKSOD1
011200                                                                  ZBNKSOD1
011300 FD  SODTAB-FILE.                                                 ZBNKSOD1
011400 01  SODTAB-REC.                                                  ZBNKSOD1
011500   05  SOD-PROGRAM-A                       PIC X(8).              ZBNKSOD1
011600   05  FILLER                              PIC X(1).              ZBNKSOD1
011700   05  SOD-PROGRAM-B                       PIC X(8).              ZBNKSOD1
011800   05  FILLER                              PIC X(1).              ZBNKSOD1
011900   05  SOD-DESC                            PIC X(40).             ZBNKSOD1
012000   05  FILLER                              PIC X(22).             ZBNKSOD1
012100                                                                  ZBNKSOD1
012200 FD  BNKHOLD-FILE.                                                ZBNKSOD1
012300 01  BNKHOLD-REC.                                                 ZBNKSOD1
012400 COPY CBANKVHQ.                                                   ZBNKSOD1
012500                                                                  ZBNKSOD1
012600 FD  BNKLNOVR-FILE.                                               ZBNKSOD1
012700 01  BNKLNOVR-REC.                                                ZBNKSOD1
012800 COPY CBANKVLO.                                                   ZBNKSOD1
012900                                                                  ZBNKSOD1
013000 FD  BNKDISP-FILE.                                                ZBNKSOD1
013100 01  BNKDISP-REC.                                                 ZBNKSOD1
013200 COPY CBANKVDQ.                                                   ZBNKSOD1
013300                                                                  ZBNKSOD1
013400 FD  BNKESTQ-FILE.                                                ZBNKSOD1
013500 01  BNKESTQ-REC.                                                 ZBNKSOD1
013600 COPY CBANKVEQ.                                                   ZBNKSOD1
013700                                                                  ZBNKSOD1
013800 FD  BNKDENYQ-FILE.                                               ZBNKSOD1
013900 01  BNKDENYQ-REC.                                                ZBNKSOD1
014000 COPY CBANKVDH.                                                   ZBNKSOD1
014100                                                                  ZBNKSOD1
014200 FD  BNKRAUD-FILE.                                                ZBNKSOD1
014300 01  BNKRAUD-REC.                                                 ZBNKSOD1
014400 COPY CBANKVRA.                                                   ZBNKSOD1
014500                                                                  ZBNKSOD1
014600 FD  BNKSTAF-FILE.                                                ZBNKSOD1
014700 01  BNKSTAF-REC.                                                 ZBNKSOD1
014800 COPY CBANKVSF.                                                   ZBNKSOD1
014900                                                                  ZBNKSOD1
015000 FD  BNKAUTH-FILE.                                                ZBNKSOD1
015100 01  BNKAUTH-REC.                                                 ZBNKSOD1
015200 COPY CBANKVRL.                                                   ZBNKSOD1
015300                                                                  ZBNKSOD1
015400 FD  PRINTOUT-FILE.                                               ZBNKSOD1
015500 01  PRINTOUT-REC                        PIC X(121).              ZBNKSOD1
015600                                                                  ZBNKSOD1
015700 WORKING-STORAGE SECTION.                                         ZBNKSOD1
015800 COPY CTIMERD.                                                    ZBNKSOD1
015900                                                                  ZBNKSOD1
016000 COPY CTSTAMPD.                                                   ZBNKSOD1
016100                                                                  ZBNKSOD1
016200 01  WS-MISC-STORAGE.                                             ZBNKSOD1
016300   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKSOD1
016400       VALUE 'ZBNKSOD1'.                                          ZBNKSOD1
016500   05  WS-SODTAB-STATUS.                                          ZBNKSOD1
016600     10  WS-SODTAB-STAT1                     PIC X(1).            ZBNKSOD1
016700     10  WS-SODTAB-STAT2                     PIC X(1).            ZBNKSOD1
016800   05  WS-BNKHOLD-STATUS.                                         ZBNKSOD1
016900     10  WS-BNKHOLD-STAT1                    PIC X(1).            ZBNKSOD1
017000     10  WS-BNKHOLD-STAT2                    PIC X(1).            ZBNKSOD1
017100   05  WS-BNKLNOVR-STATUS.                                        ZBNKSOD1
017200     10  WS-BNKLNOVR-STAT1                   PIC X(1).            ZBNKSOD1
017300     10  WS-BNKLNOVR-STAT2                   PIC X(1).            ZBNKSOD1
017400   05  WS-BNKDISP-STATUS.                                         ZBNKSOD1
017500     10  WS-BNKDISP-STAT1                    PIC X(1).            ZBNKSOD1
017600     10  WS-BNKDISP-STAT2                    PIC X(1).            ZBNKSOD1
017700   05  WS-BNKESTQ-STATUS.                                         ZBNKSOD1
017800     10  WS-BNKESTQ-STAT1                    PIC X(1).            ZBNKSOD1
017900     10  WS-BNKESTQ-STAT2                    PIC X(1).            ZBNKSOD1
018000   05  WS-BNKDENYQ-STATUS.                                        ZBNKSOD1
018100     10  WS-BNKDENYQ-STAT1                   PIC X(1).            ZBNKSOD1
018200     10  WS-BNKDENYQ-STAT2                   PIC X(1).            ZBNKSOD1
018300   05  WS-BNKRAUD-STATUS.                                         ZBNKSOD1
018400     10  WS-BNKRAUD-STAT1                    PIC X(1).            ZBNKSOD1
018500     10  WS-BNKRAUD-STAT2                    PIC X(1).            ZBNKSOD1
018600   05  WS-BNKSTAF-STATUS.                                         ZBNKSOD1
018700     10  WS-BNKSTAF-STAT1                    PIC X(1).            ZBNKSOD1
018800     10  WS-BNKSTAF-STAT2                    PIC X(1).            ZBNKSOD1
018900   05  WS-BNKAUTH-STATUS.                                         ZBNKSOD1
019000     10  WS-BNKAUTH-STAT1                    PIC X(1).            ZBNKSOD1
019100     10  WS-BNKAUTH-STAT2                    PIC X(1).            ZBNKSOD1
019200   05  WS-PRINTOUT-STATUS.                                        ZBNKSOD1
019300     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKSOD1
019400     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKSOD1
019500   05  WS-IO-STATUS.                                              ZBNKSOD1
019600     10  WS-IO-STAT1                         PIC X(1).            ZBNKSOD1
019700     10  WS-IO-STAT2                         PIC X(1).            ZBNKSOD1
019800   05  WS-TWO-BYTES.                                              ZBNKSOD1
019900     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKSOD1
020000     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKSOD1
020100   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKSOD1
020200                                             PIC 9(1) COMP.       ZBNKSOD1
020300   05  WS-END-OF-FILE                        PIC X(3)             ZBNKSOD1
020400       VALUE 'NO '.                                               ZBNKSOD1
020500   05  WS-RAUD-PRESENT                       PIC X(1)             ZBNKSOD1
020600       VALUE 'N'.                                                 ZBNKSOD1
020700   05  WS-FILTER-DATE-FROM                   PIC X(10)            ZBNKSOD1
020800       VALUE SPACES.                                              ZBNKSOD1
020900   05  WS-FILTER-DATE-TO                     PIC X(10)            ZBNKSOD1
021000       VALUE SPACES.                                              ZBNKSOD1
021100   05  WS-PAIR-MIN                           PIC 9(3)             ZBNKSOD1
021200       VALUE 3.                                                   ZBNKSOD1
021300   05  WS-PREV-MONTH.                                             ZBNKSOD1
021400     10  WS-PREV-YYYY                        PIC 9(4).            ZBNKSOD1
021500     10  WS-PREV-MM                          PIC 9(2).            ZBNKSOD1
021600   05  WS-Q-SUB                              PIC S9(4) COMP.      ZBNKSOD1
021700   05  WS-SUB                                PIC S9(4) COMP.      ZBNKSOD1
021800   05  WS-SUB2                               PIC S9(4) COMP.      ZBNKSOD1
021900   05  WS-R-SUB                              PIC S9(4) COMP.      ZBNKSOD1
022000   05  WS-CHK-PROGRAM                        PIC X(8).            ZBNKSOD1
022100   05  WS-CHK-ROLE                           PIC X(1).            ZBNKSOD1
022200   05  WS-CHK-PROTECTED                      PIC X(1).            ZBNKSOD1
022300   05  WS-CHK-HELD                           PIC X(1).            ZBNKSOD1
022400   05  WS-HOLDS-A                            PIC X(1).            ZBNKSOD1
022500   05  WS-HOLDS-B                            PIC X(1).            ZBNKSOD1
022600   05  WS-HOW-HELD                           PIC X(12).           ZBNKSOD1
022700   05  WS-CONSOLE-MESSAGE                    PIC X(60).           ZBNKSOD1
022800                                                                  ZBNKSOD1
022900***************************************************************** ZBNKSOD1
023000* The decided item being checked                                * ZBNKSOD1
023100***************************************************************** ZBNKSOD1
023200 01  WS-ITEM.                                                     ZBNKSOD1
023300   05  WS-ITEM-KEY                           PIC X(40).           ZBNKSOD1
023400   05  WS-ITEM-PID                           PIC X(5).            ZBNKSOD1
023500   05  WS-ITEM-MAKER                         PIC X(8).            ZBNKSOD1
023600   05  WS-ITEM-CHECKER                       PIC X(8).            ZBNKSOD1
023700   05  WS-ITEM-OUTCOME                       PIC X(10).           ZBNKSOD1
023800                                                                  ZBNKSOD1
023900 01  WS-COUNTERS.                                                 ZBNKSOD1
024000   05  WS-RULES-LOADED                       PIC 9(7)             ZBNKSOD1
024100       VALUE ZERO.                                                ZBNKSOD1
024200   05  WS-ITEMS-CHECKED                      PIC 9(7)             ZBNKSOD1
024300       VALUE ZERO.                                                ZBNKSOD1
024400   05  WS-SELF-APPROVED                      PIC 9(7)             ZBNKSOD1
024500       VALUE ZERO.                                                ZBNKSOD1
024600   05  WS-PAIRS-FLAGGED                      PIC 9(7)             ZBNKSOD1
024700       VALUE ZERO.                                                ZBNKSOD1
024800   05  WS-RIGHTS-FLAGGED                     PIC 9(7)             ZBNKSOD1
024900       VALUE ZERO.                                                ZBNKSOD1
025000   05  WS-PAIRS-DROPPED                      PIC 9(7)             ZBNKSOD1
025100       VALUE ZERO.                                                ZBNKSOD1
025200                                                                  ZBNKSOD1
025300***************************************************************** ZBNKSOD1
025400* The queues in the order they are checked                      * ZBNKSOD1
025500***************************************************************** ZBNKSOD1
025600 01  WS-QUEUE-NAMES.                                              ZBNKSOD1
025700   05  FILLER                                PIC X(38)            ZBNKSOD1
025800       VALUE 'BNKHOLD Address/contact change holds  '.            ZBNKSOD1
025900   05  FILLER                                PIC X(38)            ZBNKSOD1
026000       VALUE 'BNKLNOVRLoan and FX rate overrides    '.            ZBNKSOD1
026100   05  FILLER                                PIC X(38)            ZBNKSOD1
026200       VALUE 'BNKDISP Transaction disputes          '.            ZBNKSOD1
026300   05  FILLER                                PIC X(38)            ZBNKSOD1
026400       VALUE 'BNKESTQ Estate release work queue     '.            ZBNKSOD1
026500   05  FILLER                                PIC X(38)            ZBNKSOD1
026600       VALUE 'BNKDENYQDenied-party screening hits   '.            ZBNKSOD1
026700   05  FILLER                                PIC X(38)            ZBNKSOD1
026800       VALUE 'BNKXRHSTExchange rate history         '.            ZBNKSOD1
026900 01  WS-QUEUE-NAMES-R REDEFINES WS-QUEUE-NAMES.                   ZBNKSOD1
027000   05  WS-Q-NAME-ENTRY OCCURS 6 TIMES.                            ZBNKSOD1
027100     10  WS-Q-NAME                           PIC X(8).            ZBNKSOD1
027200     10  WS-Q-DESC                           PIC X(30).           ZBNKSOD1
027300                                                                  ZBNKSOD1
027400 01  WS-QUEUE-TABLE.                                              ZBNKSOD1
027500   05  WS-Q-ENTRY OCCURS 6 TIMES.                                 ZBNKSOD1
027600     10  WS-Q-PRESENT                        PIC X(1).            ZBNKSOD1
027700     10  WS-Q-CHECKED                        PIC 9(7).            ZBNKSOD1
027800     10  WS-Q-SELF                           PIC 9(7).            ZBNKSOD1
027900                                                                  ZBNKSOD1
028000***************************************************************** ZBNKSOD1
028100* The SODTAB incompatible program pairs                         * ZBNKSOD1
028200***************************************************************** ZBNKSOD1
028300 01  WS-RULE-TABLE.                                               ZBNKSOD1
028400   05  WS-RULE-COUNT                         PIC S9(4) COMP       ZBNKSOD1
028500       VALUE ZERO.                                                ZBNKSOD1
028600   05  WS-RULE-ENTRY OCCURS 50 TIMES.                             ZBNKSOD1
028700     10  WS-RULE-PROGRAM-A                   PIC X(8).            ZBNKSOD1
028800     10  WS-RULE-PROGRAM-B                   PIC X(8).            ZBNKSOD1
028900     10  WS-RULE-DESC                        PIC X(40).           ZBNKSOD1
029000                                                                  ZBNKSOD1
029100***************************************************************** ZBNKSOD1
029200* The BNKAUTH program and role rows                             * ZBNKSOD1
029300***************************************************************** ZBNKSOD1
029400 01  WS-AUTH-TABLE.                                               ZBNKSOD1
029500   05  WS-AUTH-COUNT                         PIC S9(4) COMP       ZBNKSOD1
029600       VALUE ZERO.                                                ZBNKSOD1
029700   05  WS-AUTH-ENTRY OCCURS 500 TIMES.                            ZBNKSOD1
029800     10  WS-AUTH-PROGRAM                     PIC X(8).            ZBNKSOD1
029900     10  WS-AUTH-ROLE                        PIC X(1).            ZBNKSOD1
030000                                                                  ZBNKSOD1
030100***************************************************************** ZBNKSOD1
030200* Approvals by maker and checker, for the reciprocal pairs      * ZBNKSOD1
030300***************************************************************** ZBNKSOD1
030400 01  WS-PAIR-TABLE.                                               ZBNKSOD1
030500   05  WS-PAIR-COUNT                         PIC S9(4) COMP       ZBNKSOD1
030600       VALUE ZERO.                                                ZBNKSOD1
030700   05  WS-PAIR-ENTRY OCCURS 2000 TIMES.                           ZBNKSOD1
030800     10  WS-PAIR-MAKER                       PIC X(8).            ZBNKSOD1
030900     10  WS-PAIR-CHECKER                     PIC X(8).            ZBNKSOD1
031000     10  WS-PAIR-APPROVALS                   PIC 9(5).            ZBNKSOD1
031100                                                                  ZBNKSOD1
031200***************************************************************** ZBNKSOD1
031300* Segregation-of-duties report                                  * ZBNKSOD1
031400***************************************************************** ZBNKSOD1
031500 01  WS-REPORT-LINES.                                             ZBNKSOD1
031600   05  WS-RPT1.                                                   ZBNKSOD1
031700     10  WS-RPT1-CC                          PIC X(1)             ZBNKSOD1
031800         VALUE '1'.                                               ZBNKSOD1
031900     10  FILLER                              PIC X(20)            ZBNKSOD1
032000         VALUE SPACES.                                            ZBNKSOD1
032100     10  WS-RPT1-HEAD                        PIC X(44)            ZBNKSOD1
032200         VALUE 'Segregation of Duties Conflicts - Run Date'.      ZBNKSOD1
032300     10  WS-RPT1-DATE                        PIC X(10).           ZBNKSOD1
032400   05  WS-RPT2.                                                   ZBNKSOD1
032500     10  WS-RPT2-CC                          PIC X(1)             ZBNKSOD1
032600         VALUE ' '.                                               ZBNKSOD1
032700     10  FILLER                              PIC X(20)            ZBNKSOD1
032800         VALUE SPACES.                                            ZBNKSOD1
032900     10  FILLER                              PIC X(7)             ZBNKSOD1
033000         VALUE 'Period '.                                         ZBNKSOD1
033100     10  WS-RPT2-FROM                        PIC X(10).           ZBNKSOD1
033200     10  FILLER                              PIC X(4)             ZBNKSOD1
033300         VALUE ' to '.                                            ZBNKSOD1
033400     10  WS-RPT2-TO                          PIC X(10).           ZBNKSOD1
033500   05  WS-RPT3.                                                   ZBNKSOD1
033600     10  WS-RPT3-CC                          PIC X(1)             ZBNKSOD1
033700         VALUE ' '.                                               ZBNKSOD1
033800     10  FILLER                              PIC X(3)             ZBNKSOD1
033900         VALUE SPACES.                                            ZBNKSOD1
034000     10  WS-RPT3-DESC                        PIC X(40).           ZBNKSOD1
034100     10  WS-RPT3-COUNT                       PIC Z(6)9.           ZBNKSOD1
034200   05  WS-LINE2.                                                  ZBNKSOD1
034300     10  WS-LINE2-CC                         PIC X(1)             ZBNKSOD1
034400         VALUE '-'.                                               ZBNKSOD1
034500     10  WS-LINE2-TEXT                       PIC X(60).           ZBNKSOD1
034600   05  WS-LINE3.                                                  ZBNKSOD1
034700     10  WS-LINE3-CC                         PIC X(1)             ZBNKSOD1
034800         VALUE ' '.                                               ZBNKSOD1
034900     10  FILLER                              PIC X(3)             ZBNKSOD1
035000         VALUE SPACES.                                            ZBNKSOD1
035100     10  WS-LINE3-TEXT                       PIC X(60).           ZBNKSOD1
035200   05  WS-LINE4H.                                                 ZBNKSOD1
035300     10  WS-LINE4H-CC                        PIC X(1)             ZBNKSOD1
035400         VALUE '0'.                                               ZBNKSOD1
035500     10  FILLER                              PIC X(10)            ZBNKSOD1
035600         VALUE 'Queue'.                                           ZBNKSOD1
035700     10  FILLER                              PIC X(42)            ZBNKSOD1
035800         VALUE 'Item'.                                            ZBNKSOD1
035900     10  FILLER                              PIC X(7)             ZBNKSOD1
036000         VALUE 'PID'.                                             ZBNKSOD1
036100     10  FILLER                              PIC X(10)            ZBNKSOD1
036200         VALUE 'User'.                                            ZBNKSOD1
036300     10  FILLER                              PIC X(10)            ZBNKSOD1
036400         VALUE 'Outcome'.                                         ZBNKSOD1
036500   05  WS-LINE4.                                                  ZBNKSOD1
036600     10  WS-LINE4-CC                         PIC X(1)             ZBNKSOD1
036700         VALUE ' '.                                               ZBNKSOD1
036800     10  WS-LINE4-QUEUE                      PIC X(10).           ZBNKSOD1
036900     10  WS-LINE4-KEY                        PIC X(42).           ZBNKSOD1
037000     10  WS-LINE4-PID                        PIC X(7).            ZBNKSOD1
037100     10  WS-LINE4-USER                       PIC X(10).           ZBNKSOD1
037200     10  WS-LINE4-OUTCOME                    PIC X(10).           ZBNKSOD1
037300   05  WS-LINE5H.                                                 ZBNKSOD1
037400     10  WS-LINE5H-CC                        PIC X(1)             ZBNKSOD1
037500         VALUE '0'.                                               ZBNKSOD1
037600     10  FILLER                              PIC X(10)            ZBNKSOD1
037700         VALUE 'User'.                                            ZBNKSOD1
037800     10  FILLER                              PIC X(10)            ZBNKSOD1
037900         VALUE 'User'.                                            ZBNKSOD1
038000     10  FILLER                              PIC X(14)            ZBNKSOD1
038100         VALUE '  1st approved'.                                  ZBNKSOD1
038200     10  FILLER                              PIC X(14)            ZBNKSOD1
038300         VALUE '  2nd approved'.                                  ZBNKSOD1
038400     10  FILLER                              PIC X(9)             ZBNKSOD1
038500         VALUE '    Total'.                                       ZBNKSOD1
038600   05  WS-LINE5.                                                  ZBNKSOD1
038700     10  WS-LINE5-CC                         PIC X(1)             ZBNKSOD1
038800         VALUE ' '.                                               ZBNKSOD1
038900     10  WS-LINE5-USER1                      PIC X(10).           ZBNKSOD1
039000     10  WS-LINE5-USER2                      PIC X(10).           ZBNKSOD1
039100     10  WS-LINE5-1-FOR-2                    PIC Z(13)9.          ZBNKSOD1
039200     10  WS-LINE5-2-FOR-1                    PIC Z(13)9.          ZBNKSOD1
039300     10  WS-LINE5-TOTAL                      PIC Z(8)9.           ZBNKSOD1
039400   05  WS-LINE6H.                                                 ZBNKSOD1
039500     10  WS-LINE6H-CC                        PIC X(1)             ZBNKSOD1
039600         VALUE '0'.                                               ZBNKSOD1
039700     10  FILLER                              PIC X(10)            ZBNKSOD1
039800         VALUE 'User'.                                            ZBNKSOD1
039900     10  FILLER                              PIC X(27)            ZBNKSOD1
040000         VALUE 'Name'.                                            ZBNKSOD1
040100     10  FILLER                              PIC X(5)             ZBNKSOD1
040200         VALUE 'Role'.                                            ZBNKSOD1
040300     10  FILLER                              PIC X(22)            ZBNKSOD1
040400         VALUE 'Programs'.                                        ZBNKSOD1
040500     10  FILLER                              PIC X(40)            ZBNKSOD1
040600         VALUE 'Conflict'.                                        ZBNKSOD1
040700   05  WS-LINE6.                                                  ZBNKSOD1
040800     10  WS-LINE6-CC                         PIC X(1)             ZBNKSOD1
040900         VALUE ' '.                                               ZBNKSOD1
041000     10  WS-LINE6-USER                       PIC X(10).           ZBNKSOD1
041100     10  WS-LINE6-NAME                       PIC X(27).           ZBNKSOD1
041200     10  WS-LINE6-ROLE                       PIC X(5).            ZBNKSOD1
041300     10  WS-LINE6-PROGRAM-A                  PIC X(9).            ZBNKSOD1
041400     10  WS-LINE6-PROGRAM-B                  PIC X(13).           ZBNKSOD1
041500     10  WS-LINE6-DESC                       PIC X(40).           ZBNKSOD1
041600   05  WS-LINE7.                                                  ZBNKSOD1
041700     10  WS-LINE7-CC                         PIC X(1)             ZBNKSOD1
041800         VALUE ' '.                                               ZBNKSOD1
041900     10  FILLER                              PIC X(52)            ZBNKSOD1
042000         VALUE SPACES.                                            ZBNKSOD1
042100     10  WS-LINE7-TEXT                       PIC X(60).           ZBNKSOD1
042200                                                                  ZBNKSOD1
042300 LINKAGE SECTION.                                                 ZBNKSOD1
042400 01  LK-EXEC-PARM.                                                ZBNKSOD1
042500   05  LK-EXEC-PARM-LL                   PIC S9(4) COMP.          ZBNKSOD1
042600   05  LK-EXEC-PARM-DATA.                                         ZBNKSOD1
042700     10  LK-PARM-DATE-FROM               PIC X(10).               ZBNKSOD1
042800     10  LK-PARM-DATE-TO                 PIC X(10).               ZBNKSOD1
042900     10  LK-PARM-PAIR-MIN                PIC X(3).                ZBNKSOD1
043000                                                                  ZBNKSOD1
043100 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKSOD1
043200                                                                  ZBNKSOD1
043300     PERFORM RUN-TIME.                                            ZBNKSOD1
043400                                                                  ZBNKSOD1
043500     MOVE 'Segregation of duties check starting'                  ZBNKSOD1
043600       TO WS-CONSOLE-MESSAGE.                                     ZBNKSOD1
043700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKSOD1
043800                                                                  ZBNKSOD1
043900 COPY CTSTAMPP.                                                   ZBNKSOD1
044000                                                                  ZBNKSOD1
044100     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO                      ZBNKSOD1
044200        MOVE LK-PARM-DATE-FROM TO WS-FILTER-DATE-FROM             ZBNKSOD1
044300        MOVE LK-PARM-DATE-TO TO WS-FILTER-DATE-TO                 ZBNKSOD1
044400     END-IF.                                                      ZBNKSOD1
044500     IF LK-EXEC-PARM-LL IS GREATER THAN 20                        ZBNKSOD1
044600        IF LK-PARM-PAIR-MIN IS NUMERIC AND                        ZBNKSOD1
044700           LK-PARM-PAIR-MIN IS GREATER THAN ZERO                  ZBNKSOD1
044800           MOVE LK-PARM-PAIR-MIN TO WS-PAIR-MIN                   ZBNKSOD1
044900        END-IF                                                    ZBNKSOD1
045000     END-IF.                                                      ZBNKSOD1
045100     PERFORM SET-DEFAULT-PERIOD.                                  ZBNKSOD1
045200     INITIALIZE WS-QUEUE-TABLE.                                   ZBNKSOD1
045300                                                                  ZBNKSOD1
045400     PERFORM LOAD-RULE-TABLE THRU                                 ZBNKSOD1
045500             LOAD-RULE-TABLE-EXIT.                                ZBNKSOD1
045600     PERFORM LOAD-AUTH-TABLE THRU                                 ZBNKSOD1
045700             LOAD-AUTH-TABLE-EXIT.                                ZBNKSOD1
045800     PERFORM OPEN-FILES.                                          ZBNKSOD1
045900     PERFORM PRINT-REPORT-HEADER.                                 ZBNKSOD1
046000                                                                  ZBNKSOD1
046100     MOVE 'Items made and approved by the same user'              ZBNKSOD1
046200       TO WS-LINE2-TEXT.                                          ZBNKSOD1
046300     MOVE WS-LINE2 TO PRINTOUT-REC.                               ZBNKSOD1
046400     PERFORM PRINTOUT-PUT.                                        ZBNKSOD1
046500     MOVE WS-LINE4H TO PRINTOUT-REC.                              ZBNKSOD1
046600     PERFORM PRINTOUT-PUT.                                        ZBNKSOD1
046700     PERFORM SCAN-HOLD THRU                                       ZBNKSOD1
046800             SCAN-HOLD-EXIT.                                      ZBNKSOD1
046900     PERFORM SCAN-LNOVR THRU                                      ZBNKSOD1
047000             SCAN-LNOVR-EXIT.                                     ZBNKSOD1
047100     PERFORM SCAN-DISP THRU                                       ZBNKSOD1
047200             SCAN-DISP-EXIT.                                      ZBNKSOD1
047300     PERFORM SCAN-ESTQ THRU                                       ZBNKSOD1
047400             SCAN-ESTQ-EXIT.                                      ZBNKSOD1
047500     PERFORM SCAN-DENYQ THRU                                      ZBNKSOD1
047600             SCAN-DENYQ-EXIT.                                     ZBNKSOD1
047700     PERFORM SCAN-XRHST THRU                                      ZBNKSOD1
047800             SCAN-XRHST-EXIT.                                     ZBNKSOD1
047900     IF WS-SELF-APPROVED IS EQUAL TO ZERO                         ZBNKSOD1
048000        MOVE 'None' TO WS-LINE3-TEXT                              ZBNKSOD1
048100        MOVE WS-LINE3 TO PRINTOUT-REC                             ZBNKSOD1
048200        PERFORM PRINTOUT-PUT                                      ZBNKSOD1
048300     END-IF.                                                      ZBNKSOD1
048400                                                                  ZBNKSOD1
048500     PERFORM PRINT-RECIPROCAL-PAIRS.                              ZBNKSOD1
048600     PERFORM CHECK-STAFF-RIGHTS THRU                              ZBNKSOD1
048700             CHECK-STAFF-RIGHTS-EXIT.                             ZBNKSOD1
048800     PERFORM PRINT-SUMMARY.                                       ZBNKSOD1
048900     PERFORM CLOSE-FILES.                                         ZBNKSOD1
049000                                                                  ZBNKSOD1
049100     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKSOD1
049200     STRING WS-SELF-APPROVED DELIMITED BY SIZE                    ZBNKSOD1
049300            ' self-approved, ' DELIMITED BY SIZE                  ZBNKSOD1
049400            WS-PAIRS-FLAGGED DELIMITED BY SIZE                    ZBNKSOD1
049500            ' pairs, ' DELIMITED BY SIZE                          ZBNKSOD1
049600            WS-RIGHTS-FLAGGED DELIMITED BY SIZE                   ZBNKSOD1
049700            ' rights' DELIMITED BY SIZE                           ZBNKSOD1
049800       INTO WS-CONSOLE-MESSAGE.                                   ZBNKSOD1
049900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKSOD1
050000     IF WS-PAIRS-DROPPED IS GREATER THAN ZERO                     ZBNKSOD1
050100        MOVE 'Approval pair table full - some pairs not counted'  ZBNKSOD1
050200          TO WS-CONSOLE-MESSAGE                                   ZBNKSOD1
050300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSOD1
050400     END-IF.                                                      ZBNKSOD1
050500     MOVE 'End Of Job'                                            ZBNKSOD1
050600       TO WS-CONSOLE-MESSAGE.                                     ZBNKSOD1
050700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKSOD1
050800                                                                  ZBNKSOD1
050900     PERFORM RUN-TIME.                                            ZBNKSOD1
051000                                                                  ZBNKSOD1
051100     IF WS-SELF-APPROVED IS GREATER THAN ZERO OR                  ZBNKSOD1
051200        WS-PAIRS-FLAGGED IS GREATER THAN ZERO OR                  ZBNKSOD1
051300        WS-RIGHTS-FLAGGED IS GREATER THAN ZERO                    ZBNKSOD1
051400        MOVE 4 TO RETURN-CODE                                     ZBNKSOD1
051500     ELSE                                                         ZBNKSOD1
051600        MOVE 0 TO RETURN-CODE                                     ZBNKSOD1
051700     END-IF.                                                      ZBNKSOD1
051800                                                                  ZBNKSOD1
051900     GOBACK.                                                      ZBNKSOD1
052000                                                                  ZBNKSOD1
052100***************************************************************** ZBNKSOD1
052200* With no dates on the parm the period is last calendar month   * ZBNKSOD1
052300***************************************************************** ZBNKSOD1
052400 SET-DEFAULT-PERIOD.                                              ZBNKSOD1
052500     IF WS-FILTER-DATE-FROM IS EQUAL TO SPACES                    ZBNKSOD1
052600        MOVE WS-TIMESTAMP (1:4) TO WS-PREV-YYYY                   ZBNKSOD1
052700        MOVE WS-TIMESTAMP (6:2) TO WS-PREV-MM                     ZBNKSOD1
052800        IF WS-PREV-MM IS EQUAL TO 1                               ZBNKSOD1
052900           MOVE 12 TO WS-PREV-MM                                  ZBNKSOD1
053000           SUBTRACT 1 FROM WS-PREV-YYYY                           ZBNKSOD1
053100        ELSE                                                      ZBNKSOD1
053200           SUBTRACT 1 FROM WS-PREV-MM                             ZBNKSOD1
053300        END-IF                                                    ZBNKSOD1
053400        MOVE SPACES TO WS-FILTER-DATE-FROM                        ZBNKSOD1
053500        STRING WS-PREV-YYYY DELIMITED BY SIZE                     ZBNKSOD1
053600               '-' DELIMITED BY SIZE                              ZBNKSOD1
053700               WS-PREV-MM DELIMITED BY SIZE                       ZBNKSOD1
053800               '-01' DELIMITED BY SIZE                            ZBNKSOD1
053900          INTO WS-FILTER-DATE-FROM                                ZBNKSOD1
054000        IF WS-FILTER-DATE-TO IS EQUAL TO SPACES                   ZBNKSOD1
054100           MOVE WS-FILTER-DATE-FROM TO WS-FILTER-DATE-TO          ZBNKSOD1
054200           MOVE '31' TO WS-FILTER-DATE-TO (9:2)                   ZBNKSOD1
054300        END-IF                                                    ZBNKSOD1
054400     END-IF.                                                      ZBNKSOD1
054500     IF WS-FILTER-DATE-TO IS EQUAL TO SPACES                      ZBNKSOD1
054600        MOVE '9999-12-31' TO WS-FILTER-DATE-TO                    ZBNKSOD1
054700     END-IF.                                                      ZBNKSOD1
054800                                                                  ZBNKSOD1
054900***************************************************************** ZBNKSOD1
055000* Load the SODTAB incompatible program pairs                    * ZBNKSOD1
055100***************************************************************** ZBNKSOD1
055200 LOAD-RULE-TABLE.                                                 ZBNKSOD1
055300     OPEN INPUT SODTAB-FILE.                                      ZBNKSOD1
055400     IF WS-SODTAB-STATUS IS NOT EQUAL TO '00'                     ZBNKSOD1
055500        MOVE 'SODTAB file open failure...'                        ZBNKSOD1
055600          TO WS-CONSOLE-MESSAGE                                   ZBNKSOD1
055700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSOD1
055800        MOVE WS-SODTAB-STATUS TO WS-IO-STATUS                     ZBNKSOD1
055900        PERFORM DISPLAY-IO-STATUS                                 ZBNKSOD1
056000        PERFORM ABORT-PROGRAM                                     ZBNKSOD1
056100     END-IF.                                                      ZBNKSOD1
056200 LOAD-RULE-LOOP.                                                  ZBNKSOD1
056300     READ SODTAB-FILE.                                            ZBNKSOD1
056400     IF WS-SODTAB-STATUS IS EQUAL TO '10'                         ZBNKSOD1
056500        GO TO LOAD-RULE-DONE                                      ZBNKSOD1
056600     END-IF.                                                      ZBNKSOD1
056700     IF WS-SODTAB-STATUS IS NOT EQUAL TO '00'                     ZBNKSOD1
056800        MOVE 'SODTAB read error...' TO WS-CONSOLE-MESSAGE         ZBNKSOD1
056900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSOD1
057000        MOVE WS-SODTAB-STATUS TO WS-IO-STATUS                     ZBNKSOD1
057100        PERFORM DISPLAY-IO-STATUS                                 ZBNKSOD1
057200        PERFORM ABORT-PROGRAM                                     ZBNKSOD1
057300     END-IF.                                                      ZBNKSOD1
057400     IF SOD-PROGRAM-A IS EQUAL TO SPACES OR                       ZBNKSOD1
057500        SOD-PROGRAM-A (1:1) IS EQUAL TO '*'                       ZBNKSOD1
057600        GO TO LOAD-RULE-LOOP                                      ZBNKSOD1
057700     END-IF.                                                      ZBNKSOD1
057800     IF WS-RULE-COUNT IS NOT LESS THAN 50                         ZBNKSOD1
057900        MOVE 'SODTAB has more than 50 rules - rest ignored'       ZBNKSOD1
058000          TO WS-CONSOLE-MESSAGE                                   ZBNKSOD1
058100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSOD1
058200        GO TO LOAD-RULE-DONE                                      ZBNKSOD1
058300     END-IF.                                                      ZBNKSOD1
058400     ADD 1 TO WS-RULE-COUNT.                                      ZBNKSOD1
058500     MOVE SOD-PROGRAM-A TO WS-RULE-PROGRAM-A (WS-RULE-COUNT).     ZBNKSOD1
058600     MOVE SOD-PROGRAM-B TO WS-RULE-PROGRAM-B (WS-RULE-COUNT).     ZBNKSOD1
058700     MOVE SOD-DESC TO WS-RULE-DESC (WS-RULE-COUNT).               ZBNKSOD1
058800     ADD 1 TO WS-RULES-LOADED.                                    ZBNKSOD1
058900     GO TO LOAD-RULE-LOOP.                                        ZBNKSOD1
059000 LOAD-RULE-DONE.                                                  ZBNKSOD1
059100     CLOSE SODTAB-FILE.                                           ZBNKSOD1
059200 LOAD-RULE-TABLE-EXIT.                                            ZBNKSOD1
059300     EXIT.                                                        ZBNKSOD1
059400                                                                  ZBNKSOD1
059500***************************************************************** ZBNKSOD1
059600* Load the BNKAUTH program and role rows                        * ZBNKSOD1
059700***************************************************************** ZBNKSOD1
059800 LOAD-AUTH-TABLE.                                                 ZBNKSOD1
059900     OPEN INPUT BNKAUTH-FILE.                                     ZBNKSOD1
060000     IF WS-BNKAUTH-STATUS IS EQUAL TO '35'                        ZBNKSOD1
060100        GO TO LOAD-AUTH-TABLE-EXIT                                ZBNKSOD1
060200     END-IF.                                                      ZBNKSOD1
060300     IF WS-BNKAUTH-STATUS IS NOT EQUAL TO '00'                    ZBNKSOD1
060400        MOVE 'BNKAUTH file open failure...'                       ZBNKSOD1
060500          TO WS-CONSOLE-MESSAGE                                   ZBNKSOD1
060600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSOD1
060700        MOVE WS-BNKAUTH-STATUS TO WS-IO-STATUS                    ZBNKSOD1
060800        PERFORM DISPLAY-IO-STATUS                                 ZBNKSOD1
060900        PERFORM ABORT-PROGRAM                                     ZBNKSOD1
061000     END-IF.                                                      ZBNKSOD1
061100 LOAD-AUTH-LOOP.                                                  ZBNKSOD1
061200     READ BNKAUTH-FILE NEXT RECORD.                               ZBNKSOD1
061300     IF WS-BNKAUTH-STATUS IS EQUAL TO '10'                        ZBNKSOD1
061400        GO TO LOAD-AUTH-DONE                                      ZBNKSOD1
061500     END-IF.                                                      ZBNKSOD1
061600     IF WS-BNKAUTH-STATUS IS NOT EQUAL TO '00'                    ZBNKSOD1
061700        MOVE 'BNKAUTH read error...' TO WS-CONSOLE-MESSAGE        ZBNKSOD1
061800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSOD1
061900        MOVE WS-BNKAUTH-STATUS TO WS-IO-STATUS                    ZBNKSOD1
062000        PERFORM DISPLAY-IO-STATUS                                 ZBNKSOD1
062100        PERFORM ABORT-PROGRAM                                     ZBNKSOD1
062200     END-IF.                                                      ZBNKSOD1
062300     IF WS-AUTH-COUNT IS NOT LESS THAN 500                        ZBNKSOD1
062400        MOVE 'BNKAUTH has more than 500 rows - rest ignored'      ZBNKSOD1
062500          TO WS-CONSOLE-MESSAGE                                   ZBNKSOD1
062600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSOD1
062700        GO TO LOAD-AUTH-DONE                                      ZBNKSOD1
062800     END-IF.                                                      ZBNKSOD1
062900     ADD 1 TO WS-AUTH-COUNT.                                      ZBNKSOD1
063000     MOVE AUT-REC-PROGRAM TO WS-AUTH-PROGRAM (WS-AUTH-COUNT).     ZBNKSOD1
063100     MOVE AUT-REC-ROLE TO WS-AUTH-ROLE (WS-AUTH-COUNT).           ZBNKSOD1
063200     GO TO LOAD-AUTH-LOOP.                                        ZBNKSOD1
063300 LOAD-AUTH-DONE.                                                  ZBNKSOD1
063400     CLOSE BNKAUTH-FILE.                                          ZBNKSOD1
063500 LOAD-AUTH-TABLE-EXIT.                                            ZBNKSOD1
063600     EXIT.                                                        ZBNKSOD1
063700                                                                  ZBNKSOD1
063800***************************************************************** ZBNKSOD1
063900* Print the run date and the period checked                     * ZBNKSOD1
064000***************************************************************** ZBNKSOD1
064100 PRINT-REPORT-HEADER.                                             ZBNKSOD1
064200     MOVE WS-TIMESTAMP (1:10) TO WS-RPT1-DATE.                    ZBNKSOD1
064300     MOVE WS-RPT1 TO PRINTOUT-REC.                                ZBNKSOD1
064400     PERFORM PRINTOUT-PUT.                                        ZBNKSOD1
064500     MOVE WS-FILTER-DATE-FROM TO WS-RPT2-FROM.                    ZBNKSOD1
064600     MOVE WS-FILTER-DATE-TO TO WS-RPT2-TO.                        ZBNKSOD1
064700     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKSOD1
064800     PERFORM PRINTOUT-PUT.                                        ZBNKSOD1
064900                                                                  ZBNKSOD1
065000***************************************************************** ZBNKSOD1
065100* A decided item - list it if its maker decided it, otherwise   * ZBNKSOD1
065200* count the approval against the maker and checker pair         * ZBNKSOD1
065300***************************************************************** ZBNKSOD1
065400 CHECK-ITEM.                                                      ZBNKSOD1
065500     ADD 1 TO WS-ITEMS-CHECKED.                                   ZBNKSOD1
065600     ADD 1 TO WS-Q-CHECKED (WS-Q-SUB).                            ZBNKSOD1
065700     IF WS-ITEM-MAKER IS EQUAL TO SPACES OR                       ZBNKSOD1
065800        WS-ITEM-CHECKER IS EQUAL TO SPACES                        ZBNKSOD1
065900        GO TO CHECK-ITEM-EXIT                                     ZBNKSOD1
066000     END-IF.                                                      ZBNKSOD1
066100     IF WS-ITEM-MAKER IS NOT EQUAL TO WS-ITEM-CHECKER             ZBNKSOD1
066200        PERFORM COUNT-APPROVAL THRU                               ZBNKSOD1
066300                COUNT-APPROVAL-EXIT                               ZBNKSOD1
066400        GO TO CHECK-ITEM-EXIT                                     ZBNKSOD1
066500     END-IF.                                                      ZBNKSOD1
066600     ADD 1 TO WS-SELF-APPROVED.                                   ZBNKSOD1
066700     ADD 1 TO WS-Q-SELF (WS-Q-SUB).                               ZBNKSOD1
066800     MOVE WS-Q-NAME (WS-Q-SUB) TO WS-LINE4-QUEUE.                 ZBNKSOD1
066900     MOVE WS-ITEM-KEY TO WS-LINE4-KEY.                            ZBNKSOD1
067000     MOVE WS-ITEM-PID TO WS-LINE4-PID.                            ZBNKSOD1
067100     MOVE WS-ITEM-MAKER TO WS-LINE4-USER.                         ZBNKSOD1
067200     MOVE WS-ITEM-OUTCOME TO WS-LINE4-OUTCOME.                    ZBNKSOD1
067300     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKSOD1
067400     PERFORM PRINTOUT-PUT.                                        ZBNKSOD1
067500 CHECK-ITEM-EXIT.                                                 ZBNKSOD1
067600     EXIT.                                                        ZBNKSOD1
067700                                                                  ZBNKSOD1
067800 COUNT-APPROVAL.                                                  ZBNKSOD1
067900     MOVE 1 TO WS-SUB.                                            ZBNKSOD1
068000     PERFORM FIND-PAIR                                            ZBNKSOD1
068100       UNTIL WS-SUB IS GREATER THAN WS-PAIR-COUNT OR              ZBNKSOD1
068200             (WS-PAIR-MAKER (WS-SUB) IS EQUAL TO WS-ITEM-MAKER ANDZBNKSOD1
068300              WS-PAIR-CHECKER (WS-SUB) IS EQUAL TO                ZBNKSOD1
068400                WS-ITEM-CHECKER).                                 ZBNKSOD1
068500     IF WS-SUB IS GREATER THAN WS-PAIR-COUNT                      ZBNKSOD1
068600        IF WS-PAIR-COUNT IS NOT LESS THAN 2000                    ZBNKSOD1
068700           ADD 1 TO WS-PAIRS-DROPPED                              ZBNKSOD1
068800           GO TO COUNT-APPROVAL-EXIT                              ZBNKSOD1
068900        END-IF                                                    ZBNKSOD1
069000        ADD 1 TO WS-PAIR-COUNT                                    ZBNKSOD1
069100        MOVE WS-PAIR-COUNT TO WS-SUB                              ZBNKSOD1
069200        MOVE WS-ITEM-MAKER TO WS-PAIR-MAKER (WS-SUB)              ZBNKSOD1
069300        MOVE WS-ITEM-CHECKER TO WS-PAIR-CHECKER (WS-SUB)          ZBNKSOD1
069400        MOVE ZERO TO WS-PAIR-APPROVALS (WS-SUB)                   ZBNKSOD1
069500     END-IF.                                                      ZBNKSOD1
069600     ADD 1 TO WS-PAIR-APPROVALS (WS-SUB).                         ZBNKSOD1
069700 COUNT-APPROVAL-EXIT.                                             ZBNKSOD1
069800     EXIT.                                                        ZBNKSOD1
069900                                                                  ZBNKSOD1
070000 FIND-PAIR.                                                       ZBNKSOD1
070100     ADD 1 TO WS-SUB.                                             ZBNKSOD1
070200                                                                  ZBNKSOD1
070300 QUEUE-READ-ERROR.                                                ZBNKSOD1
070400     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKSOD1
070500     STRING WS-Q-NAME (WS-Q-SUB) DELIMITED BY SPACE               ZBNKSOD1
070600            ' read error...' DELIMITED BY SIZE                    ZBNKSOD1
070700       INTO WS-CONSOLE-MESSAGE.                                   ZBNKSOD1
070800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKSOD1
070900     PERFORM DISPLAY-IO-STATUS.                                   ZBNKSOD1
071000     PERFORM ABORT-PROGRAM.                                       ZBNKSOD1
071100                                                                  ZBNKSOD1
071200***************************************************************** ZBNKSOD1
071300* Address/contact change holds decided in the period            * ZBNKSOD1
071400***************************************************************** ZBNKSOD1
071500 SCAN-HOLD.                                                       ZBNKSOD1
071600     MOVE 1 TO WS-Q-SUB.                                          ZBNKSOD1
071700     IF WS-Q-PRESENT (WS-Q-SUB) IS NOT EQUAL TO 'Y'               ZBNKSOD1
071800        GO TO SCAN-HOLD-EXIT                                      ZBNKSOD1
071900     END-IF.                                                      ZBNKSOD1
072000     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKSOD1
072100     MOVE LOW-VALUES TO HLD-KEY.                                  ZBNKSOD1
072200     MOVE WS-FILTER-DATE-FROM TO HLD-REC-TIMESTAMP (1:10).        ZBNKSOD1
072300     START BNKHOLD-FILE KEY IS NOT LESS THAN HLD-KEY.             ZBNKSOD1
072400     IF WS-BNKHOLD-STATUS IS NOT EQUAL TO '00'                    ZBNKSOD1
072500        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKSOD1
072600     END-IF.                                                      ZBNKSOD1
072700     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKSOD1
072800        READ BNKHOLD-FILE NEXT RECORD                             ZBNKSOD1
072900        IF WS-BNKHOLD-STATUS IS EQUAL TO '10'                     ZBNKSOD1
073000           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKSOD1
073100        ELSE                                                      ZBNKSOD1
073200           IF WS-BNKHOLD-STAT1 IS NOT EQUAL TO '0'                ZBNKSOD1
073300              MOVE WS-BNKHOLD-STATUS TO WS-IO-STATUS              ZBNKSOD1
073400              PERFORM QUEUE-READ-ERROR                            ZBNKSOD1
073500           END-IF                                                 ZBNKSOD1
073600           IF HLD-REC-TIMESTAMP (1:10) IS GREATER THAN            ZBNKSOD1
073700                WS-FILTER-DATE-TO                                 ZBNKSOD1
073800              MOVE 'YES' TO WS-END-OF-FILE                        ZBNKSOD1
073900           ELSE                                                   ZBNKSOD1
074000              IF HLD-STATUS-APPROVED                              ZBNKSOD1
074100                 MOVE SPACES TO WS-ITEM                           ZBNKSOD1
074200                 MOVE HLD-REC-TIMESTAMP TO WS-ITEM-KEY            ZBNKSOD1
074300                 MOVE HLD-REC-PID TO WS-ITEM-PID                  ZBNKSOD1
074400                 MOVE HLD-REC-SUBMIT-USERID TO WS-ITEM-MAKER      ZBNKSOD1
074500                 MOVE HLD-REC-REVIEW-USERID TO                    ZBNKSOD1
074600                   WS-ITEM-CHECKER                                ZBNKSOD1
074700                 MOVE 'Approved' TO WS-ITEM-OUTCOME               ZBNKSOD1
074800                 PERFORM CHECK-ITEM THRU                          ZBNKSOD1
074900                         CHECK-ITEM-EXIT                          ZBNKSOD1
075000              END-IF                                              ZBNKSOD1
075100           END-IF                                                 ZBNKSOD1
075200        END-IF                                                    ZBNKSOD1
075300     END-PERFORM.                                                 ZBNKSOD1
075400 SCAN-HOLD-EXIT.                                                  ZBNKSOD1
075500     EXIT.                                                        ZBNKSOD1
075600                                                                  ZBNKSOD1
075700***************************************************************** ZBNKSOD1
075800* Loan and FX rate overrides decided in the period              * ZBNKSOD1
075900***************************************************************** ZBNKSOD1
076000 SCAN-LNOVR.                                                      ZBNKSOD1
076100     MOVE 2 TO WS-Q-SUB.                                          ZBNKSOD1
076200     IF WS-Q-PRESENT (WS-Q-SUB) IS NOT EQUAL TO 'Y'               ZBNKSOD1
076300        GO TO SCAN-LNOVR-EXIT                                     ZBNKSOD1
076400     END-IF.                                                      ZBNKSOD1
076500     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKSOD1
076600     MOVE LOW-VALUES TO LOV-KEY.                                  ZBNKSOD1
076700     MOVE WS-FILTER-DATE-FROM TO LOV-REC-TIMESTAMP (1:10).        ZBNKSOD1
076800     START BNKLNOVR-FILE KEY IS NOT LESS THAN LOV-KEY.            ZBNKSOD1
076900     IF WS-BNKLNOVR-STATUS IS NOT EQUAL TO '00'                   ZBNKSOD1
077000        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKSOD1
077100     END-IF.                                                      ZBNKSOD1
077200     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKSOD1
077300        READ BNKLNOVR-FILE NEXT RECORD                            ZBNKSOD1
077400        IF WS-BNKLNOVR-STATUS IS EQUAL TO '10'                    ZBNKSOD1
077500           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKSOD1
077600        ELSE                                                      ZBNKSOD1
077700           IF WS-BNKLNOVR-STAT1 IS NOT EQUAL TO '0'               ZBNKSOD1
077800              MOVE WS-BNKLNOVR-STATUS TO WS-IO-STATUS             ZBNKSOD1
077900              PERFORM QUEUE-READ-ERROR                            ZBNKSOD1
078000           END-IF                                                 ZBNKSOD1
078100           IF LOV-REC-TIMESTAMP (1:10) IS GREATER THAN            ZBNKSOD1
078200                WS-FILTER-DATE-TO                                 ZBNKSOD1
078300              MOVE 'YES' TO WS-END-OF-FILE                        ZBNKSOD1
078400           ELSE                                                   ZBNKSOD1
078500              IF LOV-STATUS-APPROVED                              ZBNKSOD1
078600                 MOVE SPACES TO WS-ITEM                           ZBNKSOD1
078700                 MOVE LOV-REC-TIMESTAMP TO WS-ITEM-KEY            ZBNKSOD1
078800                 MOVE LOV-REC-PID TO WS-ITEM-PID                  ZBNKSOD1
078900                 MOVE LOV-REC-SUBMIT-USERID TO WS-ITEM-MAKER      ZBNKSOD1
079000                 MOVE LOV-REC-REVIEW-USERID TO                    ZBNKSOD1
079100                   WS-ITEM-CHECKER                                ZBNKSOD1
079200                 MOVE 'Approved' TO WS-ITEM-OUTCOME               ZBNKSOD1
079300                 PERFORM CHECK-ITEM THRU                          ZBNKSOD1
079400                         CHECK-ITEM-EXIT                          ZBNKSOD1
079500              END-IF                                              ZBNKSOD1
079600           END-IF                                                 ZBNKSOD1
079700        END-IF                                                    ZBNKSOD1
079800     END-PERFORM.                                                 ZBNKSOD1
079900 SCAN-LNOVR-EXIT.                                                 ZBNKSOD1
080000     EXIT.                                                        ZBNKSOD1
080100                                                                  ZBNKSOD1
080200***************************************************************** ZBNKSOD1
080300* Transaction disputes decided in the period                    * ZBNKSOD1
080400***************************************************************** ZBNKSOD1
080500 SCAN-DISP.                                                       ZBNKSOD1
080600     MOVE 3 TO WS-Q-SUB.                                          ZBNKSOD1
080700     IF WS-Q-PRESENT (WS-Q-SUB) IS NOT EQUAL TO 'Y'               ZBNKSOD1
080800        GO TO SCAN-DISP-EXIT                                      ZBNKSOD1
080900     END-IF.                                                      ZBNKSOD1
081000     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKSOD1
081100     MOVE LOW-VALUES TO DSP-KEY.                                  ZBNKSOD1
081200     MOVE WS-FILTER-DATE-FROM TO DSP-REC-TIMESTAMP (1:10).        ZBNKSOD1
081300     START BNKDISP-FILE KEY IS NOT LESS THAN DSP-KEY.             ZBNKSOD1
081400     IF WS-BNKDISP-STATUS IS NOT EQUAL TO '00'                    ZBNKSOD1
081500        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKSOD1
081600     END-IF.                                                      ZBNKSOD1
081700     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKSOD1
081800        READ BNKDISP-FILE NEXT RECORD                             ZBNKSOD1
081900        IF WS-BNKDISP-STATUS IS EQUAL TO '10'                     ZBNKSOD1
082000           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKSOD1
082100        ELSE                                                      ZBNKSOD1
082200           IF WS-BNKDISP-STAT1 IS NOT EQUAL TO '0'                ZBNKSOD1
082300              MOVE WS-BNKDISP-STATUS TO WS-IO-STATUS              ZBNKSOD1
082400              PERFORM QUEUE-READ-ERROR                            ZBNKSOD1
082500           END-IF                                                 ZBNKSOD1
082600           IF DSP-REC-TIMESTAMP (1:10) IS GREATER THAN            ZBNKSOD1
082700                WS-FILTER-DATE-TO                                 ZBNKSOD1
082800              MOVE 'YES' TO WS-END-OF-FILE                        ZBNKSOD1
082900           ELSE                                                   ZBNKSOD1
083000              IF DSP-STATUS-APPROVED                              ZBNKSOD1
083100                 MOVE SPACES TO WS-ITEM                           ZBNKSOD1
083200                 MOVE DSP-REC-TIMESTAMP TO WS-ITEM-KEY            ZBNKSOD1
083300                 MOVE DSP-REC-PID TO WS-ITEM-PID                  ZBNKSOD1
083400                 MOVE DSP-REC-SUBMIT-USERID TO WS-ITEM-MAKER      ZBNKSOD1
083500                 MOVE DSP-REC-REVIEW-USERID TO                    ZBNKSOD1
083600                   WS-ITEM-CHECKER                                ZBNKSOD1
083700                 MOVE 'Approved' TO WS-ITEM-OUTCOME               ZBNKSOD1
083800                 PERFORM CHECK-ITEM THRU                          ZBNKSOD1
083900                         CHECK-ITEM-EXIT                          ZBNKSOD1
084000              END-IF                                              ZBNKSOD1
084100           END-IF                                                 ZBNKSOD1
084200        END-IF                                                    ZBNKSOD1
084300     END-PERFORM.                                                 ZBNKSOD1
084400 SCAN-DISP-EXIT.                                                  ZBNKSOD1
084500     EXIT.                                                        ZBNKSOD1
084600                                                                  ZBNKSOD1
084700***************************************************************** ZBNKSOD1
084800* Estate release work queue decided in the period               * ZBNKSOD1
084900***************************************************************** ZBNKSOD1
085000 SCAN-ESTQ.                                                       ZBNKSOD1
085100     MOVE 4 TO WS-Q-SUB.                                          ZBNKSOD1
085200     IF WS-Q-PRESENT (WS-Q-SUB) IS NOT EQUAL TO 'Y'               ZBNKSOD1
085300        GO TO SCAN-ESTQ-EXIT                                      ZBNKSOD1
085400     END-IF.                                                      ZBNKSOD1
085500     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKSOD1
085600     MOVE LOW-VALUES TO ESQ-KEY.                                  ZBNKSOD1
085700     MOVE WS-FILTER-DATE-FROM TO ESQ-REC-TIMESTAMP (1:10).        ZBNKSOD1
085800     START BNKESTQ-FILE KEY IS NOT LESS THAN ESQ-KEY.             ZBNKSOD1
085900     IF WS-BNKESTQ-STATUS IS NOT EQUAL TO '00'                    ZBNKSOD1
086000        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKSOD1
086100     END-IF.                                                      ZBNKSOD1
086200     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKSOD1
086300        READ BNKESTQ-FILE NEXT RECORD                             ZBNKSOD1
086400        IF WS-BNKESTQ-STATUS IS EQUAL TO '10'                     ZBNKSOD1
086500           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKSOD1
086600        ELSE                                                      ZBNKSOD1
086700           IF WS-BNKESTQ-STAT1 IS NOT EQUAL TO '0'                ZBNKSOD1
086800              MOVE WS-BNKESTQ-STATUS TO WS-IO-STATUS              ZBNKSOD1
086900              PERFORM QUEUE-READ-ERROR                            ZBNKSOD1
087000           END-IF                                                 ZBNKSOD1
087100           IF ESQ-REC-TIMESTAMP (1:10) IS GREATER THAN            ZBNKSOD1
087200                WS-FILTER-DATE-TO                                 ZBNKSOD1
087300              MOVE 'YES' TO WS-END-OF-FILE                        ZBNKSOD1
087400           ELSE                                                   ZBNKSOD1
087500              IF ESQ-STATUS-RELEASED                              ZBNKSOD1
087600                 MOVE SPACES TO WS-ITEM                           ZBNKSOD1
087700                 MOVE ESQ-REC-TIMESTAMP TO WS-ITEM-KEY            ZBNKSOD1
087800                 MOVE ESQ-REC-PID TO WS-ITEM-PID                  ZBNKSOD1
087900                 MOVE ESQ-REC-SUBMIT-USERID TO WS-ITEM-MAKER      ZBNKSOD1
088000                 MOVE ESQ-REC-REVIEW-USERID TO                    ZBNKSOD1
088100                   WS-ITEM-CHECKER                                ZBNKSOD1
088200                 MOVE 'Released' TO WS-ITEM-OUTCOME               ZBNKSOD1
088300                 PERFORM CHECK-ITEM THRU                          ZBNKSOD1
088400                         CHECK-ITEM-EXIT                          ZBNKSOD1
088500              END-IF                                              ZBNKSOD1
088600           END-IF                                                 ZBNKSOD1
088700        END-IF                                                    ZBNKSOD1
088800     END-PERFORM.                                                 ZBNKSOD1
088900 SCAN-ESTQ-EXIT.                                                  ZBNKSOD1
089000     EXIT.                                                        ZBNKSOD1
089100                                                                  ZBNKSOD1
089200***************************************************************** ZBNKSOD1
089300* Denied-party screening hits decided in the period             * ZBNKSOD1
089400***************************************************************** ZBNKSOD1
089500 SCAN-DENYQ.                                                      ZBNKSOD1
089600     MOVE 5 TO WS-Q-SUB.                                          ZBNKSOD1
089700     IF WS-Q-PRESENT (WS-Q-SUB) IS NOT EQUAL TO 'Y'               ZBNKSOD1
089800        GO TO SCAN-DENYQ-EXIT                                     ZBNKSOD1
089900     END-IF.                                                      ZBNKSOD1
090000     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKSOD1
090100     MOVE LOW-VALUES TO DNH-KEY.                                  ZBNKSOD1
090200     MOVE WS-FILTER-DATE-FROM TO DNH-REC-TIMESTAMP (1:10).        ZBNKSOD1
090300     START BNKDENYQ-FILE KEY IS NOT LESS THAN DNH-KEY.            ZBNKSOD1
090400     IF WS-BNKDENYQ-STATUS IS NOT EQUAL TO '00'                   ZBNKSOD1
090500        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKSOD1
090600     END-IF.                                                      ZBNKSOD1
090700     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKSOD1
090800        READ BNKDENYQ-FILE NEXT RECORD                            ZBNKSOD1
090900        IF WS-BNKDENYQ-STATUS IS EQUAL TO '10'                    ZBNKSOD1
091000           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKSOD1
091100        ELSE                                                      ZBNKSOD1
091200           IF WS-BNKDENYQ-STAT1 IS NOT EQUAL TO '0'               ZBNKSOD1
091300              MOVE WS-BNKDENYQ-STATUS TO WS-IO-STATUS             ZBNKSOD1
091400              PERFORM QUEUE-READ-ERROR                            ZBNKSOD1
091500           END-IF                                                 ZBNKSOD1
091600           IF DNH-REC-TIMESTAMP (1:10) IS GREATER THAN            ZBNKSOD1
091700                WS-FILTER-DATE-TO                                 ZBNKSOD1
091800              MOVE 'YES' TO WS-END-OF-FILE                        ZBNKSOD1
091900           ELSE                                                   ZBNKSOD1
092000              IF DNH-STATUS-CLEARED                               ZBNKSOD1
092100                 MOVE SPACES TO WS-ITEM                           ZBNKSOD1
092200                 MOVE DNH-REC-TIMESTAMP TO WS-ITEM-KEY            ZBNKSOD1
092300                 MOVE DNH-REC-PID TO WS-ITEM-PID                  ZBNKSOD1
092400                 MOVE DNH-REC-SUBMIT-USERID TO WS-ITEM-MAKER      ZBNKSOD1
092500                 MOVE DNH-REC-REVIEW-USERID TO                    ZBNKSOD1
092600                   WS-ITEM-CHECKER                                ZBNKSOD1
092700                 MOVE 'Cleared' TO WS-ITEM-OUTCOME                ZBNKSOD1
092800                 PERFORM CHECK-ITEM THRU                          ZBNKSOD1
092900                         CHECK-ITEM-EXIT                          ZBNKSOD1
093000              END-IF                                              ZBNKSOD1
093100           END-IF                                                 ZBNKSOD1
093200        END-IF                                                    ZBNKSOD1
093300     END-PERFORM.                                                 ZBNKSOD1
093400 SCAN-DENYQ-EXIT.                                                 ZBNKSOD1
093500     EXIT.                                                        ZBNKSOD1
093600                                                                  ZBNKSOD1
093700***************************************************************** ZBNKSOD1
093800* Exchange rate history - the maker is recorded on the row and  * ZBNKSOD1
093900* the change audit shows who wrote it.  A row written by anyone * ZBNKSOD1
094000* else was a parked rate released by that supervisor.           * ZBNKSOD1
094100***************************************************************** ZBNKSOD1
094200 SCAN-XRHST.                                                      ZBNKSOD1
094300     MOVE 6 TO WS-Q-SUB.                                          ZBNKSOD1
094400     IF WS-RAUD-PRESENT IS NOT EQUAL TO 'Y'                       ZBNKSOD1
094500        GO TO SCAN-XRHST-EXIT                                     ZBNKSOD1
094600     END-IF.                                                      ZBNKSOD1
094700     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKSOD1
094800     MOVE LOW-VALUES TO RAU-KEY.                                  ZBNKSOD1
094900     MOVE WS-FILTER-DATE-FROM TO RAU-REC-TIMESTAMP (1:10).        ZBNKSOD1
095000     START BNKRAUD-FILE KEY IS NOT LESS THAN RAU-KEY.             ZBNKSOD1
095100     IF WS-BNKRAUD-STATUS IS NOT EQUAL TO '00'                    ZBNKSOD1
095200        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKSOD1
095300     END-IF.                                                      ZBNKSOD1
095400     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKSOD1
095500        READ BNKRAUD-FILE NEXT RECORD                             ZBNKSOD1
095600        IF WS-BNKRAUD-STATUS IS EQUAL TO '10'                     ZBNKSOD1
095700           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKSOD1
095800        ELSE                                                      ZBNKSOD1
095900           IF WS-BNKRAUD-STAT1 IS NOT EQUAL TO '0'                ZBNKSOD1
096000              MOVE WS-BNKRAUD-STATUS TO WS-IO-STATUS              ZBNKSOD1
096100              PERFORM QUEUE-READ-ERROR                            ZBNKSOD1
096200           END-IF                                                 ZBNKSOD1
096300           IF RAU-REC-TIMESTAMP (1:10) IS GREATER THAN            ZBNKSOD1
096400                WS-FILTER-DATE-TO                                 ZBNKSOD1
096500              MOVE 'YES' TO WS-END-OF-FILE                        ZBNKSOD1
096600           ELSE                                                   ZBNKSOD1
096700              IF RAU-REC-TABLE IS EQUAL TO 'BNKXRHST' AND         ZBNKSOD1
096800                 NOT RAU-ACTION-DELETE                            ZBNKSOD1
096900                 MOVE SPACES TO WS-ITEM                           ZBNKSOD1
097000                 MOVE RAU-REC-ROW-KEY TO WS-ITEM-KEY              ZBNKSOD1
097100                 MOVE RAU-REC-AFTER (19:8) TO WS-ITEM-MAKER       ZBNKSOD1
097200                 MOVE RAU-REC-USERID TO WS-ITEM-CHECKER           ZBNKSOD1
097300                 IF WS-ITEM-MAKER IS NOT EQUAL TO                 ZBNKSOD1
097400                      WS-ITEM-CHECKER                             ZBNKSOD1
097500                    MOVE 'Released' TO WS-ITEM-OUTCOME            ZBNKSOD1
097600                    PERFORM CHECK-ITEM THRU                       ZBNKSOD1
097700                            CHECK-ITEM-EXIT                       ZBNKSOD1
097800                 END-IF                                           ZBNKSOD1
097900              END-IF                                              ZBNKSOD1
098000           END-IF                                                 ZBNKSOD1
098100        END-IF                                                    ZBNKSOD1
098200     END-PERFORM.                                                 ZBNKSOD1
098300 SCAN-XRHST-EXIT.                                                 ZBNKSOD1
098400     EXIT.                                                        ZBNKSOD1
098500                                                                  ZBNKSOD1
098600***************************************************************** ZBNKSOD1
098700* Users who approve each other's work - every maker and checker * ZBNKSOD1
098800* pair is matched with its reverse, and reported when the two   * ZBNKSOD1
098900* between them reach the parm count                             * ZBNKSOD1
099000***************************************************************** ZBNKSOD1
099100 PRINT-RECIPROCAL-PAIRS.                                          ZBNKSOD1
099200     MOVE 'Users who approve each other''s work'                  ZBNKSOD1
099300       TO WS-LINE2-TEXT.                                          ZBNKSOD1
099400     MOVE WS-LINE2 TO PRINTOUT-REC.                               ZBNKSOD1
099500     PERFORM PRINTOUT-PUT.                                        ZBNKSOD1
099600     MOVE WS-LINE5H TO PRINTOUT-REC.                              ZBNKSOD1
099700     PERFORM PRINTOUT-PUT.                                        ZBNKSOD1
099800     MOVE 1 TO WS-R-SUB.                                          ZBNKSOD1
099900     PERFORM CHECK-RECIPROCAL-PAIR                                ZBNKSOD1
100000       UNTIL WS-R-SUB IS GREATER THAN WS-PAIR-COUNT.              ZBNKSOD1
100100     IF WS-PAIRS-FLAGGED IS EQUAL TO ZERO                         ZBNKSOD1
100200        MOVE 'None' TO WS-LINE3-TEXT                              ZBNKSOD1
100300        MOVE WS-LINE3 TO PRINTOUT-REC                             ZBNKSOD1
100400        PERFORM PRINTOUT-PUT                                      ZBNKSOD1
100500     END-IF.                                                      ZBNKSOD1
100600                                                                  ZBNKSOD1
100700 CHECK-RECIPROCAL-PAIR.                                           ZBNKSOD1
100800     IF WS-PAIR-MAKER (WS-R-SUB) IS LESS THAN                     ZBNKSOD1
100900          WS-PAIR-CHECKER (WS-R-SUB)                              ZBNKSOD1
101000        MOVE 1 TO WS-SUB2                                         ZBNKSOD1
101100        PERFORM FIND-REVERSE-PAIR                                 ZBNKSOD1
101200          UNTIL WS-SUB2 IS GREATER THAN WS-PAIR-COUNT OR          ZBNKSOD1
101300                (WS-PAIR-MAKER (WS-SUB2) IS EQUAL TO              ZBNKSOD1
101400                   WS-PAIR-CHECKER (WS-R-SUB) AND                 ZBNKSOD1
101500                 WS-PAIR-CHECKER (WS-SUB2) IS EQUAL TO            ZBNKSOD1
101600                   WS-PAIR-MAKER (WS-R-SUB))                      ZBNKSOD1
101700        IF WS-SUB2 IS NOT GREATER THAN WS-PAIR-COUNT              ZBNKSOD1
101800           IF WS-PAIR-APPROVALS (WS-R-SUB) +                      ZBNKSOD1
101900              WS-PAIR-APPROVALS (WS-SUB2) IS NOT LESS THAN        ZBNKSOD1
102000                WS-PAIR-MIN                                       ZBNKSOD1
102100              ADD 1 TO WS-PAIRS-FLAGGED                           ZBNKSOD1
102200              MOVE WS-PAIR-MAKER (WS-R-SUB) TO WS-LINE5-USER1     ZBNKSOD1
102300              MOVE WS-PAIR-CHECKER (WS-R-SUB) TO WS-LINE5-USER2   ZBNKSOD1
102400              MOVE WS-PAIR-APPROVALS (WS-SUB2)                    ZBNKSOD1
102500                TO WS-LINE5-1-FOR-2                               ZBNKSOD1
102600              MOVE WS-PAIR-APPROVALS (WS-R-SUB)                   ZBNKSOD1
102700                TO WS-LINE5-2-FOR-1                               ZBNKSOD1
102800              COMPUTE WS-LINE5-TOTAL =                            ZBNKSOD1
102900                      WS-PAIR-APPROVALS (WS-R-SUB) +              ZBNKSOD1
103000                      WS-PAIR-APPROVALS (WS-SUB2)                 ZBNKSOD1
103100              MOVE WS-LINE5 TO PRINTOUT-REC                       ZBNKSOD1
103200              PERFORM PRINTOUT-PUT                                ZBNKSOD1
103300           END-IF                                                 ZBNKSOD1
103400        END-IF                                                    ZBNKSOD1
103500     END-IF.                                                      ZBNKSOD1
103600     ADD 1 TO WS-R-SUB.                                           ZBNKSOD1
103700                                                                  ZBNKSOD1
103800 FIND-REVERSE-PAIR.                                               ZBNKSOD1
103900     ADD 1 TO WS-SUB2.                                            ZBNKSOD1
104000                                                                  ZBNKSOD1
104100***************************************************************** ZBNKSOD1
104200* Active staff whose role holds both programs of an SODTAB pair * ZBNKSOD1
104300***************************************************************** ZBNKSOD1
104400 CHECK-STAFF-RIGHTS.                                              ZBNKSOD1
104500     MOVE 'Staff holding incompatible rights'                     ZBNKSOD1
104600       TO WS-LINE2-TEXT.                                          ZBNKSOD1
104700     MOVE WS-LINE2 TO PRINTOUT-REC.                               ZBNKSOD1
104800     PERFORM PRINTOUT-PUT.                                        ZBNKSOD1
104900     IF WS-RULE-COUNT IS EQUAL TO ZERO                            ZBNKSOD1
105000        MOVE 'No incompatible pairs on SODTAB' TO WS-LINE3-TEXT   ZBNKSOD1
105100        MOVE WS-LINE3 TO PRINTOUT-REC                             ZBNKSOD1
105200        PERFORM PRINTOUT-PUT                                      ZBNKSOD1
105300        GO TO CHECK-STAFF-RIGHTS-EXIT                             ZBNKSOD1
105400     END-IF.                                                      ZBNKSOD1
105500     OPEN INPUT BNKSTAF-FILE.                                     ZBNKSOD1
105600     IF WS-BNKSTAF-STATUS IS EQUAL TO '35'                        ZBNKSOD1
105700        MOVE 'BNKSTAF file not present - not checked'             ZBNKSOD1
105800          TO WS-LINE3-TEXT                                        ZBNKSOD1
105900        MOVE WS-LINE3 TO PRINTOUT-REC                             ZBNKSOD1
106000        PERFORM PRINTOUT-PUT                                      ZBNKSOD1
106100        GO TO CHECK-STAFF-RIGHTS-EXIT                             ZBNKSOD1
106200     END-IF.                                                      ZBNKSOD1
106300     IF WS-BNKSTAF-STATUS IS NOT EQUAL TO '00'                    ZBNKSOD1
106400        MOVE 'BNKSTAF file open failure...'                       ZBNKSOD1
106500          TO WS-CONSOLE-MESSAGE                                   ZBNKSOD1
106600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSOD1
106700        MOVE WS-BNKSTAF-STATUS TO WS-IO-STATUS                    ZBNKSOD1
106800        PERFORM DISPLAY-IO-STATUS                                 ZBNKSOD1
106900        PERFORM ABORT-PROGRAM                                     ZBNKSOD1
107000     END-IF.                                                      ZBNKSOD1
107100     MOVE WS-LINE6H TO PRINTOUT-REC.                              ZBNKSOD1
107200     PERFORM PRINTOUT-PUT.                                        ZBNKSOD1
107300 CHECK-STAFF-LOOP.                                                ZBNKSOD1
107400     READ BNKSTAF-FILE NEXT RECORD.                               ZBNKSOD1
107500     IF WS-BNKSTAF-STATUS IS EQUAL TO '10'                        ZBNKSOD1
107600        GO TO CHECK-STAFF-DONE                                    ZBNKSOD1
107700     END-IF.                                                      ZBNKSOD1
107800     IF WS-BNKSTAF-STATUS IS NOT EQUAL TO '00'                    ZBNKSOD1
107900        MOVE 'BNKSTAF read error...' TO WS-CONSOLE-MESSAGE        ZBNKSOD1
108000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSOD1
108100        MOVE WS-BNKSTAF-STATUS TO WS-IO-STATUS                    ZBNKSOD1
108200        PERFORM DISPLAY-IO-STATUS                                 ZBNKSOD1
108300        PERFORM ABORT-PROGRAM                                     ZBNKSOD1
108400     END-IF.                                                      ZBNKSOD1
108500     IF NOT STF-IS-ACTIVE                                         ZBNKSOD1
108600        GO TO CHECK-STAFF-LOOP                                    ZBNKSOD1
108700     END-IF.                                                      ZBNKSOD1
108800     MOVE 1 TO WS-R-SUB.                                          ZBNKSOD1
108900     PERFORM CHECK-STAFF-RULE                                     ZBNKSOD1
109000       UNTIL WS-R-SUB IS GREATER THAN WS-RULE-COUNT.              ZBNKSOD1
109100     GO TO CHECK-STAFF-LOOP.                                      ZBNKSOD1
109200 CHECK-STAFF-DONE.                                                ZBNKSOD1
109300     CLOSE BNKSTAF-FILE.                                          ZBNKSOD1
109400     IF WS-RIGHTS-FLAGGED IS EQUAL TO ZERO                        ZBNKSOD1
109500        MOVE 'None' TO WS-LINE3-TEXT                              ZBNKSOD1
109600        MOVE WS-LINE3 TO PRINTOUT-REC                             ZBNKSOD1
109700        PERFORM PRINTOUT-PUT                                      ZBNKSOD1
109800     END-IF.                                                      ZBNKSOD1
109900 CHECK-STAFF-RIGHTS-EXIT.                                         ZBNKSOD1
110000     EXIT.                                                        ZBNKSOD1
110100                                                                  ZBNKSOD1
110200 CHECK-STAFF-RULE.                                                ZBNKSOD1
110300     MOVE STF-REC-ROLE TO WS-CHK-ROLE.                            ZBNKSOD1
110400     MOVE WS-RULE-PROGRAM-A (WS-R-SUB) TO WS-CHK-PROGRAM.         ZBNKSOD1
110500     PERFORM CHECK-ROLE-HOLDS.                                    ZBNKSOD1
110600     MOVE WS-CHK-HELD TO WS-HOLDS-A.                              ZBNKSOD1
110700     MOVE WS-RULE-PROGRAM-B (WS-R-SUB) TO WS-CHK-PROGRAM.         ZBNKSOD1
110800     PERFORM CHECK-ROLE-HOLDS.                                    ZBNKSOD1
110900     MOVE WS-CHK-HELD TO WS-HOLDS-B.                              ZBNKSOD1
111000     IF WS-HOLDS-A IS NOT EQUAL TO 'N' AND                        ZBNKSOD1
111100        WS-HOLDS-B IS NOT EQUAL TO 'N'                            ZBNKSOD1
111200        ADD 1 TO WS-RIGHTS-FLAGGED                                ZBNKSOD1
111300        MOVE STF-REC-USERID TO WS-LINE6-USER                      ZBNKSOD1
111400        MOVE STF-REC-NAME TO WS-LINE6-NAME                        ZBNKSOD1
111500        MOVE STF-REC-ROLE TO WS-LINE6-ROLE                        ZBNKSOD1
111600        MOVE WS-RULE-PROGRAM-A (WS-R-SUB) TO WS-LINE6-PROGRAM-A   ZBNKSOD1
111700        MOVE WS-RULE-PROGRAM-B (WS-R-SUB) TO WS-LINE6-PROGRAM-B   ZBNKSOD1
111800        MOVE WS-RULE-DESC (WS-R-SUB) TO WS-LINE6-DESC             ZBNKSOD1
111900        MOVE WS-LINE6 TO PRINTOUT-REC                             ZBNKSOD1
112000        PERFORM PRINTOUT-PUT                                      ZBNKSOD1
112100        IF WS-HOLDS-A IS EQUAL TO 'O' OR                          ZBNKSOD1
112200           WS-HOLDS-B IS EQUAL TO 'O'                             ZBNKSOD1
112300           MOVE SPACES TO WS-LINE7-TEXT                           ZBNKSOD1
112400           STRING '(unprotected on BNKAUTH - open to all staff)'  ZBNKSOD1
112500                    DELIMITED BY SIZE                             ZBNKSOD1
112600             INTO WS-LINE7-TEXT                                   ZBNKSOD1
112700           MOVE WS-LINE7 TO PRINTOUT-REC                          ZBNKSOD1
112800           PERFORM PRINTOUT-PUT                                   ZBNKSOD1
112900        END-IF                                                    ZBNKSOD1
113000     END-IF.                                                      ZBNKSOD1
113100     ADD 1 TO WS-R-SUB.                                           ZBNKSOD1
113200                                                                  ZBNKSOD1
113300***************************************************************** ZBNKSOD1
113400* Does the role hold the program?  Y when BNKAUTH has the row,  * ZBNKSOD1
113500* O when the program has no BNKAUTH rows at all, else N         * ZBNKSOD1
113600***************************************************************** ZBNKSOD1
113700 CHECK-ROLE-HOLDS.                                                ZBNKSOD1
113800     MOVE 'N' TO WS-CHK-PROTECTED.                                ZBNKSOD1
113900     MOVE 'N' TO WS-CHK-HELD.                                     ZBNKSOD1
114000     MOVE 1 TO WS-SUB.                                            ZBNKSOD1
114100     PERFORM CHECK-AUTH-ROW                                       ZBNKSOD1
114200       UNTIL WS-SUB IS GREATER THAN WS-AUTH-COUNT OR              ZBNKSOD1
114300             WS-CHK-HELD IS EQUAL TO 'Y'.                         ZBNKSOD1
114400     IF WS-CHK-PROTECTED IS EQUAL TO 'N'                          ZBNKSOD1
114500        MOVE 'O' TO WS-CHK-HELD                                   ZBNKSOD1
114600     END-IF.                                                      ZBNKSOD1
114700                                                                  ZBNKSOD1
114800 CHECK-AUTH-ROW.                                                  ZBNKSOD1
114900     IF WS-AUTH-PROGRAM (WS-SUB) IS EQUAL TO WS-CHK-PROGRAM       ZBNKSOD1
115000        MOVE 'Y' TO WS-CHK-PROTECTED                              ZBNKSOD1
115100        IF WS-AUTH-ROLE (WS-SUB) IS EQUAL TO WS-CHK-ROLE          ZBNKSOD1
115200           MOVE 'Y' TO WS-CHK-HELD                                ZBNKSOD1
115300        END-IF                                                    ZBNKSOD1
115400     END-IF.                                                      ZBNKSOD1
115500     ADD 1 TO WS-SUB.                                             ZBNKSOD1
115600                                                                  ZBNKSOD1
115700***************************************************************** ZBNKSOD1
115800* Counts by queue and the totals                                * ZBNKSOD1
115900***************************************************************** ZBNKSOD1
116000 PRINT-SUMMARY.                                                   ZBNKSOD1
116100     MOVE 'Items checked, by queue' TO WS-LINE2-TEXT.             ZBNKSOD1
116200     MOVE WS-LINE2 TO PRINTOUT-REC.                               ZBNKSOD1
116300     PERFORM PRINTOUT-PUT.                                        ZBNKSOD1
116400     MOVE 1 TO WS-Q-SUB.                                          ZBNKSOD1
116500     PERFORM PRINT-SUMMARY-LINE                                   ZBNKSOD1
116600       UNTIL WS-Q-SUB IS GREATER THAN 6.                          ZBNKSOD1
116700     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKSOD1
116800     PERFORM PRINTOUT-PUT.                                        ZBNKSOD1
116900     MOVE 'SODTAB incompatible pairs' TO WS-RPT3-DESC.            ZBNKSOD1
117000     MOVE WS-RULES-LOADED TO WS-RPT3-COUNT.                       ZBNKSOD1
117100     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKSOD1
117200     PERFORM PRINTOUT-PUT.                                        ZBNKSOD1
117300     MOVE 'Decided items checked' TO WS-RPT3-DESC.                ZBNKSOD1
117400     MOVE WS-ITEMS-CHECKED TO WS-RPT3-COUNT.                      ZBNKSOD1
117500     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKSOD1
117600     PERFORM PRINTOUT-PUT.                                        ZBNKSOD1
117700     MOVE 'Items made and approved by one user' TO WS-RPT3-DESC.  ZBNKSOD1
117800     MOVE WS-SELF-APPROVED TO WS-RPT3-COUNT.                      ZBNKSOD1
117900     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKSOD1
118000     PERFORM PRINTOUT-PUT.                                        ZBNKSOD1
118100     MOVE 'Reciprocal approver pairs' TO WS-RPT3-DESC.            ZBNKSOD1
118200     MOVE WS-PAIRS-FLAGGED TO WS-RPT3-COUNT.                      ZBNKSOD1
118300     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKSOD1
118400     PERFORM PRINTOUT-PUT.                                        ZBNKSOD1
118500     MOVE 'Incompatible rights held' TO WS-RPT3-DESC.             ZBNKSOD1
118600     MOVE WS-RIGHTS-FLAGGED TO WS-RPT3-COUNT.                     ZBNKSOD1
118700     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKSOD1
118800     PERFORM PRINTOUT-PUT.                                        ZBNKSOD1
118900                                                                  ZBNKSOD1
119000 PRINT-SUMMARY-LINE.                                              ZBNKSOD1
119100     MOVE SPACES TO WS-LINE3-TEXT.                                ZBNKSOD1
119200     IF WS-Q-PRESENT (WS-Q-SUB) IS EQUAL TO 'Y'                   ZBNKSOD1
119300        MOVE WS-Q-CHECKED (WS-Q-SUB) TO WS-RPT3-COUNT             ZBNKSOD1
119400        STRING WS-Q-NAME (WS-Q-SUB) DELIMITED BY SIZE             ZBNKSOD1
119500               ' ' DELIMITED BY SIZE                              ZBNKSOD1
119600               WS-Q-DESC (WS-Q-SUB) DELIMITED BY SIZE             ZBNKSOD1
119700               WS-RPT3-COUNT DELIMITED BY SIZE                    ZBNKSOD1
119800          INTO WS-LINE3-TEXT                                      ZBNKSOD1
119900     ELSE                                                         ZBNKSOD1
120000        STRING WS-Q-NAME (WS-Q-SUB) DELIMITED BY SIZE             ZBNKSOD1
120100               ' ' DELIMITED BY SIZE                              ZBNKSOD1
120200               WS-Q-DESC (WS-Q-SUB) DELIMITED BY SIZE             ZBNKSOD1
120300               ' not present' DELIMITED BY SIZE                   ZBNKSOD1
120400          INTO WS-LINE3-TEXT                                      ZBNKSOD1
120500     END-IF.                                                      ZBNKSOD1
120600     MOVE WS-LINE3 TO PRINTOUT-REC.                               ZBNKSOD1
120700     PERFORM PRINTOUT-PUT.                                        ZBNKSOD1
120800     ADD 1 TO WS-Q-SUB.                                           ZBNKSOD1
120900                                                                  ZBNKSOD1
121000***************************************************************** ZBNKSOD1
121100* Open the queues, the change audit and the report.  A queue    * ZBNKSOD1
121200* file that is not there is skipped.                            * ZBNKSOD1
121300***************************************************************** ZBNKSOD1
121400 OPEN-FILES.                                                      ZBNKSOD1
121500     OPEN INPUT BNKHOLD-FILE.                                     ZBNKSOD1
121600     IF WS-BNKHOLD-STATUS IS EQUAL TO '35'                        ZBNKSOD1
121700        MOVE 'N' TO WS-Q-PRESENT (1)                              ZBNKSOD1
121800     ELSE                                                         ZBNKSOD1
121900        IF WS-BNKHOLD-STATUS IS NOT EQUAL TO '00'                 ZBNKSOD1
122000           MOVE 'BNKHOLD file open failure...'                    ZBNKSOD1
122100             TO WS-CONSOLE-MESSAGE                                ZBNKSOD1
122200           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKSOD1
122300           MOVE WS-BNKHOLD-STATUS TO WS-IO-STATUS                 ZBNKSOD1
122400           PERFORM DISPLAY-IO-STATUS                              ZBNKSOD1
122500           PERFORM ABORT-PROGRAM                                  ZBNKSOD1
122600        END-IF                                                    ZBNKSOD1
122700        MOVE 'Y' TO WS-Q-PRESENT (1)                              ZBNKSOD1
122800     END-IF.                                                      ZBNKSOD1
122900     OPEN INPUT BNKLNOVR-FILE.                                    ZBNKSOD1
123000     IF WS-BNKLNOVR-STATUS IS EQUAL TO '35'                       ZBNKSOD1
123100        MOVE 'N' TO WS-Q-PRESENT (2)                              ZBNKSOD1
123200     ELSE                                                         ZBNKSOD1
123300        IF WS-BNKLNOVR-STATUS IS NOT EQUAL TO '00'                ZBNKSOD1
123400           MOVE 'BNKLNOVR file open failure...'                   ZBNKSOD1
123500             TO WS-CONSOLE-MESSAGE                                ZBNKSOD1
123600           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKSOD1
123700           MOVE WS-BNKLNOVR-STATUS TO WS-IO-STATUS                ZBNKSOD1
123800           PERFORM DISPLAY-IO-STATUS                              ZBNKSOD1
123900           PERFORM ABORT-PROGRAM                                  ZBNKSOD1
124000        END-IF                                                    ZBNKSOD1
124100        MOVE 'Y' TO WS-Q-PRESENT (2)                              ZBNKSOD1
124200     END-IF.                                                      ZBNKSOD1
124300     OPEN INPUT BNKDISP-FILE.                                     ZBNKSOD1
124400     IF WS-BNKDISP-STATUS IS EQUAL TO '35'                        ZBNKSOD1
124500        MOVE 'N' TO WS-Q-PRESENT (3)                              ZBNKSOD1
124600     ELSE                                                         ZBNKSOD1
124700        IF WS-BNKDISP-STATUS IS NOT EQUAL TO '00'                 ZBNKSOD1
124800           MOVE 'BNKDISP file open failure...'                    ZBNKSOD1
124900             TO WS-CONSOLE-MESSAGE                                ZBNKSOD1
125000           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKSOD1
125100           MOVE WS-BNKDISP-STATUS TO WS-IO-STATUS                 ZBNKSOD1
125200           PERFORM DISPLAY-IO-STATUS                              ZBNKSOD1
125300           PERFORM ABORT-PROGRAM                                  ZBNKSOD1
125400        END-IF                                                    ZBNKSOD1
125500        MOVE 'Y' TO WS-Q-PRESENT (3)                              ZBNKSOD1
125600     END-IF.                                                      ZBNKSOD1
125700     OPEN INPUT BNKESTQ-FILE.                                     ZBNKSOD1
125800     IF WS-BNKESTQ-STATUS IS EQUAL TO '35'                        ZBNKSOD1
125900        MOVE 'N' TO WS-Q-PRESENT (4)                              ZBNKSOD1
126000     ELSE                                                         ZBNKSOD1
126100        IF WS-BNKESTQ-STATUS IS NOT EQUAL TO '00'                 ZBNKSOD1
126200           MOVE 'BNKESTQ file open failure...'                    ZBNKSOD1
126300             TO WS-CONSOLE-MESSAGE                                ZBNKSOD1
126400           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKSOD1
126500           MOVE WS-BNKESTQ-STATUS TO WS-IO-STATUS                 ZBNKSOD1
126600           PERFORM DISPLAY-IO-STATUS                              ZBNKSOD1
126700           PERFORM ABORT-PROGRAM                                  ZBNKSOD1
126800        END-IF                                                    ZBNKSOD1
126900        MOVE 'Y' TO WS-Q-PRESENT (4)                              ZBNKSOD1
127000     END-IF.                                                      ZBNKSOD1
127100     OPEN INPUT BNKDENYQ-FILE.                                    ZBNKSOD1
127200     IF WS-BNKDENYQ-STATUS IS EQUAL TO '35'                       ZBNKSOD1
127300        MOVE 'N' TO WS-Q-PRESENT (5)                              ZBNKSOD1
127400     ELSE                                                         ZBNKSOD1
127500        IF WS-BNKDENYQ-STATUS IS NOT EQUAL TO '00'                ZBNKSOD1
127600           MOVE 'BNKDENYQ file open failure...'                   ZBNKSOD1
127700             TO WS-CONSOLE-MESSAGE                                ZBNKSOD1
127800           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKSOD1
127900           MOVE WS-BNKDENYQ-STATUS TO WS-IO-STATUS                ZBNKSOD1
128000           PERFORM DISPLAY-IO-STATUS                              ZBNKSOD1
128100           PERFORM ABORT-PROGRAM                                  ZBNKSOD1
128200        END-IF                                                    ZBNKSOD1
128300        MOVE 'Y' TO WS-Q-PRESENT (5)                              ZBNKSOD1
128400     END-IF.                                                      ZBNKSOD1
128500     OPEN INPUT BNKRAUD-FILE.                                     ZBNKSOD1
128600     IF WS-BNKRAUD-STATUS IS EQUAL TO '35'                        ZBNKSOD1
128700        MOVE 'N' TO WS-Q-PRESENT (6)                              ZBNKSOD1
128800     ELSE                                                         ZBNKSOD1
128900        IF WS-BNKRAUD-STATUS IS NOT EQUAL TO '00'                 ZBNKSOD1
129000           MOVE 'BNKRAUD file open failure...'                    ZBNKSOD1
129100             TO WS-CONSOLE-MESSAGE                                ZBNKSOD1
129200           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKSOD1
129300           MOVE WS-BNKRAUD-STATUS TO WS-IO-STATUS                 ZBNKSOD1
129400           PERFORM DISPLAY-IO-STATUS                              ZBNKSOD1
129500           PERFORM ABORT-PROGRAM                                  ZBNKSOD1
129600        END-IF                                                    ZBNKSOD1
129700        MOVE 'Y' TO WS-Q-PRESENT (6)                              ZBNKSOD1
129800        MOVE 'Y' TO WS-RAUD-PRESENT                               ZBNKSOD1
129900     END-IF.                                                      ZBNKSOD1
130000     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKSOD1
130100     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKSOD1
130200        MOVE 'PRINTOUT file open failure...'                      ZBNKSOD1
130300          TO WS-CONSOLE-MESSAGE                                   ZBNKSOD1
130400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSOD1
130500        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKSOD1
130600        PERFORM DISPLAY-IO-STATUS                                 ZBNKSOD1
130700        PERFORM ABORT-PROGRAM                                     ZBNKSOD1
130800     END-IF.                                                      ZBNKSOD1
130900                                                                  ZBNKSOD1
131000 CLOSE-FILES.                                                     ZBNKSOD1
131100     IF WS-Q-PRESENT (1) IS EQUAL TO 'Y'                          ZBNKSOD1
131200        CLOSE BNKHOLD-FILE                                        ZBNKSOD1
131300     END-IF.                                                      ZBNKSOD1
131400     IF WS-Q-PRESENT (2) IS EQUAL TO 'Y'                          ZBNKSOD1
131500        CLOSE BNKLNOVR-FILE                                       ZBNKSOD1
131600     END-IF.                                                      ZBNKSOD1
131700     IF WS-Q-PRESENT (3) IS EQUAL TO 'Y'                          ZBNKSOD1
131800        CLOSE BNKDISP-FILE                                        ZBNKSOD1
131900     END-IF.                                                      ZBNKSOD1
132000     IF WS-Q-PRESENT (4) IS EQUAL TO 'Y'                          ZBNKSOD1
132100        CLOSE BNKESTQ-FILE                                        ZBNKSOD1
132200     END-IF.                                                      ZBNKSOD1
132300     IF WS-Q-PRESENT (5) IS EQUAL TO 'Y'                          ZBNKSOD1
132400        CLOSE BNKDENYQ-FILE                                       ZBNKSOD1
132500     END-IF.                                                      ZBNKSOD1
132600     IF WS-RAUD-PRESENT IS EQUAL TO 'Y'                           ZBNKSOD1
132700        CLOSE BNKRAUD-FILE                                        ZBNKSOD1
132800     END-IF.                                                      ZBNKSOD1
132900     CLOSE PRINTOUT-FILE.                                         ZBNKSOD1
133000                                                                  ZBNKSOD1
133100***************************************************************** ZBNKSOD1
133200* Write a report line                                           * ZBNKSOD1
133300***************************************************************** ZBNKSOD1
133400 PRINTOUT-PUT.                                                    ZBNKSOD1
133500     WRITE PRINTOUT-REC.                                          ZBNKSOD1
133600     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKSOD1
133700       MOVE 'PRINTOUT error writing file...'                      ZBNKSOD1
133800         TO WS-CONSOLE-MESSAGE                                    ZBNKSOD1
133900       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKSOD1
134000       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKSOD1
134100       PERFORM DISPLAY-IO-STATUS                                  ZBNKSOD1
134200       PERFORM ABORT-PROGRAM                                      ZBNKSOD1
134300     END-IF.                                                      ZBNKSOD1
134400                                                                  ZBNKSOD1
134500***************************************************************** ZBNKSOD1
134600* Display the file status bytes. This routine will display as   * ZBNKSOD1
134700* two digits if the full two byte file status is numeric. If    * ZBNKSOD1
134800* second byte is non-numeric then it will be treated as a       * ZBNKSOD1
134900* binary number.                                                * ZBNKSOD1
135000***************************************************************** ZBNKSOD1
135100 DISPLAY-IO-STATUS.                                               ZBNKSOD1
135200     IF WS-IO-STATUS NUMERIC                                      ZBNKSOD1
135300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKSOD1
135400        STRING 'File status -' DELIMITED BY SIZE                  ZBNKSOD1
135500               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKSOD1
135600          INTO WS-CONSOLE-MESSAGE                                 ZBNKSOD1
135700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSOD1
135800     ELSE                                                         ZBNKSOD1
135900        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKSOD1
136000        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKSOD1
136100        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKSOD1
136200        STRING 'File status -' DELIMITED BY SIZE                  ZBNKSOD1
136300               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKSOD1
136400               '/' DELIMITED BY SIZE                              ZBNKSOD1
136500               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKSOD1
136600          INTO WS-CONSOLE-MESSAGE                                 ZBNKSOD1
136700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSOD1
136800     END-IF.                                                      ZBNKSOD1
136900                                                                  ZBNKSOD1
137000***************************************************************** ZBNKSOD1
137100* 'ABORT' the program.                                          * ZBNKSOD1
137200* Post a message to the console and issue a STOP RUN            * ZBNKSOD1
137300***************************************************************** ZBNKSOD1
137400 ABORT-PROGRAM.                                                   ZBNKSOD1
137500     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKSOD1
137600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSOD1
137700     END-IF.                                                      ZBNKSOD1
137800     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKSOD1
137900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKSOD1
138000     MOVE 16 TO RETURN-CODE.                                      ZBNKSOD1
138100     STOP RUN.                                                    ZBNKSOD1
138200                                                                  ZBNKSOD1
138300***************************************************************** ZBNKSOD1
138400* Display CONSOLE messages...                                   * ZBNKSOD1
138500***************************************************************** ZBNKSOD1
138600 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKSOD1
138700     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKSOD1
138800       UPON CONSOLE.                                              ZBNKSOD1
138900     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKSOD1
139000                                                                  ZBNKSOD1
139100 COPY CTIMERP.                                                    ZBNKSOD1
139200                                                                  ZBNKSOD1
139300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKSOD1
