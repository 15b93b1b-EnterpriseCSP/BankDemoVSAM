000100***************************************************************** ZBNKRCT1
000200*                                                               * ZBNKRCT1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKRCT1
000400*   This demonstration program is provided for use by users     * ZBNKRCT1
000500*   of Micro Focus products and may be used, modified and       * ZBNKRCT1
000600*   distributed as part of your application provided that       * ZBNKRCT1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKRCT1
000800*   in this material.                                           * ZBNKRCT1
000900*                                                               * ZBNKRCT1
001000***************************************************************** ZBNKRCT1
001100                                                                  ZBNKRCT1
001200                                                                  ZBNKRCT1
001300***************************************************************** ZBNKRCT1
001400* Program:     ZBNKRCT1.CBL                                     * ZBNKRCT1
001500* Function:    Quarterly staff access recertification - opens   * ZBNKRCT1
001600*              a cycle.  Every active BNKSTAF user gets a       * ZBNKRCT1
001700*              pending row on BNKRCRT, keyed by the cycle (the  * ZBNKRCT1
001800*              run date) and userid, naming the manager of the  * ZBNKRCT1
001900*              user's home branch on BNKBRCH as the reviewer.   * ZBNKRCT1
002000*              A user with no branch manager, whose manager is  * ZBNKRCT1
002100*              not an active staff user, or who is the manager  * ZBNKRCT1
002200*              is left to the administrators.  The last         * ZBNKRCT1
002300*              successful sign-on comes from the BNKSGNJ        * ZBNKRCT1
002400*              journal.  The SYSTEM/RECERT row on BNKCTL is     * ZBNKRCT1
002500*              set to the new cycle for the SRCRT01P screen.    * ZBNKRCT1
002600*              The report is a worksheet per reviewer listing   * ZBNKRCT1
002700*              each user's role, branch, last sign-on and the   * ZBNKRCT1
002800*              protected programs the role reaches through      * ZBNKRCT1
002900*              BNKAUTH.  The optional exec parm                 * ZBNKRCT1
003000*              (LK-EXEC-PARM-DATA) is the decision deadline in  * ZBNKRCT1
003100*              YYYY-MM-DD form; the default is ten business     * ZBNKRCT1
003200*              days on.  Rerunning on the same day adds only    * ZBNKRCT1
003300*              the users not already in the cycle.              * ZBNKRCT1
003400***************************************************************** ZBNKRCT1
003500                                                                  ZBNKRCT1
003600 IDENTIFICATION DIVISION.                                         ZBNKRCT1
003700 PROGRAM-ID.                                                      ZBNKRCT1
003800     ZBNKRCT1.                                                    ZBNKRCT1
003900 DATE-WRITTEN.                                                    ZBNKRCT1
004000     October 2026.                                                ZBNKRCT1
004100 DATE-COMPILED.                                                   ZBNKRCT1
004200     Today.                                                       ZBNKRCT1
004300                                                                  ZBNKRCT1
004400 ENVIRONMENT DIVISION.                                            ZBNKRCT1
004500 INPUT-OUTPUT   SECTION.                                          ZBNKRCT1
004600   FILE-CONTROL.                                                  ZBNKRCT1
004700     SELECT BNKBRCH-FILE                                          ZBNKRCT1
004800            ASSIGN       TO BNKBRCH                               ZBNKRCT1
004900            ORGANIZATION IS INDEXED                               ZBNKRCT1
005000            ACCESS MODE  IS SEQUENTIAL                            ZBNKRCT1
005100            RECORD KEY   IS BRM-KEY                               ZBNKRCT1
005200            FILE STATUS  IS WS-BNKBRCH-STATUS.                    ZBNKRCT1
005300     SELECT BNKAUTH-FILE                                          ZBNKRCT1
005400            ASSIGN       TO BNKAUTH                               ZBNKRCT1
005500            ORGANIZATION IS INDEXED                               ZBNKRCT1
005600            ACCESS MODE  IS SEQUENTIAL                            ZBNKRCT1
005700            RECORD KEY   IS AUT-KEY                               ZBNKRCT1
005800            FILE STATUS  IS WS-BNKAUTH-STATUS.                    ZBNKRCT1
005900     SELECT BNKSTAF-FILE                                          ZBNKRCT1
006000            ASSIGN       TO BNKSTAF                               ZBNKRCT1
006100            ORGANIZATION IS INDEXED                               ZBNKRCT1
006200            ACCESS MODE  IS SEQUENTIAL                            ZBNKRCT1
006300            RECORD KEY   IS STF-KEY                               ZBNKRCT1
006400            FILE STATUS  IS WS-BNKSTAF-STATUS.                    ZBNKRCT1
006500     SELECT BNKSGNJ-FILE                                          ZBNKRCT1
006600            ASSIGN       TO BNKSGNJ                               ZBNKRCT1
006700            ORGANIZATION IS INDEXED                               ZBNKRCT1
006800            ACCESS MODE  IS SEQUENTIAL                            ZBNKRCT1
006900            RECORD KEY   IS SGJ-REC-TIMESTAMP                     ZBNKRCT1
007000            FILE STATUS  IS WS-BNKSGNJ-STATUS.                    ZBNKRCT1
007100     SELECT BNKRCRT-FILE                                          ZBNKRCT1
007200            ASSIGN       TO BNKRCRT                               ZBNKRCT1
007300            ORGANIZATION IS INDEXED                               ZBNKRCT1
007400            ACCESS MODE  IS RANDOM                                ZBNKRCT1
007500            RECORD KEY   IS RCT-KEY                               ZBNKRCT1
007600            FILE STATUS  IS WS-BNKRCRT-STATUS.                    ZBNKRCT1
007700     SELECT BNKCTL-FILE                                           ZBNKRCT1
007800            ASSIGN       TO BNKCTL                                ZBNKRCT1
007900            ORGANIZATION IS INDEXED                               ZBNKRCT1
008000            ACCESS MODE  IS RANDOM                                ZBNKRCT1
008100            RECORD KEY   IS CTL-KEY                               ZBNKRCT1
008200            FILE STATUS  IS WS-BNKCTL-STATUS.                     ZBNKRCT1
008300     SELECT PRINTOUT-FILE                                         ZBNKRCT1
008400            ASSIGN       TO PRINTOUT                              ZBNKRCT1
008500            ORGANIZATION IS SEQUENTIAL                            ZBNKRCT1
008600            ACCESS MODE  IS SEQUENTIAL                            ZBNKRCT1
008700            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKRCT1
008800                                                                  ZBNKRCT1
008900 DATA DIVISION.                                                   ZBNKRCT1
009000 FILE SECTION.                                                    ZBNKRCT1
009100                                                                  ZBNKRCT1
009200 FD  BNKBRCH-FILE.                                                ZBNKRCT1
009300 01  BNKBRCH-REC.                                                 ZBNKRCT1
009400 COPY CBANKVBM.                                                   ZBNKRCT1
009500                                                                  ZBNKRCT1
009600 FD  BNKAUTH-FILE.                                                ZBNKRCT1
009700 01  BNKAUTH-REC.                                                 ZBNKRCT1
009800 COPY CBANKVRL.                                                   ZBNKRCT1
009900                                                                  ZBNKRCT1
010000 FD  BNKSTAF-FILE.                                                ZBNKRCT1
010100 01  BNKSTAF-REC.                                                 ZBNKRCT1
010200 COPY CBANKVSF.                                                   ZBNKRCT1
010300                                                                  ZBNKRCT1
010400 FD  BNKSGNJ-FILE.                                                ZBNKRCT1
010500 01  BNKSGNJ-REC.                                                 ZBNKRCT1
010600 COPY CBANKVSN.                                                   ZBNKRCT1
010700                                                                  ZBNKRCT1
010800 FD  BNKRCRT-FILE.                                                ZBNKRCT1
010900 01  BNKRCRT-REC.                                                 ZBNKRCT1
011000 COPY CBANKVCR.                                                   ZBNKRCT1
011100                                                                  ZBNKRCT1
011200 FD  BNKCTL-FILE.                                                 ZBNKRCT1
011300 01  BNKCTL-REC.                                                  ZBNKRCT1
011400 COPY CBANKVCT.                                                   ZBNKRCT1
011500                                                                  ZBNKRCT1
011600 FD  PRINTOUT-FILE.                                               ZBNKRCT1
011700 01  PRINTOUT-REC                        PIC X(121).              ZBNKRCT1
011800                                                                  ZBNKRCT1
011900 WORKING-STORAGE SECTION.                                         ZBNKRCT1
012000 COPY CTIMERD.                                                    ZBNKRCT1
012100                                                                  ZBNKRCT1
012200 COPY CTSTAMPD.                                                   ZBNKRCT1
012300                                                                  ZBNKRCT1
012400 COPY CBUSDAYD.                                                   ZBNKRCT1
012500                                                                  ZBNKRCT1
012600 01  WS-MISC-STORAGE.                                             ZBNKRCT1
012700   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKRCT1
012800       VALUE 'ZBNKRCT1'.                                          ZBNKRCT1
012900   05  WS-BNKBRCH-STATUS.                                         ZBNKRCT1
013000     10  WS-BNKBRCH-STAT1                    PIC X(1).            ZBNKRCT1
013100     10  WS-BNKBRCH-STAT2                    PIC X(1).            ZBNKRCT1
013200   05  WS-BNKAUTH-STATUS.                                         ZBNKRCT1
013300     10  WS-BNKAUTH-STAT1                    PIC X(1).            ZBNKRCT1
013400     10  WS-BNKAUTH-STAT2                    PIC X(1).            ZBNKRCT1
013500   05  WS-BNKSTAF-STATUS.                                         ZBNKRCT1
013600     10  WS-BNKSTAF-STAT1                    PIC X(1).            ZBNKRCT1
013700     10  WS-BNKSTAF-STAT2                    PIC X(1).            ZBNKRCT1
013800   05  WS-BNKSGNJ-STATUS.                                         ZBNKRCT1
013900     10  WS-BNKSGNJ-STAT1                    PIC X(1).            ZBNKRCT1
014000     10  WS-BNKSGNJ-STAT2                    PIC X(1).            ZBNKRCT1
014100   05  WS-BNKRCRT-STATUS.                                         ZBNKRCT1
014200     10  WS-BNKRCRT-STAT1                    PIC X(1).            ZBNKRCT1
014300     10  WS-BNKRCRT-STAT2                    PIC X(1).            ZBNKRCT1
014400   05  WS-BNKCTL-STATUS.                                          ZBNKRCT1
014500     10  WS-BNKCTL-STAT1                     PIC X(1).            ZBNKRCT1
014600     10  WS-BNKCTL-STAT2                     PIC X(1).            ZBNKRCT1
014700   05  WS-PRINTOUT-STATUS.                                        ZBNKRCT1
014800     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKRCT1
014900     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKRCT1
015000   05  WS-IO-STATUS.                                              ZBNKRCT1
015100     10  WS-IO-STAT1                         PIC X(1).            ZBNKRCT1
015200     10  WS-IO-STAT2                         PIC X(1).            ZBNKRCT1
015300   05  WS-TWO-BYTES.                                              ZBNKRCT1
015400     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKRCT1
015500     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKRCT1
015600   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKRCT1
015700                                             PIC 9(1) COMP.       ZBNKRCT1
015800   05  WS-CYCLE                              PIC X(10).           ZBNKRCT1
015900   05  WS-DEADLINE                           PIC X(10)            ZBNKRCT1
016000       VALUE SPACES.                                              ZBNKRCT1
016100   05  WS-DAYS-ADDED                         PIC S9(4) COMP.      ZBNKRCT1
016200   05  WS-SUB                                PIC S9(4) COMP.      ZBNKRCT1
016300   05  WS-SUB2                               PIC S9(4) COMP.      ZBNKRCT1
016400   05  WS-M-SUB                              PIC S9(4) COMP.      ZBNKRCT1
016500   05  WS-P-SUB                              PIC S9(4) COMP.      ZBNKRCT1
016600   05  WS-FIND-USERID                        PIC X(8).            ZBNKRCT1
016700   05  WS-FOUND-SUB                          PIC S9(4) COMP.      ZBNKRCT1
016800   05  WS-CONSOLE-MESSAGE                    PIC X(60).           ZBNKRCT1
016900                                                                  ZBNKRCT1
017000 01  WS-COUNTERS.                                                 ZBNKRCT1
017100   05  WS-STAFF-LISTED                       PIC 9(7)             ZBNKRCT1
017200       VALUE ZERO.                                                ZBNKRCT1
017300   05  WS-ROWS-WRITTEN                       PIC 9(7)             ZBNKRCT1
017400       VALUE ZERO.                                                ZBNKRCT1
017500   05  WS-ROWS-ON-FILE                       PIC 9(7)             ZBNKRCT1
017600       VALUE ZERO.                                                ZBNKRCT1
017700   05  WS-ADMIN-REVIEW                       PIC 9(7)             ZBNKRCT1
017800       VALUE ZERO.                                                ZBNKRCT1
017900   05  WS-NEVER-SIGNED-ON                    PIC 9(7)             ZBNKRCT1
018000       VALUE ZERO.                                                ZBNKRCT1
018100   05  WS-STAFF-DROPPED                      PIC 9(7)             ZBNKRCT1
018200       VALUE ZERO.                                                ZBNKRCT1
018300                                                                  ZBNKRCT1
018400***************************************************************** ZBNKRCT1
018500* Branch codes and the manager of each                          * ZBNKRCT1
018600***************************************************************** ZBNKRCT1
018700 01  WS-BRANCH-TABLE.                                             ZBNKRCT1
018800   05  WS-BRANCH-COUNT                       PIC S9(4) COMP       ZBNKRCT1
018900       VALUE ZERO.                                                ZBNKRCT1
019000   05  WS-BRANCH-ENTRY OCCURS 500 TIMES.                          ZBNKRCT1
019100     10  WS-BRANCH-CODE                      PIC X(3).            ZBNKRCT1
019200     10  WS-BRANCH-MANAGER                   PIC X(8).            ZBNKRCT1
019300                                                                  ZBNKRCT1
019400***************************************************************** ZBNKRCT1
019500* The BNKAUTH program and role rows                             * ZBNKRCT1
019600***************************************************************** ZBNKRCT1
019700 01  WS-AUTH-TABLE.                                               ZBNKRCT1
019800   05  WS-AUTH-COUNT                         PIC S9(4) COMP       ZBNKRCT1
019900       VALUE ZERO.                                                ZBNKRCT1
020000   05  WS-AUTH-ENTRY OCCURS 500 TIMES.                            ZBNKRCT1
020100     10  WS-AUTH-PROGRAM                     PIC X(8).            ZBNKRCT1
020200     10  WS-AUTH-ROLE                        PIC X(1).            ZBNKRCT1
020300                                                                  ZBNKRCT1
020400***************************************************************** ZBNKRCT1
020500* Active staff in userid order with their reviewer              * ZBNKRCT1
020600***************************************************************** ZBNKRCT1
020700 01  WS-STAFF-TABLE.                                              ZBNKRCT1
020800   05  WS-STAFF-COUNT                        PIC S9(4) COMP       ZBNKRCT1
020900       VALUE ZERO.                                                ZBNKRCT1
021000   05  WS-STAFF-ENTRY OCCURS 2000 TIMES.                          ZBNKRCT1
021100     10  WS-STAFF-USERID                     PIC X(8).            ZBNKRCT1
021200     10  WS-STAFF-ROLE                       PIC X(1).            ZBNKRCT1
021300     10  WS-STAFF-NAME                       PIC X(25).           ZBNKRCT1
021400     10  WS-STAFF-BRANCH                     PIC X(3).            ZBNKRCT1
021500     10  WS-STAFF-MANAGER                    PIC X(8).            ZBNKRCT1
021600     10  WS-STAFF-SIGNON                     PIC X(26).           ZBNKRCT1
021700                                                                  ZBNKRCT1
021800***************************************************************** ZBNKRCT1
021900* The reviewers, in the order first met; a blank entry stands   * ZBNKRCT1
022000* for the administrators                                        * ZBNKRCT1
022100***************************************************************** ZBNKRCT1
022200 01  WS-MANAGER-TABLE.                                            ZBNKRCT1
022300   05  WS-MANAGER-COUNT                      PIC S9(4) COMP       ZBNKRCT1
022400       VALUE ZERO.                                                ZBNKRCT1
022500   05  WS-MANAGER-ENTRY OCCURS 2000 TIMES.                        ZBNKRCT1
022600     10  WS-MANAGER-USERID                   PIC X(8).            ZBNKRCT1
022700                                                                  ZBNKRCT1
022800***************************************************************** ZBNKRCT1
022900* Recertification worksheets                                    * ZBNKRCT1
023000***************************************************************** ZBNKRCT1
023100 01  WS-REPORT-LINES.                                             ZBNKRCT1
023200   05  WS-RPT1.                                                   ZBNKRCT1
023300     10  WS-RPT1-CC                          PIC X(1)             ZBNKRCT1
023400         VALUE '1'.                                               ZBNKRCT1
023500     10  FILLER                              PIC X(20)            ZBNKRCT1
023600         VALUE SPACES.                                            ZBNKRCT1
023700     10  WS-RPT1-HEAD                        PIC X(44)            ZBNKRCT1
023800         VALUE 'Staff Access Recertification - Cycle'.            ZBNKRCT1
023900     10  WS-RPT1-DATE                        PIC X(10).           ZBNKRCT1
024000   05  WS-RPT2.                                                   ZBNKRCT1
024100     10  WS-RPT2-CC                          PIC X(1)             ZBNKRCT1
024200         VALUE ' '.                                               ZBNKRCT1
024300     10  FILLER                              PIC X(20)            ZBNKRCT1
024400         VALUE SPACES.                                            ZBNKRCT1
024500     10  FILLER                              PIC X(22)            ZBNKRCT1
024600         VALUE 'Decisions due by '.                               ZBNKRCT1
024700     10  WS-RPT2-DEADLINE                    PIC X(10).           ZBNKRCT1
024800   05  WS-RPT3.                                                   ZBNKRCT1
024900     10  WS-RPT3-CC                          PIC X(1)             ZBNKRCT1
025000         VALUE ' '.                                               ZBNKRCT1
025100     10  FILLER                              PIC X(3)             ZBNKRCT1
025200         VALUE SPACES.                                            ZBNKRCT1
025300     10  WS-RPT3-DESC                        PIC X(40).           ZBNKRCT1
025400     10  WS-RPT3-COUNT                       PIC Z(6)9.           ZBNKRCT1
025500   05  WS-LINE2.                                                  ZBNKRCT1
025600     10  WS-LINE2-CC                         PIC X(1)             ZBNKRCT1
025700         VALUE '-'.                                               ZBNKRCT1
025800     10  FILLER                              PIC X(10)            ZBNKRCT1
025900         VALUE 'Reviewer'.                                        ZBNKRCT1
026000     10  WS-LINE2-USERID                     PIC X(10).           ZBNKRCT1
026100     10  WS-LINE2-NAME                       PIC X(60).           ZBNKRCT1
026200   05  WS-LINE4H.                                                 ZBNKRCT1
026300     10  WS-LINE4H-CC                        PIC X(1)             ZBNKRCT1
026400         VALUE '0'.                                               ZBNKRCT1
026500     10  FILLER                              PIC X(10)            ZBNKRCT1
026600         VALUE 'User'.                                            ZBNKRCT1
026700     10  FILLER                              PIC X(27)            ZBNKRCT1
026800         VALUE 'Name'.                                            ZBNKRCT1
026900     10  FILLER                              PIC X(6)             ZBNKRCT1
027000         VALUE 'Role'.                                            ZBNKRCT1
027100     10  FILLER                              PIC X(8)             ZBNKRCT1
027200         VALUE 'Branch'.                                          ZBNKRCT1
027300     10  FILLER                              PIC X(14)            ZBNKRCT1
027400         VALUE 'Last sign-on'.                                    ZBNKRCT1
027500     10  FILLER                              PIC X(20)            ZBNKRCT1
027600         VALUE 'Confirm / Revoke'.                                ZBNKRCT1
027700   05  WS-LINE4.                                                  ZBNKRCT1
027800     10  WS-LINE4-CC                         PIC X(1)             ZBNKRCT1
027900         VALUE ' '.                                               ZBNKRCT1
028000     10  WS-LINE4-USERID                     PIC X(10).           ZBNKRCT1
028100     10  WS-LINE4-NAME                       PIC X(27).           ZBNKRCT1
028200     10  WS-LINE4-ROLE                       PIC X(6).            ZBNKRCT1
028300     10  WS-LINE4-BRANCH                     PIC X(8).            ZBNKRCT1
028400     10  WS-LINE4-SIGNON                     PIC X(14).           ZBNKRCT1
028500     10  FILLER                              PIC X(20)            ZBNKRCT1
028600         VALUE '[ ]       [ ]'.                                   ZBNKRCT1
028700   05  WS-LINE5.                                                  ZBNKRCT1
028800     10  WS-LINE5-CC                         PIC X(1)             ZBNKRCT1
028900         VALUE ' '.                                               ZBNKRCT1
029000     10  FILLER                              PIC X(10)            ZBNKRCT1
029100         VALUE SPACES.                                            ZBNKRCT1
029200     10  WS-LINE5-LABEL                      PIC X(10).           ZBNKRCT1
029300     10  WS-LINE5-PROGRAM OCCURS 8 TIMES     PIC X(9).            ZBNKRCT1
029400                                                                  ZBNKRCT1
029500 LINKAGE SECTION.                                                 ZBNKRCT1
029600 01  LK-EXEC-PARM.                                                ZBNKRCT1
029700   05  LK-EXEC-PARM-LL                   PIC S9(4) COMP.          ZBNKRCT1
029800   05  LK-EXEC-PARM-DATA.                                         ZBNKRCT1
029900     10  LK-PARM-DEADLINE                PIC X(10).               ZBNKRCT1
030000                                                                  ZBNKRCT1
030100 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKRCT1
030200                                                                  ZBNKRCT1
030300     PERFORM RUN-TIME.                                            ZBNKRCT1
030400                                                                  ZBNKRCT1
030500     MOVE 'Access recertification cycle opening'                  ZBNKRCT1
030600       TO WS-CONSOLE-MESSAGE.                                     ZBNKRCT1
030700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRCT1
030800                                                                  ZBNKRCT1
030900 COPY CTSTAMPP.                                                   ZBNKRCT1
031000                                                                  ZBNKRCT1
031100     MOVE WS-TIMESTAMP (1:10) TO WS-CYCLE.                        ZBNKRCT1
031200     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO                      ZBNKRCT1
031300        MOVE LK-PARM-DEADLINE TO WS-DEADLINE                      ZBNKRCT1
031400     END-IF.                                                      ZBNKRCT1
031500     IF WS-DEADLINE IS EQUAL TO SPACES                            ZBNKRCT1
031600        PERFORM SET-DEFAULT-DEADLINE THRU                         ZBNKRCT1
031700                SET-DEFAULT-DEADLINE-EXIT                         ZBNKRCT1
031800     END-IF.                                                      ZBNKRCT1
031900     IF WS-DEADLINE IS NOT GREATER THAN WS-CYCLE                  ZBNKRCT1
032000        MOVE 'Deadline must be after today' TO WS-CONSOLE-MESSAGE ZBNKRCT1
032100        PERFORM ABORT-PROGRAM                                     ZBNKRCT1
032200     END-IF.                                                      ZBNKRCT1
032300                                                                  ZBNKRCT1
032400     PERFORM LOAD-BRANCH-TABLE THRU                               ZBNKRCT1
032500             LOAD-BRANCH-TABLE-EXIT.                              ZBNKRCT1
032600     PERFORM LOAD-AUTH-TABLE THRU                                 ZBNKRCT1
032700             LOAD-AUTH-TABLE-EXIT.                                ZBNKRCT1
032800     PERFORM LOAD-STAFF-TABLE THRU                                ZBNKRCT1
032900             LOAD-STAFF-TABLE-EXIT.                               ZBNKRCT1
033000     MOVE 1 TO WS-SUB.                                            ZBNKRCT1
033100     PERFORM SET-REVIEWER THRU                                    ZBNKRCT1
033200             SET-REVIEWER-EXIT                                    ZBNKRCT1
033300       UNTIL WS-SUB IS GREATER THAN WS-STAFF-COUNT.               ZBNKRCT1
033400     PERFORM SCAN-SIGNON-JOURNAL THRU                             ZBNKRCT1
033500             SCAN-SIGNON-JOURNAL-EXIT.                            ZBNKRCT1
033600                                                                  ZBNKRCT1
033700     PERFORM OPEN-FILES.                                          ZBNKRCT1
033800     MOVE 1 TO WS-SUB.                                            ZBNKRCT1
033900     PERFORM WRITE-CYCLE-ROW THRU                                 ZBNKRCT1
034000             WRITE-CYCLE-ROW-EXIT                                 ZBNKRCT1
034100       UNTIL WS-SUB IS GREATER THAN WS-STAFF-COUNT.               ZBNKRCT1
034200     PERFORM SET-CURRENT-CYCLE THRU                               ZBNKRCT1
034300             SET-CURRENT-CYCLE-EXIT.                              ZBNKRCT1
034400                                                                  ZBNKRCT1
034500     PERFORM PRINT-REPORT-HEADER.                                 ZBNKRCT1
034600     MOVE 1 TO WS-M-SUB.                                          ZBNKRCT1
034700     PERFORM PRINT-WORKSHEET THRU                                 ZBNKRCT1
034800             PRINT-WORKSHEET-EXIT                                 ZBNKRCT1
034900       UNTIL WS-M-SUB IS GREATER THAN WS-MANAGER-COUNT.           ZBNKRCT1
035000     PERFORM PRINT-SUMMARY.                                       ZBNKRCT1
035100     PERFORM CLOSE-FILES.                                         ZBNKRCT1
035200                                                                  ZBNKRCT1
035300     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKRCT1
035400     STRING 'Cycle ' DELIMITED BY SIZE                            ZBNKRCT1
035500            WS-CYCLE DELIMITED BY SIZE                            ZBNKRCT1
035600            ' opened for ' DELIMITED BY SIZE                      ZBNKRCT1
035700            WS-STAFF-LISTED DELIMITED BY SIZE                     ZBNKRCT1
035800            ' users, due ' DELIMITED BY SIZE                      ZBNKRCT1
035900            WS-DEADLINE DELIMITED BY SIZE                         ZBNKRCT1
036000       INTO WS-CONSOLE-MESSAGE.                                   ZBNKRCT1
036100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRCT1
036200     IF WS-STAFF-DROPPED IS GREATER THAN ZERO                     ZBNKRCT1
036300        MOVE 'Staff table full - some users not listed'           ZBNKRCT1
036400          TO WS-CONSOLE-MESSAGE                                   ZBNKRCT1
036500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT1
036600     END-IF.                                                      ZBNKRCT1
036700     MOVE 'End Of Job'                                            ZBNKRCT1
036800       TO WS-CONSOLE-MESSAGE.                                     ZBNKRCT1
036900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRCT1
037000                                                                  ZBNKRCT1
037100     PERFORM RUN-TIME.                                            ZBNKRCT1
037200                                                                  ZBNKRCT1
037300     IF WS-STAFF-DROPPED IS GREATER THAN ZERO                     ZBNKRCT1
037400        MOVE 4 TO RETURN-CODE                                     ZBNKRCT1
037500     ELSE                                                         ZBNKRCT1
037600        MOVE 0 TO RETURN-CODE                                     ZBNKRCT1
037700     END-IF.                                                      ZBNKRCT1
037800                                                                  ZBNKRCT1
037900     GOBACK.                                                      ZBNKRCT1
038000                                                                  ZBNKRCT1
038100***************************************************************** ZBNKRCT1
038200* With no deadline on the parm, allow ten business days         * ZBNKRCT1
038300***************************************************************** ZBNKRCT1
038400 SET-DEFAULT-DEADLINE.                                            ZBNKRCT1
038500     MOVE WS-CYCLE TO WS-DEADLINE.                                ZBNKRCT1
038600     MOVE 0 TO WS-DAYS-ADDED.                                     ZBNKRCT1
038700 SET-DEFAULT-DEADLINE-LOOP.                                       ZBNKRCT1
038800     IF WS-DAYS-ADDED IS EQUAL TO 10                              ZBNKRCT1
038900        GO TO SET-DEFAULT-DEADLINE-EXIT                           ZBNKRCT1
039000     END-IF.                                                      ZBNKRCT1
039100     MOVE SPACES TO BUS-DAY-DATA.                                 ZBNKRCT1
039200     SET BUS-DAY-NEXT-BUSINESS TO TRUE.                           ZBNKRCT1
039300     MOVE WS-DEADLINE TO BUS-DAY-DATE-IN.                         ZBNKRCT1
039400     CALL 'UBUSDAY' USING BUS-DAY-DATA.                           ZBNKRCT1
039500     IF NOT BUS-DAY-OK                                            ZBNKRCT1
039600        MOVE 'Unable to work out the deadline'                    ZBNKRCT1
039700          TO WS-CONSOLE-MESSAGE                                   ZBNKRCT1
039800        PERFORM ABORT-PROGRAM                                     ZBNKRCT1
039900     END-IF.                                                      ZBNKRCT1
040000     MOVE BUS-DAY-DATE-OUT TO WS-DEADLINE.                        ZBNKRCT1
040100     ADD 1 TO WS-DAYS-ADDED.                                      ZBNKRCT1
040200     GO TO SET-DEFAULT-DEADLINE-LOOP.                             ZBNKRCT1
040300 SET-DEFAULT-DEADLINE-EXIT.                                       ZBNKRCT1
040400     EXIT.                                                        ZBNKRCT1
040500                                                                  ZBNKRCT1
040600***************************************************************** ZBNKRCT1
040700* Load each branch and its manager                              * ZBNKRCT1
040800***************************************************************** ZBNKRCT1
040900 LOAD-BRANCH-TABLE.                                               ZBNKRCT1
041000     OPEN INPUT BNKBRCH-FILE.                                     ZBNKRCT1
041100     IF WS-BNKBRCH-STATUS IS EQUAL TO '35'                        ZBNKRCT1
041200        GO TO LOAD-BRANCH-TABLE-EXIT                              ZBNKRCT1
041300     END-IF.                                                      ZBNKRCT1
041400     IF WS-BNKBRCH-STATUS IS NOT EQUAL TO '00'                    ZBNKRCT1
041500        MOVE 'BNKBRCH file open failure...'                       ZBNKRCT1
041600          TO WS-CONSOLE-MESSAGE                                   ZBNKRCT1
041700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT1
041800        MOVE WS-BNKBRCH-STATUS TO WS-IO-STATUS                    ZBNKRCT1
041900        PERFORM DISPLAY-IO-STATUS                                 ZBNKRCT1
042000        PERFORM ABORT-PROGRAM                                     ZBNKRCT1
042100     END-IF.                                                      ZBNKRCT1
042200 LOAD-BRANCH-LOOP.                                                ZBNKRCT1
042300     READ BNKBRCH-FILE NEXT RECORD.                               ZBNKRCT1
042400     IF WS-BNKBRCH-STATUS IS EQUAL TO '10'                        ZBNKRCT1
042500        GO TO LOAD-BRANCH-DONE                                    ZBNKRCT1
042600     END-IF.                                                      ZBNKRCT1
042700     IF WS-BNKBRCH-STATUS IS NOT EQUAL TO '00'                    ZBNKRCT1
042800        MOVE 'BNKBRCH read error...' TO WS-CONSOLE-MESSAGE        ZBNKRCT1
042900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT1
043000        MOVE WS-BNKBRCH-STATUS TO WS-IO-STATUS                    ZBNKRCT1
043100        PERFORM DISPLAY-IO-STATUS                                 ZBNKRCT1
043200        PERFORM ABORT-PROGRAM                                     ZBNKRCT1
043300     END-IF.                                                      ZBNKRCT1
043400     IF WS-BRANCH-COUNT IS NOT LESS THAN 500                      ZBNKRCT1
043500        MOVE 'BNKBRCH has more than 500 branches - rest ignored'  ZBNKRCT1
043600          TO WS-CONSOLE-MESSAGE                                   ZBNKRCT1
043700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT1
043800        GO TO LOAD-BRANCH-DONE                                    ZBNKRCT1
043900     END-IF.                                                      ZBNKRCT1
044000     ADD 1 TO WS-BRANCH-COUNT.                                    ZBNKRCT1
044100     MOVE BRM-REC-CODE TO WS-BRANCH-CODE (WS-BRANCH-COUNT).       ZBNKRCT1
044200     MOVE BRM-REC-MANAGER TO WS-BRANCH-MANAGER (WS-BRANCH-COUNT). ZBNKRCT1
044300     GO TO LOAD-BRANCH-LOOP.                                      ZBNKRCT1
044400 LOAD-BRANCH-DONE.                                                ZBNKRCT1
044500     CLOSE BNKBRCH-FILE.                                          ZBNKRCT1
044600 LOAD-BRANCH-TABLE-EXIT.                                          ZBNKRCT1
044700     EXIT.                                                        ZBNKRCT1
044800                                                                  ZBNKRCT1
044900***************************************************************** ZBNKRCT1
045000* Load the BNKAUTH program and role rows                        * ZBNKRCT1
045100***************************************************************** ZBNKRCT1
045200 LOAD-AUTH-TABLE.                                                 ZBNKRCT1
045300     OPEN INPUT BNKAUTH-FILE.                                     ZBNKRCT1
045400     IF WS-BNKAUTH-STATUS IS EQUAL TO '35'                        ZBNKRCT1
045500        GO TO LOAD-AUTH-TABLE-EXIT                                ZBNKRCT1
045600     END-IF.                                                      ZBNKRCT1
045700     IF WS-BNKAUTH-STATUS IS NOT EQUAL TO '00'                    ZBNKRCT1
045800        MOVE 'BNKAUTH file open failure...'                       ZBNKRCT1
045900          TO WS-CONSOLE-MESSAGE                                   ZBNKRCT1
046000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT1
046100        MOVE WS-BNKAUTH-STATUS TO WS-IO-STATUS                    ZBNKRCT1
046200        PERFORM DISPLAY-IO-STATUS                                 ZBNKRCT1
046300        PERFORM ABORT-PROGRAM                                     ZBNKRCT1
046400     END-IF.                                                      ZBNKRCT1
046500 LOAD-AUTH-LOOP.                                                  ZBNKRCT1
046600     READ BNKAUTH-FILE NEXT RECORD.                               ZBNKRCT1
046700     IF WS-BNKAUTH-STATUS IS EQUAL TO '10'                        ZBNKRCT1
046800        GO TO LOAD-AUTH-DONE                                      ZBNKRCT1
046900     END-IF.                                                      ZBNKRCT1
047000     IF WS-BNKAUTH-STATUS IS NOT EQUAL TO '00'                    ZBNKRCT1
047100        MOVE 'BNKAUTH read error...' TO WS-CONSOLE-MESSAGE        ZBNKRCT1
047200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT1
047300        MOVE WS-BNKAUTH-STATUS TO WS-IO-STATUS                    ZBNKRCT1
047400        PERFORM DISPLAY-IO-STATUS                                 ZBNKRCT1
047500        PERFORM ABORT-PROGRAM                                     ZBNKRCT1
047600     END-IF.                                                      ZBNKRCT1
047700     IF WS-AUTH-COUNT IS NOT LESS THAN 500                        ZBNKRCT1
047800        MOVE 'BNKAUTH has more than 500 rows - rest ignored'      ZBNKRCT1
047900          TO WS-CONSOLE-MESSAGE                                   ZBNKRCT1
048000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT1
048100        GO TO LOAD-AUTH-DONE                                      ZBNKRCT1
048200     END-IF.                                                      ZBNKRCT1
048300     ADD 1 TO WS-AUTH-COUNT.                                      ZBNKRCT1
048400     MOVE AUT-REC-PROGRAM TO WS-AUTH-PROGRAM (WS-AUTH-COUNT).     ZBNKRCT1
048500     MOVE AUT-REC-ROLE TO WS-AUTH-ROLE (WS-AUTH-COUNT).           ZBNKRCT1
048600     GO TO LOAD-AUTH-LOOP.                                        ZBNKRCT1
048700 LOAD-AUTH-DONE.                                                  ZBNKRCT1
048800     CLOSE BNKAUTH-FILE.                                          ZBNKRCT1
048900 LOAD-AUTH-TABLE-EXIT.                                            ZBNKRCT1
049000     EXIT.                                                        ZBNKRCT1
049100                                                                  ZBNKRCT1
049200***************************************************************** ZBNKRCT1
049300* Load the active staff users, with the manager of their home   * ZBNKRCT1
049400* branch                                                        * ZBNKRCT1
049500***************************************************************** ZBNKRCT1
049600 LOAD-STAFF-TABLE.                                                ZBNKRCT1
049700     OPEN INPUT BNKSTAF-FILE.                                     ZBNKRCT1
049800     IF WS-BNKSTAF-STATUS IS NOT EQUAL TO '00'                    ZBNKRCT1
049900        MOVE 'BNKSTAF file open failure...'                       ZBNKRCT1
050000          TO WS-CONSOLE-MESSAGE                                   ZBNKRCT1
050100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT1
050200        MOVE WS-BNKSTAF-STATUS TO WS-IO-STATUS                    ZBNKRCT1
050300        PERFORM DISPLAY-IO-STATUS                                 ZBNKRCT1
050400        PERFORM ABORT-PROGRAM                                     ZBNKRCT1
050500     END-IF.                                                      ZBNKRCT1
050600 LOAD-STAFF-LOOP.                                                 ZBNKRCT1
050700     READ BNKSTAF-FILE NEXT RECORD.                               ZBNKRCT1
050800     IF WS-BNKSTAF-STATUS IS EQUAL TO '10'                        ZBNKRCT1
050900        GO TO LOAD-STAFF-DONE                                     ZBNKRCT1
051000     END-IF.                                                      ZBNKRCT1
051100     IF WS-BNKSTAF-STATUS IS NOT EQUAL TO '00'                    ZBNKRCT1
051200        MOVE 'BNKSTAF read error...' TO WS-CONSOLE-MESSAGE        ZBNKRCT1
051300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT1
051400        MOVE WS-BNKSTAF-STATUS TO WS-IO-STATUS                    ZBNKRCT1
051500        PERFORM DISPLAY-IO-STATUS                                 ZBNKRCT1
051600        PERFORM ABORT-PROGRAM                                     ZBNKRCT1
051700     END-IF.                                                      ZBNKRCT1
051800     IF NOT STF-IS-ACTIVE                                         ZBNKRCT1
051900        GO TO LOAD-STAFF-LOOP                                     ZBNKRCT1
052000     END-IF.                                                      ZBNKRCT1
052100     IF WS-STAFF-COUNT IS NOT LESS THAN 2000                      ZBNKRCT1
052200        ADD 1 TO WS-STAFF-DROPPED                                 ZBNKRCT1
052300        GO TO LOAD-STAFF-LOOP                                     ZBNKRCT1
052400     END-IF.                                                      ZBNKRCT1
052500     ADD 1 TO WS-STAFF-COUNT.                                     ZBNKRCT1
052600     MOVE STF-REC-USERID TO WS-STAFF-USERID (WS-STAFF-COUNT).     ZBNKRCT1
052700     MOVE STF-REC-ROLE TO WS-STAFF-ROLE (WS-STAFF-COUNT).         ZBNKRCT1
052800     MOVE STF-REC-NAME TO WS-STAFF-NAME (WS-STAFF-COUNT).         ZBNKRCT1
052900     MOVE STF-REC-BRANCH TO WS-STAFF-BRANCH (WS-STAFF-COUNT).     ZBNKRCT1
053000     MOVE SPACES TO WS-STAFF-MANAGER (WS-STAFF-COUNT).            ZBNKRCT1
053100     MOVE SPACES TO WS-STAFF-SIGNON (WS-STAFF-COUNT).             ZBNKRCT1
053200     MOVE 1 TO WS-SUB2.                                           ZBNKRCT1
053300     PERFORM FIND-BRANCH-ENTRY                                    ZBNKRCT1
053400       UNTIL WS-SUB2 IS GREATER THAN WS-BRANCH-COUNT OR           ZBNKRCT1
053500             WS-BRANCH-CODE (WS-SUB2) IS EQUAL TO STF-REC-BRANCH. ZBNKRCT1
053600     IF WS-SUB2 IS NOT GREATER THAN WS-BRANCH-COUNT AND           ZBNKRCT1
053700        STF-REC-BRANCH IS NOT EQUAL TO SPACES                     ZBNKRCT1
053800        MOVE WS-BRANCH-MANAGER (WS-SUB2)                          ZBNKRCT1
053900          TO WS-STAFF-MANAGER (WS-STAFF-COUNT)                    ZBNKRCT1
054000     END-IF.                                                      ZBNKRCT1
054100     GO TO LOAD-STAFF-LOOP.                                       ZBNKRCT1
054200 LOAD-STAFF-DONE.                                                 ZBNKRCT1
054300     CLOSE BNKSTAF-FILE.                                          ZBNKRCT1
054400 LOAD-STAFF-TABLE-EXIT.                                           ZBNKRCT1
054500     EXIT.                                                        ZBNKRCT1
054600                                                                  ZBNKRCT1
054700 FIND-BRANCH-ENTRY.                                               ZBNKRCT1
054800     ADD 1 TO WS-SUB2.                                            ZBNKRCT1
054900                                                                  ZBNKRCT1
055000***************************************************************** ZBNKRCT1
055100* A user's own row, or one whose manager is not an active       * ZBNKRCT1
055200* staff user, goes to the administrators.  Each reviewer is     * ZBNKRCT1
055300* kept once for the worksheets.                                 * ZBNKRCT1
055400***************************************************************** ZBNKRCT1
055500 SET-REVIEWER.                                                    ZBNKRCT1
055600     IF WS-STAFF-MANAGER (WS-SUB) IS EQUAL TO                     ZBNKRCT1
055700        WS-STAFF-USERID (WS-SUB)                                  ZBNKRCT1
055800        MOVE SPACES TO WS-STAFF-MANAGER (WS-SUB)                  ZBNKRCT1
055900     END-IF.                                                      ZBNKRCT1
056000     IF WS-STAFF-MANAGER (WS-SUB) IS NOT EQUAL TO SPACES          ZBNKRCT1
056100        MOVE WS-STAFF-MANAGER (WS-SUB) TO WS-FIND-USERID          ZBNKRCT1
056200        PERFORM FIND-STAFF-ENTRY THRU                             ZBNKRCT1
056300                FIND-STAFF-ENTRY-EXIT                             ZBNKRCT1
056400        IF WS-FOUND-SUB IS EQUAL TO ZERO                          ZBNKRCT1
056500           MOVE SPACES TO WS-STAFF-MANAGER (WS-SUB)               ZBNKRCT1
056600        END-IF                                                    ZBNKRCT1
056700     END-IF.                                                      ZBNKRCT1
056800     IF WS-STAFF-MANAGER (WS-SUB) IS EQUAL TO SPACES              ZBNKRCT1
056900        ADD 1 TO WS-ADMIN-REVIEW                                  ZBNKRCT1
057000     END-IF.                                                      ZBNKRCT1
057100     MOVE 1 TO WS-SUB2.                                           ZBNKRCT1
057200     PERFORM FIND-MANAGER-ENTRY                                   ZBNKRCT1
057300       UNTIL WS-SUB2 IS GREATER THAN WS-MANAGER-COUNT OR          ZBNKRCT1
057400             WS-MANAGER-USERID (WS-SUB2) IS EQUAL TO              ZBNKRCT1
057500             WS-STAFF-MANAGER (WS-SUB).                           ZBNKRCT1
057600     IF WS-SUB2 IS GREATER THAN WS-MANAGER-COUNT                  ZBNKRCT1
057700        ADD 1 TO WS-MANAGER-COUNT                                 ZBNKRCT1
057800        MOVE WS-STAFF-MANAGER (WS-SUB)                            ZBNKRCT1
057900          TO WS-MANAGER-USERID (WS-MANAGER-COUNT)                 ZBNKRCT1
058000     END-IF.                                                      ZBNKRCT1
058100     ADD 1 TO WS-SUB.                                             ZBNKRCT1
058200 SET-REVIEWER-EXIT.                                               ZBNKRCT1
058300     EXIT.                                                        ZBNKRCT1
058400                                                                  ZBNKRCT1
058500 FIND-MANAGER-ENTRY.                                              ZBNKRCT1
058600     ADD 1 TO WS-SUB2.                                            ZBNKRCT1
058700                                                                  ZBNKRCT1
058800***************************************************************** ZBNKRCT1
058900* Find WS-FIND-USERID among the active staff - WS-FOUND-SUB is  * ZBNKRCT1
059000* its entry, or zero                                            * ZBNKRCT1
059100***************************************************************** ZBNKRCT1
059200 FIND-STAFF-ENTRY.                                                ZBNKRCT1
059300     MOVE 0 TO WS-FOUND-SUB.                                      ZBNKRCT1
059400     MOVE 1 TO WS-SUB2.                                           ZBNKRCT1
059500 FIND-STAFF-ENTRY-LOOP.                                           ZBNKRCT1
059600     IF WS-SUB2 IS GREATER THAN WS-STAFF-COUNT                    ZBNKRCT1
059700        GO TO FIND-STAFF-ENTRY-EXIT                               ZBNKRCT1
059800     END-IF.                                                      ZBNKRCT1
059900     IF WS-STAFF-USERID (WS-SUB2) IS EQUAL TO WS-FIND-USERID      ZBNKRCT1
060000        MOVE WS-SUB2 TO WS-FOUND-SUB                              ZBNKRCT1
060100        GO TO FIND-STAFF-ENTRY-EXIT                               ZBNKRCT1
060200     END-IF.                                                      ZBNKRCT1
060300     ADD 1 TO WS-SUB2.                                            ZBNKRCT1
060400     GO TO FIND-STAFF-ENTRY-LOOP.                                 ZBNKRCT1
060500 FIND-STAFF-ENTRY-EXIT.                                           ZBNKRCT1
060600     EXIT.                                                        ZBNKRCT1
060700                                                                  ZBNKRCT1
060800***************************************************************** ZBNKRCT1
060900* The journal is in time order, so the last successful sign-on  * ZBNKRCT1
061000* read for a user is the latest                                 * ZBNKRCT1
061100***************************************************************** ZBNKRCT1
061200 SCAN-SIGNON-JOURNAL.                                             ZBNKRCT1
061300     OPEN INPUT BNKSGNJ-FILE.                                     ZBNKRCT1
061400     IF WS-BNKSGNJ-STATUS IS EQUAL TO '35'                        ZBNKRCT1
061500        GO TO SCAN-SIGNON-JOURNAL-EXIT                            ZBNKRCT1
061600     END-IF.                                                      ZBNKRCT1
061700     IF WS-BNKSGNJ-STATUS IS NOT EQUAL TO '00'                    ZBNKRCT1
061800        MOVE 'BNKSGNJ file open failure...'                       ZBNKRCT1
061900          TO WS-CONSOLE-MESSAGE                                   ZBNKRCT1
062000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT1
062100        MOVE WS-BNKSGNJ-STATUS TO WS-IO-STATUS                    ZBNKRCT1
062200        PERFORM DISPLAY-IO-STATUS                                 ZBNKRCT1
062300        PERFORM ABORT-PROGRAM                                     ZBNKRCT1
062400     END-IF.                                                      ZBNKRCT1
062500 SCAN-SIGNON-LOOP.                                                ZBNKRCT1
062600     READ BNKSGNJ-FILE NEXT RECORD.                               ZBNKRCT1
062700     IF WS-BNKSGNJ-STATUS IS EQUAL TO '10'                        ZBNKRCT1
062800        GO TO SCAN-SIGNON-DONE                                    ZBNKRCT1
062900     END-IF.                                                      ZBNKRCT1
063000     IF WS-BNKSGNJ-STATUS IS NOT EQUAL TO '00'                    ZBNKRCT1
063100        MOVE 'BNKSGNJ read error...' TO WS-CONSOLE-MESSAGE        ZBNKRCT1
063200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT1
063300        MOVE WS-BNKSGNJ-STATUS TO WS-IO-STATUS                    ZBNKRCT1
063400        PERFORM DISPLAY-IO-STATUS                                 ZBNKRCT1
063500        PERFORM ABORT-PROGRAM                                     ZBNKRCT1
063600     END-IF.                                                      ZBNKRCT1
063700     IF NOT SGJ-RESULT-SUCCESS                                    ZBNKRCT1
063800        GO TO SCAN-SIGNON-LOOP                                    ZBNKRCT1
063900     END-IF.                                                      ZBNKRCT1
064000     MOVE SGJ-REC-USERID TO WS-FIND-USERID.                       ZBNKRCT1
064100     PERFORM FIND-STAFF-ENTRY THRU                                ZBNKRCT1
064200             FIND-STAFF-ENTRY-EXIT.                               ZBNKRCT1
064300     IF WS-FOUND-SUB IS GREATER THAN ZERO                         ZBNKRCT1
064400        MOVE SGJ-REC-TIMESTAMP TO WS-STAFF-SIGNON (WS-FOUND-SUB)  ZBNKRCT1
064500     END-IF.                                                      ZBNKRCT1
064600     GO TO SCAN-SIGNON-LOOP.                                      ZBNKRCT1
064700 SCAN-SIGNON-DONE.                                                ZBNKRCT1
064800     CLOSE BNKSGNJ-FILE.                                          ZBNKRCT1
064900 SCAN-SIGNON-JOURNAL-EXIT.                                        ZBNKRCT1
065000     EXIT.                                                        ZBNKRCT1
065100                                                                  ZBNKRCT1
065200 OPEN-FILES.                                                      ZBNKRCT1
065300     OPEN I-O BNKRCRT-FILE.                                       ZBNKRCT1
065400     IF WS-BNKRCRT-STATUS IS EQUAL TO '35'                        ZBNKRCT1
065500        OPEN OUTPUT BNKRCRT-FILE                                  ZBNKRCT1
065600     END-IF.                                                      ZBNKRCT1
065700     IF WS-BNKRCRT-STATUS IS NOT EQUAL TO '00'                    ZBNKRCT1
065800        MOVE 'BNKRCRT file open failure...'                       ZBNKRCT1
065900          TO WS-CONSOLE-MESSAGE                                   ZBNKRCT1
066000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT1
066100        MOVE WS-BNKRCRT-STATUS TO WS-IO-STATUS                    ZBNKRCT1
066200        PERFORM DISPLAY-IO-STATUS                                 ZBNKRCT1
066300        PERFORM ABORT-PROGRAM                                     ZBNKRCT1
066400     END-IF.                                                      ZBNKRCT1
066500     OPEN I-O BNKCTL-FILE.                                        ZBNKRCT1
066600     IF WS-BNKCTL-STATUS IS NOT EQUAL TO '00'                     ZBNKRCT1
066700        MOVE 'BNKCTL file open failure...'                        ZBNKRCT1
066800          TO WS-CONSOLE-MESSAGE                                   ZBNKRCT1
066900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT1
067000        MOVE WS-BNKCTL-STATUS TO WS-IO-STATUS                     ZBNKRCT1
067100        PERFORM DISPLAY-IO-STATUS                                 ZBNKRCT1
067200        PERFORM ABORT-PROGRAM                                     ZBNKRCT1
067300     END-IF.                                                      ZBNKRCT1
067400     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKRCT1
067500     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKRCT1
067600        MOVE 'PRINTOUT file open failure...'                      ZBNKRCT1
067700          TO WS-CONSOLE-MESSAGE                                   ZBNKRCT1
067800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT1
067900        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKRCT1
068000        PERFORM DISPLAY-IO-STATUS                                 ZBNKRCT1
068100        PERFORM ABORT-PROGRAM                                     ZBNKRCT1
068200     END-IF.                                                      ZBNKRCT1
068300                                                                  ZBNKRCT1
068400***************************************************************** ZBNKRCT1
068500* Write the pending row for one user; a row already there from  * ZBNKRCT1
068600* an earlier run today is left as it stands                     * ZBNKRCT1
068700***************************************************************** ZBNKRCT1
068800 WRITE-CYCLE-ROW.                                                 ZBNKRCT1
068900     MOVE SPACES TO RCT-RECORD.                                   ZBNKRCT1
069000     MOVE WS-CYCLE TO RCT-REC-CYCLE.                              ZBNKRCT1
069100     MOVE WS-STAFF-USERID (WS-SUB) TO RCT-REC-USERID.             ZBNKRCT1
069200     MOVE WS-STAFF-MANAGER (WS-SUB) TO RCT-REC-MANAGER.           ZBNKRCT1
069300     MOVE WS-STAFF-BRANCH (WS-SUB) TO RCT-REC-BRANCH.             ZBNKRCT1
069400     MOVE WS-STAFF-ROLE (WS-SUB) TO RCT-REC-ROLE.                 ZBNKRCT1
069500     MOVE WS-STAFF-NAME (WS-SUB) TO RCT-REC-NAME.                 ZBNKRCT1
069600     MOVE WS-STAFF-SIGNON (WS-SUB) TO RCT-REC-LAST-SIGNON.        ZBNKRCT1
069700     MOVE WS-DEADLINE TO RCT-REC-DEADLINE.                        ZBNKRCT1
069800     SET RCT-STATUS-PENDING TO TRUE.                              ZBNKRCT1
069900     MOVE 'N' TO RCT-REC-DEACTIVATED.                             ZBNKRCT1
070000     WRITE RCT-RECORD.                                            ZBNKRCT1
070100     IF WS-BNKRCRT-STATUS IS EQUAL TO '22'                        ZBNKRCT1
070200        ADD 1 TO WS-ROWS-ON-FILE                                  ZBNKRCT1
070300        GO TO WRITE-CYCLE-ROW-NEXT                                ZBNKRCT1
070400     END-IF.                                                      ZBNKRCT1
070500     IF WS-BNKRCRT-STATUS IS NOT EQUAL TO '00'                    ZBNKRCT1
070600        MOVE 'BNKRCRT write error...' TO WS-CONSOLE-MESSAGE       ZBNKRCT1
070700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT1
070800        MOVE WS-BNKRCRT-STATUS TO WS-IO-STATUS                    ZBNKRCT1
070900        PERFORM DISPLAY-IO-STATUS                                 ZBNKRCT1
071000        PERFORM ABORT-PROGRAM                                     ZBNKRCT1
071100     END-IF.                                                      ZBNKRCT1
071200     ADD 1 TO WS-ROWS-WRITTEN.                                    ZBNKRCT1
071300 WRITE-CYCLE-ROW-NEXT.                                            ZBNKRCT1
071400     ADD 1 TO WS-SUB.                                             ZBNKRCT1
071500 WRITE-CYCLE-ROW-EXIT.                                            ZBNKRCT1
071600     EXIT.                                                        ZBNKRCT1
071700                                                                  ZBNKRCT1
071800***************************************************************** ZBNKRCT1
071900* Point the SYSTEM/RECERT control row at the new cycle          * ZBNKRCT1
072000***************************************************************** ZBNKRCT1
072100 SET-CURRENT-CYCLE.                                               ZBNKRCT1
072200     MOVE 'SYSTEM' TO CTL-REC-JOB.                                ZBNKRCT1
072300     MOVE 'RECERT' TO CTL-REC-FILE-NAME.                          ZBNKRCT1
072400     READ BNKCTL-FILE.                                            ZBNKRCT1
072500     IF WS-BNKCTL-STATUS IS NOT EQUAL TO '00' AND                 ZBNKRCT1
072600        WS-BNKCTL-STATUS IS NOT EQUAL TO '23'                     ZBNKRCT1
072700        MOVE 'BNKCTL read error...' TO WS-CONSOLE-MESSAGE         ZBNKRCT1
072800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT1
072900        MOVE WS-BNKCTL-STATUS TO WS-IO-STATUS                     ZBNKRCT1
073000        PERFORM DISPLAY-IO-STATUS                                 ZBNKRCT1
073100        PERFORM ABORT-PROGRAM                                     ZBNKRCT1
073200     END-IF.                                                      ZBNKRCT1
073300     IF WS-BNKCTL-STATUS IS EQUAL TO '00' AND                     ZBNKRCT1
073400        CTL-REC-RUN-DATE IS NOT EQUAL TO WS-CYCLE                 ZBNKRCT1
073500        MOVE SPACES TO WS-CONSOLE-MESSAGE                         ZBNKRCT1
073600        STRING 'Cycle ' DELIMITED BY SIZE                         ZBNKRCT1
073700               CTL-REC-RUN-DATE DELIMITED BY SIZE                 ZBNKRCT1
073800               ' replaced as the current cycle' DELIMITED BY SIZE ZBNKRCT1
073900          INTO WS-CONSOLE-MESSAGE                                 ZBNKRCT1
074000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT1
074100     END-IF.                                                      ZBNKRCT1
074200     MOVE WS-CYCLE TO CTL-REC-RUN-DATE.                           ZBNKRCT1
074300     MOVE WS-TIMESTAMP TO CTL-REC-TIMESTAMP.                      ZBNKRCT1
074400     COMPUTE CTL-REC-COUNT = WS-ROWS-WRITTEN + WS-ROWS-ON-FILE.   ZBNKRCT1
074500     MOVE ZERO TO CTL-REC-AMOUNT.                                 ZBNKRCT1
074600     IF WS-BNKCTL-STATUS IS EQUAL TO '23'                         ZBNKRCT1
074700        MOVE SPACES TO CTL-REC-FILLER                             ZBNKRCT1
074800        WRITE CTL-RECORD                                          ZBNKRCT1
074900     ELSE                                                         ZBNKRCT1
075000        REWRITE CTL-RECORD                                        ZBNKRCT1
075100     END-IF.                                                      ZBNKRCT1
075200     IF WS-BNKCTL-STATUS IS NOT EQUAL TO '00'                     ZBNKRCT1
075300        MOVE 'Unable to record the current cycle'                 ZBNKRCT1
075400          TO WS-CONSOLE-MESSAGE                                   ZBNKRCT1
075500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT1
075600        MOVE WS-BNKCTL-STATUS TO WS-IO-STATUS                     ZBNKRCT1
075700        PERFORM DISPLAY-IO-STATUS                                 ZBNKRCT1
075800        PERFORM ABORT-PROGRAM                                     ZBNKRCT1
075900     END-IF.                                                      ZBNKRCT1
076000 SET-CURRENT-CYCLE-EXIT.                                          ZBNKRCT1
076100     EXIT.                                                        ZBNKRCT1
076200                                                                  ZBNKRCT1
076300 PRINT-REPORT-HEADER.                                             ZBNKRCT1
076400     MOVE WS-CYCLE TO WS-RPT1-DATE.                               ZBNKRCT1
076500     MOVE WS-RPT1 TO PRINTOUT-REC.                                ZBNKRCT1
076600     PERFORM PRINTOUT-PUT.                                        ZBNKRCT1
076700     MOVE WS-DEADLINE TO WS-RPT2-DEADLINE.                        ZBNKRCT1
076800     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKRCT1
076900     PERFORM PRINTOUT-PUT.                                        ZBNKRCT1
077000                                                                  ZBNKRCT1
077100***************************************************************** ZBNKRCT1
077200* One reviewer's worksheet - every user they recertify with     * ZBNKRCT1
077300* the protected programs the user's role reaches                * ZBNKRCT1
077400***************************************************************** ZBNKRCT1
077500 PRINT-WORKSHEET.                                                 ZBNKRCT1
077600     IF WS-MANAGER-USERID (WS-M-SUB) IS EQUAL TO SPACES           ZBNKRCT1
077700        MOVE 'ADMIN' TO WS-LINE2-USERID                           ZBNKRCT1
077800        MOVE 'Administrators - no branch manager to review'       ZBNKRCT1
077900          TO WS-LINE2-NAME                                        ZBNKRCT1
078000     ELSE                                                         ZBNKRCT1
078100        MOVE WS-MANAGER-USERID (WS-M-SUB) TO WS-LINE2-USERID      ZBNKRCT1
078200        MOVE WS-MANAGER-USERID (WS-M-SUB) TO WS-FIND-USERID       ZBNKRCT1
078300        PERFORM FIND-STAFF-ENTRY THRU                             ZBNKRCT1
078400                FIND-STAFF-ENTRY-EXIT                             ZBNKRCT1
078500        MOVE WS-STAFF-NAME (WS-FOUND-SUB) TO WS-LINE2-NAME        ZBNKRCT1
078600     END-IF.                                                      ZBNKRCT1
078700     MOVE WS-LINE2 TO PRINTOUT-REC.                               ZBNKRCT1
078800     PERFORM PRINTOUT-PUT.                                        ZBNKRCT1
078900     MOVE WS-LINE4H TO PRINTOUT-REC.                              ZBNKRCT1
079000     PERFORM PRINTOUT-PUT.                                        ZBNKRCT1
079100     MOVE 1 TO WS-SUB.                                            ZBNKRCT1
079200     PERFORM PRINT-WORKSHEET-USER THRU                            ZBNKRCT1
079300             PRINT-WORKSHEET-USER-EXIT                            ZBNKRCT1
079400       UNTIL WS-SUB IS GREATER THAN WS-STAFF-COUNT.               ZBNKRCT1
079500     ADD 1 TO WS-M-SUB.                                           ZBNKRCT1
079600 PRINT-WORKSHEET-EXIT.                                            ZBNKRCT1
079700     EXIT.                                                        ZBNKRCT1
079800                                                                  ZBNKRCT1
079900 PRINT-WORKSHEET-USER.                                            ZBNKRCT1
080000     IF WS-STAFF-MANAGER (WS-SUB) IS NOT EQUAL TO                 ZBNKRCT1
080100        WS-MANAGER-USERID (WS-M-SUB)                              ZBNKRCT1
080200        GO TO PRINT-WORKSHEET-USER-NEXT                           ZBNKRCT1
080300     END-IF.                                                      ZBNKRCT1
080400     ADD 1 TO WS-STAFF-LISTED.                                    ZBNKRCT1
080500     MOVE WS-STAFF-USERID (WS-SUB) TO WS-LINE4-USERID.            ZBNKRCT1
080600     MOVE WS-STAFF-NAME (WS-SUB) TO WS-LINE4-NAME.                ZBNKRCT1
080700     MOVE WS-STAFF-ROLE (WS-SUB) TO WS-LINE4-ROLE.                ZBNKRCT1
080800     MOVE WS-STAFF-BRANCH (WS-SUB) TO WS-LINE4-BRANCH.            ZBNKRCT1
080900     IF WS-STAFF-SIGNON (WS-SUB) IS EQUAL TO SPACES               ZBNKRCT1
081000        MOVE 'Never' TO WS-LINE4-SIGNON                           ZBNKRCT1
081100        ADD 1 TO WS-NEVER-SIGNED-ON                               ZBNKRCT1
081200     ELSE                                                         ZBNKRCT1
081300        MOVE WS-STAFF-SIGNON (WS-SUB) (1:10) TO WS-LINE4-SIGNON   ZBNKRCT1
081400     END-IF.                                                      ZBNKRCT1
081500     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKRCT1
081600     PERFORM PRINTOUT-PUT.                                        ZBNKRCT1
081700     MOVE SPACES TO WS-LINE5.                                     ZBNKRCT1
081800     MOVE 'Programs' TO WS-LINE5-LABEL.                           ZBNKRCT1
081900     MOVE 0 TO WS-P-SUB.                                          ZBNKRCT1
082000     MOVE 1 TO WS-SUB2.                                           ZBNKRCT1
082100     PERFORM LIST-ROLE-PROGRAM THRU                               ZBNKRCT1
082200             LIST-ROLE-PROGRAM-EXIT                               ZBNKRCT1
082300       UNTIL WS-SUB2 IS GREATER THAN WS-AUTH-COUNT.               ZBNKRCT1
082400     IF WS-P-SUB IS EQUAL TO ZERO AND                             ZBNKRCT1
082500        WS-LINE5-LABEL IS EQUAL TO 'Programs'                     ZBNKRCT1
082600        MOVE 'None' TO WS-LINE5-PROGRAM (1)                       ZBNKRCT1
082700        MOVE 1 TO WS-P-SUB                                        ZBNKRCT1
082800     END-IF.                                                      ZBNKRCT1
082900     IF WS-P-SUB IS GREATER THAN ZERO                             ZBNKRCT1
083000        MOVE WS-LINE5 TO PRINTOUT-REC                             ZBNKRCT1
083100        PERFORM PRINTOUT-PUT                                      ZBNKRCT1
083200     END-IF.                                                      ZBNKRCT1
083300 PRINT-WORKSHEET-USER-NEXT.                                       ZBNKRCT1
083400     ADD 1 TO WS-SUB.                                             ZBNKRCT1
083500 PRINT-WORKSHEET-USER-EXIT.                                       ZBNKRCT1
083600     EXIT.                                                        ZBNKRCT1
083700                                                                  ZBNKRCT1
083800***************************************************************** ZBNKRCT1
083900* Add a program the role holds to the programs line, printing   * ZBNKRCT1
084000* the line each time it fills                                   * ZBNKRCT1
084100***************************************************************** ZBNKRCT1
084200 LIST-ROLE-PROGRAM.                                               ZBNKRCT1
084300     IF WS-AUTH-ROLE (WS-SUB2) IS NOT EQUAL TO                    ZBNKRCT1
084400        WS-STAFF-ROLE (WS-SUB)                                    ZBNKRCT1
084500        GO TO LIST-ROLE-PROGRAM-NEXT                              ZBNKRCT1
084600     END-IF.                                                      ZBNKRCT1
084700     IF WS-P-SUB IS EQUAL TO 8                                    ZBNKRCT1
084800        MOVE WS-LINE5 TO PRINTOUT-REC                             ZBNKRCT1
084900        PERFORM PRINTOUT-PUT                                      ZBNKRCT1
085000        MOVE SPACES TO WS-LINE5                                   ZBNKRCT1
085100        MOVE 0 TO WS-P-SUB                                        ZBNKRCT1
085200     END-IF.                                                      ZBNKRCT1
085300     ADD 1 TO WS-P-SUB.                                           ZBNKRCT1
085400     MOVE WS-AUTH-PROGRAM (WS-SUB2)                               ZBNKRCT1
085500       TO WS-LINE5-PROGRAM (WS-P-SUB).                            ZBNKRCT1
085600 LIST-ROLE-PROGRAM-NEXT.                                          ZBNKRCT1
085700     ADD 1 TO WS-SUB2.                                            ZBNKRCT1
085800 LIST-ROLE-PROGRAM-EXIT.                                          ZBNKRCT1
085900     EXIT.                                                        ZBNKRCT1
086000                                                                  ZBNKRCT1
086100 PRINT-SUMMARY.                                                   ZBNKRCT1
086200     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKRCT1
086300     PERFORM PRINTOUT-PUT.                                        ZBNKRCT1
086400     MOVE 'Users to recertify' TO WS-RPT3-DESC.                   ZBNKRCT1
086500     MOVE WS-STAFF-LISTED TO WS-RPT3-COUNT.                       ZBNKRCT1
086600     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKRCT1
086700     PERFORM PRINTOUT-PUT.                                        ZBNKRCT1
086800     MOVE 'Left to the administrators' TO WS-RPT3-DESC.           ZBNKRCT1
086900     MOVE WS-ADMIN-REVIEW TO WS-RPT3-COUNT.                       ZBNKRCT1
087000     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKRCT1
087100     PERFORM PRINTOUT-PUT.                                        ZBNKRCT1
087200     MOVE 'Never signed on' TO WS-RPT3-DESC.                      ZBNKRCT1
087300     MOVE WS-NEVER-SIGNED-ON TO WS-RPT3-COUNT.                    ZBNKRCT1
087400     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKRCT1
087500     PERFORM PRINTOUT-PUT.                                        ZBNKRCT1
087600     MOVE 'Cycle rows written' TO WS-RPT3-DESC.                   ZBNKRCT1
087700     MOVE WS-ROWS-WRITTEN TO WS-RPT3-COUNT.                       ZBNKRCT1
087800     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKRCT1
087900     PERFORM PRINTOUT-PUT.                                        ZBNKRCT1
088000     MOVE 'Cycle rows already on file' TO WS-RPT3-DESC.           ZBNKRCT1
088100     MOVE WS-ROWS-ON-FILE TO WS-RPT3-COUNT.                       ZBNKRCT1
088200     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKRCT1
088300     PERFORM PRINTOUT-PUT.                                        ZBNKRCT1
088400     IF WS-STAFF-DROPPED IS GREATER THAN ZERO                     ZBNKRCT1
088500        MOVE 'Users not listed - staff table full'                ZBNKRCT1
088600          TO WS-RPT3-DESC                                         ZBNKRCT1
088700        MOVE WS-STAFF-DROPPED TO WS-RPT3-COUNT                    ZBNKRCT1
088800        MOVE WS-RPT3 TO PRINTOUT-REC                              ZBNKRCT1
088900        PERFORM PRINTOUT-PUT                                      ZBNKRCT1
089000     END-IF.                                                      ZBNKRCT1
089100                                                                  ZBNKRCT1
089200 CLOSE-FILES.                                                     ZBNKRCT1
089300     CLOSE BNKRCRT-FILE.                                          ZBNKRCT1
089400     CLOSE BNKCTL-FILE.                                           ZBNKRCT1
089500     CLOSE PRINTOUT-FILE.                                         ZBNKRCT1
089600                                                                  ZBNKRCT1
089700***************************************************************** ZBNKRCT1
089800* Write a report line                                           * ZBNKRCT1
089900***************************************************************** ZBNKRCT1
090000 PRINTOUT-PUT.                                                    ZBNKRCT1
090100     WRITE PRINTOUT-REC.                                          ZBNKRCT1
090200     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKRCT1
090300       MOVE 'PRINTOUT error writing file...'                      ZBNKRCT1
090400         TO WS-CONSOLE-MESSAGE                                    ZBNKRCT1
090500       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKRCT1
090600       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKRCT1
090700       PERFORM DISPLAY-IO-STATUS                                  ZBNKRCT1
090800       PERFORM ABORT-PROGRAM                                      ZBNKRCT1
090900     END-IF.                                                      ZBNKRCT1
091000                                                                  ZBNKRCT1
091100***************************************************************** ZBNKRCT1
091200* Display the file status bytes. This routine will display as   * ZBNKRCT1
091300* two digits if the full two byte file status is numeric. If    * ZBNKRCT1
091400* second byte is non-numeric then it will be treated as a       * ZBNKRCT1
091500* binary number.                                                * ZBNKRCT1
091600***************************************************************** ZBNKRCT1
091700 DISPLAY-IO-STATUS.                                               ZBNKRCT1
091800     IF WS-IO-STATUS NUMERIC                                      ZBNKRCT1
091900        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKRCT1
092000        STRING 'File status -' DELIMITED BY SIZE                  ZBNKRCT1
092100               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKRCT1
092200          INTO WS-CONSOLE-MESSAGE                                 ZBNKRCT1
092300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT1
092400     ELSE                                                         ZBNKRCT1
092500        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKRCT1
092600        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKRCT1
092700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKRCT1
092800        STRING 'File status -' DELIMITED BY SIZE                  ZBNKRCT1
092900               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKRCT1
093000               '/' DELIMITED BY SIZE                              ZBNKRCT1
093100               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKRCT1
093200          INTO WS-CONSOLE-MESSAGE                                 ZBNKRCT1
093300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT1
093400     END-IF.                                                      ZBNKRCT1
093500                                                                  ZBNKRCT1
093600***************************************************************** ZBNKRCT1
093700* 'ABORT' the program.                                          * ZBNKRCT1
093800* Post a message to the console and issue a STOP RUN            * ZBNKRCT1
093900***************************************************************** ZBNKRCT1
094000 ABORT-PROGRAM.                                                   ZBNKRCT1
094100     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKRCT1
094200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCT1
094300     END-IF.                                                      ZBNKRCT1
094400     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKRCT1
094500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRCT1
094600     MOVE 16 TO RETURN-CODE.                                      ZBNKRCT1
094700     STOP RUN.                                                    ZBNKRCT1
094800                                                                  ZBNKRCT1
094900***************************************************************** ZBNKRCT1
095000* Display CONSOLE messages...                                   * ZBNKRCT1
095100***************************************************************** ZBNKRCT1
095200 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKRCT1
095300     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKRCT1
095400       UPON CONSOLE.                                              ZBNKRCT1
095500     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKRCT1
095600                                                                  ZBNKRCT1
095700 COPY CTIMERP.                                                    ZBNKRCT1
095800                                                                  ZBNKRCT1
095900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKRCT1
