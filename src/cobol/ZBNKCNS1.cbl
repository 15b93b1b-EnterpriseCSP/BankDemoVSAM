000100***************************************************************** ZBNKCNS1
000200*                                                               * ZBNKCNS1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKCNS1
000400*   This demonstration program is provided for use by users     * ZBNKCNS1
000500*   of Micro Focus products and may be used, modified and       * ZBNKCNS1
000600*   distributed as part of your application provided that       * ZBNKCNS1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKCNS1
000800*   in this material.                                           * ZBNKCNS1
000900*                                                               * ZBNKCNS1
001000***************************************************************** ZBNKCNS1
001100                                                                  ZBNKCNS1
001200                                                                  ZBNKCNS1
001300***************************************************************** ZBNKCNS1
001400* Program:     ZBNKCNS1.CBL                                     * ZBNKCNS1
001500* Function:    Third-party consents expiring soon.  Reads the   * ZBNKCNS1
001600*              customer consent file (BNKCONS) and lists every  * ZBNKCNS1
001700*              active consent whose expiry date falls within    * ZBNKCNS1
001800*              the next 30 days - or the number of days given   * ZBNKCNS1
001900*              as PARM DAYS=nnn - soonest first, with the       * ZBNKCNS1
002000*              customer and provider names from BNKCUST and the * ZBNKCNS1
002100*              provider registry (BNKTPP), the scopes granted   * ZBNKCNS1
002200*              and when the provider last used it, so customers * ZBNKCNS1
002300*              can be reminded to renew before the provider's   * ZBNKCNS1
002400*              access stops.  Active consents already past      * ZBNKCNS1
002500*              their expiry are counted in the summary.         * ZBNKCNS1
002600***************************************************************** ZBNKCNS1
002700                                                                  ZBNKCNS1
002800 IDENTIFICATION DIVISION.                                         ZBNKCNS1
002900 PROGRAM-ID.                                                      ZBNKCNS1
003000     ZBNKCNS1.                                                    ZBNKCNS1
003100 DATE-WRITTEN.                                                    ZBNKCNS1
003200     October 2026.                                                ZBNKCNS1
003300 DATE-COMPILED.                                                   ZBNKCNS1
003400     Today.                                                       ZBNKCNS1
003500                                                                  ZBNKCNS1
003600 ENVIRONMENT DIVISION.                                            ZBNKCNS1
003700 INPUT-OUTPUT   SECTION.                                          ZBNKCNS1
003800   FILE-CONTROL.                                                  ZBNKCNS1
003900     SELECT BNKCONS-FILE                                          ZBNKCNS1
004000            ASSIGN       TO BNKCONS                               ZBNKCNS1
004100            ORGANIZATION IS INDEXED                               ZBNKCNS1
004200            ACCESS MODE  IS SEQUENTIAL                            ZBNKCNS1
004300            RECORD KEY   IS CNS-KEY                               ZBNKCNS1
004400            FILE STATUS  IS WS-BNKCONS-STATUS.                    ZBNKCNS1
004500     SELECT BNKTPP-FILE                                           ZBNKCNS1
004600            ASSIGN       TO BNKTPP                                ZBNKCNS1
004700            ORGANIZATION IS INDEXED                               ZBNKCNS1
004800            ACCESS MODE  IS RANDOM                                ZBNKCNS1
004900            RECORD KEY   IS TPP-KEY                               ZBNKCNS1
005000            FILE STATUS  IS WS-BNKTPP-STATUS.                     ZBNKCNS1
005100     SELECT BNKCUST-FILE                                          ZBNKCNS1
005200            ASSIGN       TO BNKCUST                               ZBNKCNS1
005300            ORGANIZATION IS INDEXED                               ZBNKCNS1
005400            ACCESS MODE  IS RANDOM                                ZBNKCNS1
005500            RECORD KEY   IS BCS-REC-PID                           ZBNKCNS1
005600            FILE STATUS  IS WS-BNKCUST-STATUS.                    ZBNKCNS1
005700     SELECT SRTCNS-FILE                                           ZBNKCNS1
005800            ASSIGN       TO SRTCNS.                               ZBNKCNS1
005900     SELECT PRINTOUT-FILE                                         ZBNKCNS1
006000            ASSIGN       TO PRINTOUT                              ZBNKCNS1
006100            ORGANIZATION IS SEQUENTIAL                            ZBNKCNS1
006200            ACCESS MODE  IS SEQUENTIAL                            ZBNKCNS1
006300            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKCNS1
006400                                                                  ZBNKCNS1
006500 DATA DIVISION.                                                   ZBNKCNS1
006600 FILE SECTION.                                                    ZBNKCNS1
006700                                                                  ZBNKCNS1
006800 FD  BNKCONS-FILE.                                                ZBNKCNS1
006900 01  BNKCONS-REC.                                                 ZBNKCNS1
007000 COPY CBANKVCE.                                                   ZBNKCNS1
007100                                                                  ZBNKCNS1
007200 FD  BNKTPP-FILE.                                                 ZBNKCNS1
007300 01  BNKTPP-REC.                                                  ZBNKCNS1
007400 COPY CBANKVTP.                                                   ZBNKCNS1
007500                                                                  ZBNKCNS1
007600 FD  BNKCUST-FILE.                                                ZBNKCNS1
007700 01  BNKCUST-REC.                                                 ZBNKCNS1
007800 COPY CBANKVCS.                                                   ZBNKCNS1
007900                                                                  ZBNKCNS1
008000 SD  SRTCNS-FILE.                                                 ZBNKCNS1
008100 01  SRTCNS-REC.                                                  ZBNKCNS1
008200   05  SRTCNS-EXPIRY-DATE                    PIC X(10).           ZBNKCNS1
008300   05  SRTCNS-PID                            PIC X(5).            ZBNKCNS1
008400   05  SRTCNS-TPP-ID                         PIC X(8).            ZBNKCNS1
008500   05  SRTCNS-SCOPES                         PIC X(3).            ZBNKCNS1
008600   05  SRTCNS-ACCOUNTS                       PIC 9(1).            ZBNKCNS1
008700   05  SRTCNS-LAST-USED                      PIC X(10).           ZBNKCNS1
008800                                                                  ZBNKCNS1
008900 FD  PRINTOUT-FILE.                                               ZBNKCNS1
009000 01  PRINTOUT-REC                        PIC X(121).              ZBNKCNS1
009100                                                                  ZBNKCNS1
009200 WORKING-STORAGE SECTION.                                         ZBNKCNS1
009300 COPY CTIMERD.                                                    ZBNKCNS1
009400                                                                  ZBNKCNS1
009500 COPY CTSTAMPD.                                                   ZBNKCNS1
009600                                                                  ZBNKCNS1
009700 01  WS-MISC-STORAGE.                                             ZBNKCNS1
009800   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKCNS1
009900       VALUE 'ZBNKCNS1'.                                          ZBNKCNS1
010000   05  WS-BNKCONS-STATUS.                                         ZBNKCNS1
010100     10  WS-BNKCONS-STAT1                    PIC X(1).            ZBNKCNS1
010200     10  WS-BNKCONS-STAT2                    PIC X(1).            ZBNKCNS1
010300   05  WS-BNKTPP-STATUS.                                          ZBNKCNS1
010400     10  WS-BNKTPP-STAT1                     PIC X(1).            ZBNKCNS1
010500     10  WS-BNKTPP-STAT2                     PIC X(1).            ZBNKCNS1
010600   05  WS-BNKCUST-STATUS.                                         ZBNKCNS1
010700     10  WS-BNKCUST-STAT1                    PIC X(1).            ZBNKCNS1
010800     10  WS-BNKCUST-STAT2                    PIC X(1).            ZBNKCNS1
010900   05  WS-PRINTOUT-STATUS.                                        ZBNKCNS1
011000     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKCNS1
011100     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKCNS1
011200   05  WS-IO-STATUS.                                              ZBNKCNS1
011300     10  WS-IO-STAT1                         PIC X(1).            ZBNKCNS1
011400     10  WS-IO-STAT2                         PIC X(1).            ZBNKCNS1
011500   05  WS-TWO-BYTES.                                              ZBNKCNS1
011600     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKCNS1
011700     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKCNS1
011800   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKCNS1
011900                                             PIC 9(1) COMP.       ZBNKCNS1
012000   05  WS-PARM                               PIC X(50).           ZBNKCNS1
012100   05  WS-DAYS                               PIC 9(3) VALUE 30.   ZBNKCNS1
012200   05  WS-TODAY                              PIC X(10).           ZBNKCNS1
012300   05  WS-WINDOW-END                         PIC X(10).           ZBNKCNS1
012400   05  WS-TODAY-INTEGER                      PIC 9(7).            ZBNKCNS1
012500   05  WS-WORK-INTEGER                       PIC 9(7).            ZBNKCNS1
012600   05  WS-WORK-DATE                          PIC 9(8).            ZBNKCNS1
012700   05  WS-WORK-DATE-X REDEFINES WS-WORK-DATE PIC X(8).            ZBNKCNS1
012800   05  WS-DAYS-LEFT                          PIC 9(3).            ZBNKCNS1
012900   05  WS-SUB1                               PIC S9(4) COMP.      ZBNKCNS1
013000   05  WS-END-OF-FILE                        PIC X(1).            ZBNKCNS1
013100     88  WS-EOF                              VALUE 'Y'.           ZBNKCNS1
013200   05  WS-CONSOLE-MESSAGE                    PIC X(60).           ZBNKCNS1
013300                                                                  ZBNKCNS1
013400 01  WS-COUNTERS.                                                 ZBNKCNS1
013500   05  WS-CONSENTS-READ                      PIC 9(7)             ZBNKCNS1
013600       VALUE ZERO.                                                ZBNKCNS1
013700   05  WS-CONSENTS-ACTIVE                    PIC 9(7)             ZBNKCNS1
013800       VALUE ZERO.                                                ZBNKCNS1
013900   05  WS-CONSENTS-EXPIRING                  PIC 9(7)             ZBNKCNS1
014000       VALUE ZERO.                                                ZBNKCNS1
014100   05  WS-CONSENTS-LAPSED                    PIC 9(7)             ZBNKCNS1
014200       VALUE ZERO.                                                ZBNKCNS1
014300                                                                  ZBNKCNS1
014400***************************************************************** ZBNKCNS1
014500* Expiring consents report                                      * ZBNKCNS1
014600***************************************************************** ZBNKCNS1
014700 01  WS-REPORT-LINES.                                             ZBNKCNS1
014800   05  WS-RPT1.                                                   ZBNKCNS1
014900     10  WS-RPT1-CC                          PIC X(1)             ZBNKCNS1
015000         VALUE '1'.                                               ZBNKCNS1
015100     10  FILLER                              PIC X(20)            ZBNKCNS1
015200         VALUE SPACES.                                            ZBNKCNS1
015300     10  FILLER                              PIC X(40)            ZBNKCNS1
015400         VALUE 'Third-Party Consents Expiring - Run of'.          ZBNKCNS1
015500     10  WS-RPT1-DATE                        PIC X(10).           ZBNKCNS1
015600   05  WS-RPT2.                                                   ZBNKCNS1
015700     10  WS-RPT2-CC                          PIC X(1)             ZBNKCNS1
015800         VALUE ' '.                                               ZBNKCNS1
015900     10  FILLER                              PIC X(20)            ZBNKCNS1
016000         VALUE SPACES.                                            ZBNKCNS1
016100     10  FILLER                              PIC X(26)            ZBNKCNS1
016200         VALUE 'Active consents expiring'.                        ZBNKCNS1
016300     10  FILLER                              PIC X(5)             ZBNKCNS1
016400         VALUE 'from'.                                            ZBNKCNS1
016500     10  WS-RPT2-FROM-DATE                   PIC X(11).           ZBNKCNS1
016600     10  FILLER                              PIC X(3)             ZBNKCNS1
016700         VALUE 'to'.                                              ZBNKCNS1
016800     10  WS-RPT2-TO-DATE                     PIC X(10).           ZBNKCNS1
016900   05  WS-HEAD1.                                                  ZBNKCNS1
017000     10  WS-HEAD1-CC                         PIC X(1)             ZBNKCNS1
017100         VALUE '-'.                                               ZBNKCNS1
017200     10  FILLER                              PIC X(11)            ZBNKCNS1
017300         VALUE 'Expires'.                                         ZBNKCNS1
017400     10  FILLER                              PIC X(6)             ZBNKCNS1
017500         VALUE 'Days'.                                            ZBNKCNS1
017600     10  FILLER                              PIC X(32)            ZBNKCNS1
017700         VALUE 'Customer'.                                        ZBNKCNS1
017800     10  FILLER                              PIC X(40)            ZBNKCNS1
017900         VALUE 'Provider'.                                        ZBNKCNS1
018000     10  FILLER                              PIC X(8)             ZBNKCNS1
018100         VALUE 'Scopes'.                                          ZBNKCNS1
018200     10  FILLER                              PIC X(6)             ZBNKCNS1
018300         VALUE 'Accts'.                                           ZBNKCNS1
018400     10  FILLER                              PIC X(10)            ZBNKCNS1
018500         VALUE 'Last used'.                                       ZBNKCNS1
018600   05  WS-DETAIL.                                                 ZBNKCNS1
018700     10  WS-DET-CC                           PIC X(1)             ZBNKCNS1
018800         VALUE ' '.                                               ZBNKCNS1
018900     10  WS-DET-EXPIRY                       PIC X(10).           ZBNKCNS1
019000     10  FILLER                              PIC X(1)             ZBNKCNS1
019100         VALUE SPACE.                                             ZBNKCNS1
019200     10  WS-DET-DAYS                         PIC ZZ9.             ZBNKCNS1
019300     10  FILLER                              PIC X(3)             ZBNKCNS1
019400         VALUE SPACES.                                            ZBNKCNS1
019500     10  WS-DET-PID                          PIC X(5).            ZBNKCNS1
019600     10  FILLER                              PIC X(2)             ZBNKCNS1
019700         VALUE SPACES.                                            ZBNKCNS1
019800     10  WS-DET-CUST-NAME                    PIC X(25).           ZBNKCNS1
019900     10  FILLER                              PIC X(1)             ZBNKCNS1
020000         VALUE SPACE.                                             ZBNKCNS1
020100     10  WS-DET-TPP-ID                       PIC X(8).            ZBNKCNS1
020200     10  FILLER                              PIC X(1)             ZBNKCNS1
020300         VALUE SPACE.                                             ZBNKCNS1
020400     10  WS-DET-TPP-NAME                     PIC X(30).           ZBNKCNS1
020500     10  FILLER                              PIC X(1)             ZBNKCNS1
020600         VALUE SPACE.                                             ZBNKCNS1
020700     10  WS-DET-SCOPES                       PIC X(3).            ZBNKCNS1
020800     10  FILLER                              PIC X(6)             ZBNKCNS1
020900         VALUE SPACES.                                            ZBNKCNS1
021000     10  WS-DET-ACCOUNTS                     PIC 9(1).            ZBNKCNS1
021100     10  FILLER                              PIC X(4)             ZBNKCNS1
021200         VALUE SPACES.                                            ZBNKCNS1
021300     10  WS-DET-LAST-USED                    PIC X(10).           ZBNKCNS1
021400   05  WS-RPT3.                                                   ZBNKCNS1
021500     10  WS-RPT3-CC                          PIC X(1)             ZBNKCNS1
021600         VALUE ' '.                                               ZBNKCNS1
021700     10  FILLER                              PIC X(3)             ZBNKCNS1
021800         VALUE SPACES.                                            ZBNKCNS1
021900     10  WS-RPT3-DESC                        PIC X(40).           ZBNKCNS1
022000     10  WS-RPT3-COUNT                       PIC Z(6)9.           ZBNKCNS1
022100                                                                  ZBNKCNS1
022200 LINKAGE SECTION.                                                 ZBNKCNS1
022300 01  LK-EXEC-PARM.                                                ZBNKCNS1
022400   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKCNS1
022500   05  LK-EXEC-PARM-DATA                     PIC X(50).           ZBNKCNS1
022600                                                                  ZBNKCNS1
022700 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKCNS1
022800                                                                  ZBNKCNS1
022900     PERFORM RUN-TIME.                                            ZBNKCNS1
023000                                                                  ZBNKCNS1
023100     MOVE 'Expiring consents report starting'                     ZBNKCNS1
023200       TO WS-CONSOLE-MESSAGE.                                     ZBNKCNS1
023300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCNS1
023400                                                                  ZBNKCNS1
023500 COPY CTSTAMPP.                                                   ZBNKCNS1
023600                                                                  ZBNKCNS1
023700     PERFORM READ-PARM THRU READ-PARM-EXIT.                       ZBNKCNS1
023800     MOVE WS-TIMESTAMP (1:10) TO WS-TODAY.                        ZBNKCNS1
023900     COMPUTE WS-TODAY-INTEGER =                                   ZBNKCNS1
024000       FUNCTION INTEGER-OF-DATE (WS-ACCEPT-DATE).                 ZBNKCNS1
024100     COMPUTE WS-WORK-INTEGER = WS-TODAY-INTEGER + WS-DAYS.        ZBNKCNS1
024200     COMPUTE WS-WORK-DATE =                                       ZBNKCNS1
024300       FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER).                ZBNKCNS1
024400     MOVE WS-WORK-DATE-X (1:4) TO WS-WINDOW-END (1:4).            ZBNKCNS1
024500     MOVE '-' TO WS-WINDOW-END (5:1).                             ZBNKCNS1
024600     MOVE WS-WORK-DATE-X (5:2) TO WS-WINDOW-END (6:2).            ZBNKCNS1
024700     MOVE '-' TO WS-WINDOW-END (8:1).                             ZBNKCNS1
024800     MOVE WS-WORK-DATE-X (7:2) TO WS-WINDOW-END (9:2).            ZBNKCNS1
024900                                                                  ZBNKCNS1
025000     OPEN INPUT BNKCONS-FILE.                                     ZBNKCNS1
025100     IF WS-BNKCONS-STATUS IS NOT EQUAL TO '00'                    ZBNKCNS1
025200        MOVE 'BNKCONS file open failure...'                       ZBNKCNS1
025300          TO WS-CONSOLE-MESSAGE                                   ZBNKCNS1
025400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNS1
025500        MOVE WS-BNKCONS-STATUS TO WS-IO-STATUS                    ZBNKCNS1
025600        PERFORM DISPLAY-IO-STATUS                                 ZBNKCNS1
025700        PERFORM ABORT-PROGRAM                                     ZBNKCNS1
025800     END-IF.                                                      ZBNKCNS1
025900     OPEN INPUT BNKTPP-FILE.                                      ZBNKCNS1
026000     IF WS-BNKTPP-STATUS IS NOT EQUAL TO '00'                     ZBNKCNS1
026100        MOVE 'BNKTPP file open failure...'                        ZBNKCNS1
026200          TO WS-CONSOLE-MESSAGE                                   ZBNKCNS1
026300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNS1
026400        MOVE WS-BNKTPP-STATUS TO WS-IO-STATUS                     ZBNKCNS1
026500        PERFORM DISPLAY-IO-STATUS                                 ZBNKCNS1
026600        PERFORM ABORT-PROGRAM                                     ZBNKCNS1
026700     END-IF.                                                      ZBNKCNS1
026800     OPEN INPUT BNKCUST-FILE.                                     ZBNKCNS1
026900     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKCNS1
027000        MOVE 'BNKCUST file open failure...'                       ZBNKCNS1
027100          TO WS-CONSOLE-MESSAGE                                   ZBNKCNS1
027200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNS1
027300        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    ZBNKCNS1
027400        PERFORM DISPLAY-IO-STATUS                                 ZBNKCNS1
027500        PERFORM ABORT-PROGRAM                                     ZBNKCNS1
027600     END-IF.                                                      ZBNKCNS1
027700     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKCNS1
027800     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCNS1
027900        MOVE 'PRINTOUT file open failure...'                      ZBNKCNS1
028000          TO WS-CONSOLE-MESSAGE                                   ZBNKCNS1
028100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNS1
028200        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKCNS1
028300        PERFORM DISPLAY-IO-STATUS                                 ZBNKCNS1
028400        PERFORM ABORT-PROGRAM                                     ZBNKCNS1
028500     END-IF.                                                      ZBNKCNS1
028600                                                                  ZBNKCNS1
028700     PERFORM PRINT-HEADINGS.                                      ZBNKCNS1
028800                                                                  ZBNKCNS1
028900     SORT SRTCNS-FILE                                             ZBNKCNS1
029000          ON ASCENDING KEY SRTCNS-EXPIRY-DATE                     ZBNKCNS1
029100                           SRTCNS-PID                             ZBNKCNS1
029200          INPUT PROCEDURE IS SELECT-CONSENTS                      ZBNKCNS1
029300                        THRU SELECT-CONSENTS-EXIT                 ZBNKCNS1
029400          OUTPUT PROCEDURE IS PRINT-CONSENTS                      ZBNKCNS1
029500                         THRU PRINT-CONSENTS-EXIT.                ZBNKCNS1
029600     IF SORT-RETURN IS NOT EQUAL TO ZERO                          ZBNKCNS1
029700        MOVE 'Sort of expiring consents failed'                   ZBNKCNS1
029800          TO WS-CONSOLE-MESSAGE                                   ZBNKCNS1
029900        PERFORM ABORT-PROGRAM                                     ZBNKCNS1
030000     END-IF.                                                      ZBNKCNS1
030100                                                                  ZBNKCNS1
030200     PERFORM PRINT-SUMMARY.                                       ZBNKCNS1
030300     CLOSE BNKCONS-FILE.                                          ZBNKCNS1
030400     CLOSE BNKTPP-FILE.                                           ZBNKCNS1
030500     CLOSE BNKCUST-FILE.                                          ZBNKCNS1
030600     CLOSE PRINTOUT-FILE.                                         ZBNKCNS1
030700                                                                  ZBNKCNS1
030800     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKCNS1
030900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCNS1
031000                                                                  ZBNKCNS1
031100     PERFORM RUN-TIME.                                            ZBNKCNS1
031200                                                                  ZBNKCNS1
031300     MOVE 0 TO RETURN-CODE.                                       ZBNKCNS1
031400                                                                  ZBNKCNS1
031500     GOBACK.                                                      ZBNKCNS1
031600                                                                  ZBNKCNS1
031700***************************************************************** ZBNKCNS1
031800* A blank PARM looks 30 days ahead; DAYS=nnn sets the window    * ZBNKCNS1
031900***************************************************************** ZBNKCNS1
032000 READ-PARM.                                                       ZBNKCNS1
032100     MOVE SPACES TO WS-PARM.                                      ZBNKCNS1
032200     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO                      ZBNKCNS1
032300        IF LK-EXEC-PARM-LL IS GREATER THAN 50                     ZBNKCNS1
032400           MOVE LK-EXEC-PARM-DATA TO WS-PARM                      ZBNKCNS1
032500        ELSE                                                      ZBNKCNS1
032600           MOVE LK-EXEC-PARM-DATA (1:LK-EXEC-PARM-LL) TO WS-PARM  ZBNKCNS1
032700        END-IF                                                    ZBNKCNS1
032800     END-IF.                                                      ZBNKCNS1
032900     IF WS-PARM IS EQUAL TO SPACES                                ZBNKCNS1
033000        GO TO READ-PARM-EXIT                                      ZBNKCNS1
033100     END-IF.                                                      ZBNKCNS1
033200     IF WS-PARM (1:5) IS NOT EQUAL TO 'DAYS=' OR                  ZBNKCNS1
033300        WS-PARM (6:3) IS NOT NUMERIC OR                           ZBNKCNS1
033400        WS-PARM (9:42) IS NOT EQUAL TO SPACES                     ZBNKCNS1
033500        MOVE 'PARM must be blank or DAYS=nnn'                     ZBNKCNS1
033600          TO WS-CONSOLE-MESSAGE                                   ZBNKCNS1
033700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNS1
033800        MOVE WS-PARM TO WS-CONSOLE-MESSAGE                        ZBNKCNS1
033900        PERFORM ABORT-PROGRAM                                     ZBNKCNS1
034000     END-IF.                                                      ZBNKCNS1
034100     MOVE WS-PARM (6:3) TO WS-DAYS.                               ZBNKCNS1
034200 READ-PARM-EXIT.                                                  ZBNKCNS1
034300     EXIT.                                                        ZBNKCNS1
034400                                                                  ZBNKCNS1
034500***************************************************************** ZBNKCNS1
034600* Report headings                                               * ZBNKCNS1
034700***************************************************************** ZBNKCNS1
034800 PRINT-HEADINGS.                                                  ZBNKCNS1
034900     MOVE WS-TODAY TO WS-RPT1-DATE.                               ZBNKCNS1
035000     MOVE WS-RPT1 TO PRINTOUT-REC.                                ZBNKCNS1
035100     PERFORM PRINTOUT-PUT.                                        ZBNKCNS1
035200     MOVE WS-TODAY TO WS-RPT2-FROM-DATE.                          ZBNKCNS1
035300     MOVE WS-WINDOW-END TO WS-RPT2-TO-DATE.                       ZBNKCNS1
035400     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKCNS1
035500     PERFORM PRINTOUT-PUT.                                        ZBNKCNS1
035600     MOVE WS-HEAD1 TO PRINTOUT-REC.                               ZBNKCNS1
035700     PERFORM PRINTOUT-PUT.                                        ZBNKCNS1
035800                                                                  ZBNKCNS1
035900***************************************************************** ZBNKCNS1
036000* Sort input - release every active consent whose expiry falls  * ZBNKCNS1
036100* in the window; count the active ones already past it          * ZBNKCNS1
036200***************************************************************** ZBNKCNS1
036300 SELECT-CONSENTS.                                                 ZBNKCNS1
036400     MOVE 'N' TO WS-END-OF-FILE.                                  ZBNKCNS1
036500 SELECT-CONSENTS-LOOP.                                            ZBNKCNS1
036600     READ BNKCONS-FILE NEXT RECORD                                ZBNKCNS1
036700       AT END                                                     ZBNKCNS1
036800         SET WS-EOF TO TRUE                                       ZBNKCNS1
036900     END-READ.                                                    ZBNKCNS1
037000     IF WS-EOF                                                    ZBNKCNS1
037100        GO TO SELECT-CONSENTS-EXIT                                ZBNKCNS1
037200     END-IF.                                                      ZBNKCNS1
037300     IF WS-BNKCONS-STATUS IS NOT EQUAL TO '00'                    ZBNKCNS1
037400        MOVE 'BNKCONS error reading file...'                      ZBNKCNS1
037500          TO WS-CONSOLE-MESSAGE                                   ZBNKCNS1
037600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNS1
037700        MOVE WS-BNKCONS-STATUS TO WS-IO-STATUS                    ZBNKCNS1
037800        PERFORM DISPLAY-IO-STATUS                                 ZBNKCNS1
037900        PERFORM ABORT-PROGRAM                                     ZBNKCNS1
038000     END-IF.                                                      ZBNKCNS1
038100     ADD 1 TO WS-CONSENTS-READ.                                   ZBNKCNS1
038200     IF NOT CNS-STATUS-ACTIVE                                     ZBNKCNS1
038300        GO TO SELECT-CONSENTS-LOOP                                ZBNKCNS1
038400     END-IF.                                                      ZBNKCNS1
038500     ADD 1 TO WS-CONSENTS-ACTIVE.                                 ZBNKCNS1
038600     IF CNS-REC-EXPIRY-DATE IS LESS THAN WS-TODAY                 ZBNKCNS1
038700        ADD 1 TO WS-CONSENTS-LAPSED                               ZBNKCNS1
038800        GO TO SELECT-CONSENTS-LOOP                                ZBNKCNS1
038900     END-IF.                                                      ZBNKCNS1
039000     IF CNS-REC-EXPIRY-DATE IS GREATER THAN WS-WINDOW-END         ZBNKCNS1
039100        GO TO SELECT-CONSENTS-LOOP                                ZBNKCNS1
039200     END-IF.                                                      ZBNKCNS1
039300     MOVE CNS-REC-EXPIRY-DATE TO SRTCNS-EXPIRY-DATE.              ZBNKCNS1
039400     MOVE CNS-REC-PID TO SRTCNS-PID.                              ZBNKCNS1
039500     MOVE CNS-REC-TPP-ID TO SRTCNS-TPP-ID.                        ZBNKCNS1
039600     MOVE '---' TO SRTCNS-SCOPES.                                 ZBNKCNS1
039700     IF CNS-SCOPE-BAL-GRANTED                                     ZBNKCNS1
039800        MOVE 'B' TO SRTCNS-SCOPES (1:1)                           ZBNKCNS1
039900     END-IF.                                                      ZBNKCNS1
040000     IF CNS-SCOPE-TXN-GRANTED                                     ZBNKCNS1
040100        MOVE 'T' TO SRTCNS-SCOPES (2:1)                           ZBNKCNS1
040200     END-IF.                                                      ZBNKCNS1
040300     IF CNS-SCOPE-PAY-GRANTED                                     ZBNKCNS1
040400        MOVE 'P' TO SRTCNS-SCOPES (3:1)                           ZBNKCNS1
040500     END-IF.                                                      ZBNKCNS1
040600     MOVE ZERO TO SRTCNS-ACCOUNTS.                                ZBNKCNS1
040700     PERFORM COUNT-ACCOUNT                                        ZBNKCNS1
040800       VARYING WS-SUB1 FROM 1 BY 1                                ZBNKCNS1
040900         UNTIL WS-SUB1 IS GREATER THAN 5.                         ZBNKCNS1
041000     MOVE CNS-REC-LAST-USED (1:10) TO SRTCNS-LAST-USED.           ZBNKCNS1
041100     RELEASE SRTCNS-REC.                                          ZBNKCNS1
041200     GO TO SELECT-CONSENTS-LOOP.                                  ZBNKCNS1
041300 SELECT-CONSENTS-EXIT.                                            ZBNKCNS1
041400     EXIT.                                                        ZBNKCNS1
041500                                                                  ZBNKCNS1
041600 COUNT-ACCOUNT.                                                   ZBNKCNS1
041700     IF CNS-REC-ACCNO (WS-SUB1) IS NOT EQUAL TO SPACES            ZBNKCNS1
041800        ADD 1 TO SRTCNS-ACCOUNTS                                  ZBNKCNS1
041900     END-IF.                                                      ZBNKCNS1
042000                                                                  ZBNKCNS1
042100***************************************************************** ZBNKCNS1
042200* Sort output - one line per consent, soonest expiry first,     * ZBNKCNS1
042300* with the customer and provider names looked up                * ZBNKCNS1
042400***************************************************************** ZBNKCNS1
042500 PRINT-CONSENTS.                                                  ZBNKCNS1
042600 PRINT-CONSENTS-LOOP.                                             ZBNKCNS1
042700     RETURN SRTCNS-FILE                                           ZBNKCNS1
042800       AT END                                                     ZBNKCNS1
042900         GO TO PRINT-CONSENTS-EXIT                                ZBNKCNS1
043000     END-RETURN.                                                  ZBNKCNS1
043100     ADD 1 TO WS-CONSENTS-EXPIRING.                               ZBNKCNS1
043200     MOVE SRTCNS-EXPIRY-DATE TO WS-DET-EXPIRY.                    ZBNKCNS1
043300     MOVE SRTCNS-EXPIRY-DATE (1:4) TO WS-WORK-DATE-X (1:4).       ZBNKCNS1
043400     MOVE SRTCNS-EXPIRY-DATE (6:2) TO WS-WORK-DATE-X (5:2).       ZBNKCNS1
043500     MOVE SRTCNS-EXPIRY-DATE (9:2) TO WS-WORK-DATE-X (7:2).       ZBNKCNS1
043600     COMPUTE WS-DAYS-LEFT =                                       ZBNKCNS1
043700       FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) - WS-TODAY-INTEGER.ZBNKCNS1
043800     MOVE WS-DAYS-LEFT TO WS-DET-DAYS.                            ZBNKCNS1
043900     MOVE SRTCNS-PID TO WS-DET-PID.                               ZBNKCNS1
044000     MOVE SRTCNS-PID TO BCS-REC-PID.                              ZBNKCNS1
044100     READ BNKCUST-FILE.                                           ZBNKCNS1
044200     IF WS-BNKCUST-STATUS IS EQUAL TO '00'                        ZBNKCNS1
044300        MOVE BCS-REC-NAME TO WS-DET-CUST-NAME                     ZBNKCNS1
044400     ELSE                                                         ZBNKCNS1
044500        MOVE '** not on file **' TO WS-DET-CUST-NAME              ZBNKCNS1
044600     END-IF.                                                      ZBNKCNS1
044700     MOVE SRTCNS-TPP-ID TO WS-DET-TPP-ID.                         ZBNKCNS1
044800     MOVE SRTCNS-TPP-ID TO TPP-REC-ID.                            ZBNKCNS1
044900     READ BNKTPP-FILE.                                            ZBNKCNS1
045000     IF WS-BNKTPP-STATUS IS EQUAL TO '00'                         ZBNKCNS1
045100        MOVE TPP-REC-NAME TO WS-DET-TPP-NAME                      ZBNKCNS1
045200        IF TPP-STATUS-SUSPENDED                                   ZBNKCNS1
045300           MOVE '(suspended)' TO WS-DET-TPP-NAME (20:11)          ZBNKCNS1
045400        END-IF                                                    ZBNKCNS1
045500     ELSE                                                         ZBNKCNS1
045600        MOVE '** not registered **' TO WS-DET-TPP-NAME            ZBNKCNS1
045700     END-IF.                                                      ZBNKCNS1
045800     MOVE SRTCNS-SCOPES TO WS-DET-SCOPES.                         ZBNKCNS1
045900     MOVE SRTCNS-ACCOUNTS TO WS-DET-ACCOUNTS.                     ZBNKCNS1
046000     IF SRTCNS-LAST-USED IS EQUAL TO SPACES                       ZBNKCNS1
046100        MOVE 'never' TO WS-DET-LAST-USED                          ZBNKCNS1
046200     ELSE                                                         ZBNKCNS1
046300        MOVE SRTCNS-LAST-USED TO WS-DET-LAST-USED                 ZBNKCNS1
046400     END-IF.                                                      ZBNKCNS1
046500     MOVE WS-DETAIL TO PRINTOUT-REC.                              ZBNKCNS1
046600     PERFORM PRINTOUT-PUT.                                        ZBNKCNS1
046700     GO TO PRINT-CONSENTS-LOOP.                                   ZBNKCNS1
046800 PRINT-CONSENTS-EXIT.                                             ZBNKCNS1
046900     EXIT.                                                        ZBNKCNS1
047000                                                                  ZBNKCNS1
047100***************************************************************** ZBNKCNS1
047200* Run totals                                                    * ZBNKCNS1
047300***************************************************************** ZBNKCNS1
047400 PRINT-SUMMARY.                                                   ZBNKCNS1
047500     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKCNS1
047600     PERFORM PRINTOUT-PUT.                                        ZBNKCNS1
047700     MOVE 'Consents read' TO WS-RPT3-DESC.                        ZBNKCNS1
047800     MOVE WS-CONSENTS-READ TO WS-RPT3-COUNT.                      ZBNKCNS1
047900     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCNS1
048000     PERFORM PRINTOUT-PUT.                                        ZBNKCNS1
048100     MOVE 'Active consents' TO WS-RPT3-DESC.                      ZBNKCNS1
048200     MOVE WS-CONSENTS-ACTIVE TO WS-RPT3-COUNT.                    ZBNKCNS1
048300     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCNS1
048400     PERFORM PRINTOUT-PUT.                                        ZBNKCNS1
048500     MOVE 'Expiring in the window (listed)' TO WS-RPT3-DESC.      ZBNKCNS1
048600     MOVE WS-CONSENTS-EXPIRING TO WS-RPT3-COUNT.                  ZBNKCNS1
048700     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCNS1
048800     PERFORM PRINTOUT-PUT.                                        ZBNKCNS1
048900     MOVE 'Active but already past expiry' TO WS-RPT3-DESC.       ZBNKCNS1
049000     MOVE WS-CONSENTS-LAPSED TO WS-RPT3-COUNT.                    ZBNKCNS1
049100     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCNS1
049200     PERFORM PRINTOUT-PUT.                                        ZBNKCNS1
049300                                                                  ZBNKCNS1
049400***************************************************************** ZBNKCNS1
049500* Write a report line                                           * ZBNKCNS1
049600***************************************************************** ZBNKCNS1
049700 PRINTOUT-PUT.                                                    ZBNKCNS1
049800     WRITE PRINTOUT-REC.                                          ZBNKCNS1
049900     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCNS1
050000       MOVE 'PRINTOUT error writing file...'                      ZBNKCNS1
050100         TO WS-CONSOLE-MESSAGE                                    ZBNKCNS1
050200       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKCNS1
050300       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKCNS1
050400       PERFORM DISPLAY-IO-STATUS                                  ZBNKCNS1
050500       PERFORM ABORT-PROGRAM                                      ZBNKCNS1
050600     END-IF.                                                      ZBNKCNS1
050700                                                                  ZBNKCNS1
050800***************************************************************** ZBNKCNS1
050900* Display the file status bytes. This routine will display as   * ZBNKCNS1
051000* two digits if the full two byte file status is numeric. If    * ZBNKCNS1
051100* second byte is non-numeric then it will be treated as a       * ZBNKCNS1
051200* binary number.                                                * ZBNKCNS1
051300***************************************************************** ZBNKCNS1
051400 DISPLAY-IO-STATUS.                                               ZBNKCNS1
051500     IF WS-IO-STATUS NUMERIC                                      ZBNKCNS1
051600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKCNS1
051700        STRING 'File status -' DELIMITED BY SIZE                  ZBNKCNS1
051800               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKCNS1
051900          INTO WS-CONSOLE-MESSAGE                                 ZBNKCNS1
052000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNS1
052100     ELSE                                                         ZBNKCNS1
052200        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKCNS1
052300        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKCNS1
052400        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKCNS1
052500        STRING 'File status -' DELIMITED BY SIZE                  ZBNKCNS1
052600               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKCNS1
052700               '/' DELIMITED BY SIZE                              ZBNKCNS1
052800               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKCNS1
052900          INTO WS-CONSOLE-MESSAGE                                 ZBNKCNS1
053000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNS1
053100     END-IF.                                                      ZBNKCNS1
053200                                                                  ZBNKCNS1
053300***************************************************************** ZBNKCNS1
053400* 'ABORT' the program.                                          * ZBNKCNS1
053500* Post a message to the console and issue a STOP RUN            * ZBNKCNS1
053600***************************************************************** ZBNKCNS1
053700 ABORT-PROGRAM.                                                   ZBNKCNS1
053800     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKCNS1
053900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNS1
054000     END-IF.                                                      ZBNKCNS1
054100     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKCNS1
054200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCNS1
054300     MOVE 16 TO RETURN-CODE.                                      ZBNKCNS1
054400     STOP RUN.                                                    ZBNKCNS1
054500                                                                  ZBNKCNS1
054600***************************************************************** ZBNKCNS1
054700* Display CONSOLE messages...                                   * ZBNKCNS1
054800***************************************************************** ZBNKCNS1
054900 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKCNS1
055000     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKCNS1
055100       UPON CONSOLE.                                              ZBNKCNS1
055200     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKCNS1
055300                                                                  ZBNKCNS1
055400 COPY CTIMERP.                                                    ZBNKCNS1
055500                                                                  ZBNKCNS1
055600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKCNS1
