000100***************************************************************** ZBNKMQR1
000200*                                                               * ZBNKMQR1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKMQR1
000400*   This demonstration program is provided for use by users     * ZBNKMQR1
000500*   of Micro Focus products and may be used, modified and       * ZBNKMQR1
000600*   distributed as part of your application provided that       * ZBNKMQR1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKMQR1
000800*   in this material.                                           * ZBNKMQR1
000900*                                                               * ZBNKMQR1
001000***************************************************************** ZBNKMQR1
001100                                                                  ZBNKMQR1
001200                                                                  ZBNKMQR1
001300***************************************************************** ZBNKMQR1
001400* Program:     ZBNKMQR1.CBL                                     * ZBNKMQR1
001500* Function:    Transaction event reconciliation and replay.     * ZBNKMQR1
001600*              Each transaction event handed to UMQPUB online   * ZBNKMQR1
001700*              is recorded by DBANK86P in the event outbox      * ZBNKMQR1
001800*              (BNKMQOB) with whether it reached the queue.     * ZBNKMQR1
001900*              Run nightly with no PARM, or with                * ZBNKMQR1
002000*              RECON=yyyy-mm-dd for an earlier day, the program * ZBNKMQR1
002100*              reads that day's BNKTXN postings in timestamp    * ZBNKMQR1
002200*              order, matches each with its outbox row, and     * ZBNKMQR1
002300*              republishes to BANK.TXN.EVENTS every posting     * ZBNKMQR1
002400*              with no row or whose last publish failed, in the * ZBNKMQR1
002500*              order they were posted.  Run with                * ZBNKMQR1
002600*              REPLAY=yyyy-mm-dd,yyyy-mm-dd[,account,account]   * ZBNKMQR1
002700*              it republishes every posting in the date range   * ZBNKMQR1
002800*              (and account range, when one is given) whatever  * ZBNKMQR1
002900*              its outbox status, for a downstream system that  * ZBNKMQR1
003000*              needs to resynchronize.  Every republish updates * ZBNKMQR1
003100*              the outbox row.  The report lists each event     * ZBNKMQR1
003200*              sent and its outcome.  Return code 4 when any    * ZBNKMQR1
003300*              republish fails; the events stay failed on the   * ZBNKMQR1
003400*              outbox and are tried again on the next run.      * ZBNKMQR1
003500***************************************************************** ZBNKMQR1
003600                                                                  ZBNKMQR1
003700 IDENTIFICATION DIVISION.                                         ZBNKMQR1
003800 PROGRAM-ID.                                                      ZBNKMQR1
003900     ZBNKMQR1.                                                    ZBNKMQR1
004000 DATE-WRITTEN.                                                    ZBNKMQR1
004100     October 2026.                                                ZBNKMQR1
004200 DATE-COMPILED.                                                   ZBNKMQR1
004300     Today.                                                       ZBNKMQR1
004400                                                                  ZBNKMQR1
004500 ENVIRONMENT DIVISION.                                            ZBNKMQR1
004600 INPUT-OUTPUT   SECTION.                                          ZBNKMQR1
004700   FILE-CONTROL.                                                  ZBNKMQR1
004800     SELECT BNKTXN-FILE                                           ZBNKMQR1
004900            ASSIGN       TO BNKTXN                                ZBNKMQR1
005000            ORGANIZATION IS INDEXED                               ZBNKMQR1
005100            ACCESS MODE  IS DYNAMIC                               ZBNKMQR1
005200            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKMQR1
005300            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKMQR1
005400            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKMQR1
005500            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKMQR1
005600     SELECT BNKMQOB-FILE                                          ZBNKMQR1
005700            ASSIGN       TO BNKMQOB                               ZBNKMQR1
005800            ORGANIZATION IS INDEXED                               ZBNKMQR1
005900            ACCESS MODE  IS DYNAMIC                               ZBNKMQR1
006000            RECORD KEY   IS MQO-KEY                               ZBNKMQR1
006100            FILE STATUS  IS WS-BNKMQOB-STATUS.                    ZBNKMQR1
006200     SELECT PRINTOUT-FILE                                         ZBNKMQR1
006300            ASSIGN       TO PRINTOUT                              ZBNKMQR1
006400            ORGANIZATION IS SEQUENTIAL                            ZBNKMQR1
006500            ACCESS MODE  IS SEQUENTIAL                            ZBNKMQR1
006600            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKMQR1
006700                                                                  ZBNKMQR1
006800 DATA DIVISION.                                                   ZBNKMQR1
006900 FILE SECTION.                                                    ZBNKMQR1
007000                                                                  ZBNKMQR1
007100 FD  BNKTXN-FILE.                                                 ZBNKMQR1
007200 01  BNKTXN-REC.                                                  ZBNKMQR1
007300 COPY CBANKVTX.                                                   ZBNKMQR1
007400                                                                  ZBNKMQR1
007500 FD  BNKMQOB-FILE.                                                ZBNKMQR1
007600 01  BNKMQOB-REC.                                                 ZBNKMQR1
007700 COPY CBANKVMO.                                                   ZBNKMQR1
007800                                                                  ZBNKMQR1
007900 FD  PRINTOUT-FILE.                                               ZBNKMQR1
008000 01  PRINTOUT-REC                        PIC X(121).              ZBNKMQR1
008100                                                                  ZBNKMQR1
008200 WORKING-STORAGE SECTION.                                         ZBNKMQR1
008300 COPY CTIMERD.                                                    ZBNKMQR1
008400                                                                  ZBNKMQR1
008500 COPY CTSTAMPD.                                                   ZBNKMQR1
008600                                                                  ZBNKMQR1
008700 01  WS-MISC-STORAGE.                                             ZBNKMQR1
008800   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKMQR1
008900       VALUE 'ZBNKMQR1'.                                          ZBNKMQR1
009000   05  WS-BNKTXN-STATUS.                                          ZBNKMQR1
009100     10  WS-BNKTXN-STAT1                     PIC X(1).            ZBNKMQR1
009200     10  WS-BNKTXN-STAT2                     PIC X(1).            ZBNKMQR1
009300   05  WS-BNKMQOB-STATUS.                                         ZBNKMQR1
009400     10  WS-BNKMQOB-STAT1                    PIC X(1).            ZBNKMQR1
009500     10  WS-BNKMQOB-STAT2                    PIC X(1).            ZBNKMQR1
009600   05  WS-PRINTOUT-STATUS.                                        ZBNKMQR1
009700     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKMQR1
009800     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKMQR1
009900   05  WS-IO-STATUS.                                              ZBNKMQR1
010000     10  WS-IO-STAT1                         PIC X(1).            ZBNKMQR1
010100     10  WS-IO-STAT2                         PIC X(1).            ZBNKMQR1
010200   05  WS-TWO-BYTES.                                              ZBNKMQR1
010300     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKMQR1
010400     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKMQR1
010500   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKMQR1
010600                                             PIC 9(1) COMP.       ZBNKMQR1
010700   05  WS-PARM                               PIC X(50).           ZBNKMQR1
010800   05  WS-PARM-VALUE                         PIC X(43).           ZBNKMQR1
010900   05  WS-MODE                               PIC X(1).            ZBNKMQR1
011000     88  WS-RECONCILE                        VALUE 'R'.           ZBNKMQR1
011100     88  WS-REPLAY                           VALUE 'P'.           ZBNKMQR1
011200   05  WS-FROM-DATE                          PIC X(10).           ZBNKMQR1
011300   05  WS-TO-DATE                            PIC X(10).           ZBNKMQR1
011400   05  WS-FROM-ACCNO                         PIC X(9).            ZBNKMQR1
011500   05  WS-TO-ACCNO                           PIC X(9).            ZBNKMQR1
011600   05  WS-CHECK-DATE                         PIC X(10).           ZBNKMQR1
011700   05  WS-CHECK-DATE-SW                      PIC X(1).            ZBNKMQR1
011800     88  WS-CHECK-DATE-OK                    VALUE 'Y'.           ZBNKMQR1
011900   05  WS-OUTBOX-SW                          PIC X(1).            ZBNKMQR1
012000     88  WS-OUTBOX-FOUND                     VALUE 'Y'.           ZBNKMQR1
012100   05  WS-REASON                             PIC 9(9).            ZBNKMQR1
012200   05  WS-CONSOLE-MESSAGE                    PIC X(60).           ZBNKMQR1
012300                                                                  ZBNKMQR1
012400 01  WS-MQ-PUB-AREA.                                              ZBNKMQR1
012500 COPY CMQPUBD.                                                    ZBNKMQR1
012600                                                                  ZBNKMQR1
012700 01  WS-COUNTERS.                                                 ZBNKMQR1
012800   05  WS-POSTINGS-READ                      PIC 9(7)             ZBNKMQR1
012900       VALUE ZERO.                                                ZBNKMQR1
013000   05  WS-ALREADY-PUBLISHED                  PIC 9(7)             ZBNKMQR1
013100       VALUE ZERO.                                                ZBNKMQR1
013200   05  WS-MISSING                            PIC 9(7)             ZBNKMQR1
013300       VALUE ZERO.                                                ZBNKMQR1
013400   05  WS-FAILED                             PIC 9(7)             ZBNKMQR1
013500       VALUE ZERO.                                                ZBNKMQR1
013600   05  WS-REPLAYED                           PIC 9(7)             ZBNKMQR1
013700       VALUE ZERO.                                                ZBNKMQR1
013800   05  WS-REPUBLISHED                        PIC 9(7)             ZBNKMQR1
013900       VALUE ZERO.                                                ZBNKMQR1
014000   05  WS-REPUBLISH-FAILED                   PIC 9(7)             ZBNKMQR1
014100       VALUE ZERO.                                                ZBNKMQR1
014200                                                                  ZBNKMQR1
014300***************************************************************** ZBNKMQR1
014400* Reconciliation and replay report                              * ZBNKMQR1
014500***************************************************************** ZBNKMQR1
014600 01  WS-REPORT-LINES.                                             ZBNKMQR1
014700   05  WS-RPT1.                                                   ZBNKMQR1
014800     10  WS-RPT1-CC                          PIC X(1)             ZBNKMQR1
014900         VALUE '1'.                                               ZBNKMQR1
015000     10  FILLER                              PIC X(20)            ZBNKMQR1
015100         VALUE SPACES.                                            ZBNKMQR1
015200     10  WS-RPT1-HEAD                        PIC X(40).           ZBNKMQR1
015300     10  WS-RPT1-DATE                        PIC X(10).           ZBNKMQR1
015400   05  WS-RPT2.                                                   ZBNKMQR1
015500     10  WS-RPT2-CC                          PIC X(1)             ZBNKMQR1
015600         VALUE ' '.                                               ZBNKMQR1
015700     10  FILLER                              PIC X(20)            ZBNKMQR1
015800         VALUE SPACES.                                            ZBNKMQR1
015900     10  FILLER                              PIC X(13)            ZBNKMQR1
016000         VALUE 'Postings from'.                                   ZBNKMQR1
016100     10  WS-RPT2-FROM-DATE                   PIC X(11).           ZBNKMQR1
016200     10  FILLER                              PIC X(3)             ZBNKMQR1
016300         VALUE 'to'.                                              ZBNKMQR1
016400     10  WS-RPT2-TO-DATE                     PIC X(11).           ZBNKMQR1
016500     10  WS-RPT2-ACCNOS                      PIC X(40).           ZBNKMQR1
016600   05  WS-HEAD1.                                                  ZBNKMQR1
016700     10  WS-HEAD1-CC                         PIC X(1)             ZBNKMQR1
016800         VALUE '-'.                                               ZBNKMQR1
016900     10  FILLER                              PIC X(28)            ZBNKMQR1
017000         VALUE 'Posted'.                                          ZBNKMQR1
017100     10  FILLER                              PIC X(10)            ZBNKMQR1
017200         VALUE 'Account'.                                         ZBNKMQR1
017300     10  FILLER                              PIC X(6)             ZBNKMQR1
017400         VALUE 'Type'.                                            ZBNKMQR1
017500     10  FILLER                              PIC X(15)            ZBNKMQR1
017600         VALUE '        Amount'.                                  ZBNKMQR1
017700     10  FILLER                              PIC X(18)            ZBNKMQR1
017800         VALUE 'Outbox'.                                          ZBNKMQR1
017900     10  FILLER                              PIC X(12)            ZBNKMQR1
018000         VALUE 'Attempts'.                                        ZBNKMQR1
018100     10  FILLER                              PIC X(30)            ZBNKMQR1
018200         VALUE 'Republish'.                                       ZBNKMQR1
018300   05  WS-DETAIL.                                                 ZBNKMQR1
018400     10  WS-DET-CC                           PIC X(1)             ZBNKMQR1
018500         VALUE ' '.                                               ZBNKMQR1
018600     10  WS-DET-TIMESTAMP                    PIC X(26).           ZBNKMQR1
018700     10  FILLER                              PIC X(2)             ZBNKMQR1
018800         VALUE SPACES.                                            ZBNKMQR1
018900     10  WS-DET-ACCNO                        PIC X(9).            ZBNKMQR1
019000     10  FILLER                              PIC X(2)             ZBNKMQR1
019100         VALUE SPACES.                                            ZBNKMQR1
019200     10  WS-DET-TYPE                         PIC X(1).            ZBNKMQR1
019300     10  WS-DET-SUB-TYPE                     PIC X(1).            ZBNKMQR1
019400     10  FILLER                              PIC X(1)             ZBNKMQR1
019500         VALUE SPACE.                                             ZBNKMQR1
019600     10  WS-DET-AMOUNT                       PIC -(7)9.99.        ZBNKMQR1
019700     10  FILLER                              PIC X(3)             ZBNKMQR1
019800         VALUE SPACES.                                            ZBNKMQR1
019900     10  WS-DET-OUTBOX                       PIC X(18).           ZBNKMQR1
020000     10  WS-DET-ATTEMPTS                     PIC ZZ9.             ZBNKMQR1
020100     10  FILLER                              PIC X(9)             ZBNKMQR1
020200         VALUE SPACES.                                            ZBNKMQR1
020300     10  WS-DET-RESULT                       PIC X(30).           ZBNKMQR1
020400   05  WS-DET-REASON                         PIC 9(9).            ZBNKMQR1
020500   05  WS-RPT3.                                                   ZBNKMQR1
020600     10  WS-RPT3-CC                          PIC X(1)             ZBNKMQR1
020700         VALUE ' '.                                               ZBNKMQR1
020800     10  FILLER                              PIC X(3)             ZBNKMQR1
020900         VALUE SPACES.                                            ZBNKMQR1
021000     10  WS-RPT3-DESC                        PIC X(40).           ZBNKMQR1
021100     10  WS-RPT3-COUNT                       PIC Z(6)9.           ZBNKMQR1
021200                                                                  ZBNKMQR1
021300 LINKAGE SECTION.                                                 ZBNKMQR1
021400 01  LK-EXEC-PARM.                                                ZBNKMQR1
021500   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKMQR1
021600   05  LK-EXEC-PARM-DATA                     PIC X(50).           ZBNKMQR1
021700                                                                  ZBNKMQR1
021800 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKMQR1
021900                                                                  ZBNKMQR1
022000     PERFORM RUN-TIME.                                            ZBNKMQR1
022100                                                                  ZBNKMQR1
022200     MOVE 'Event reconciliation and replay starting'              ZBNKMQR1
022300       TO WS-CONSOLE-MESSAGE.                                     ZBNKMQR1
022400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKMQR1
022500                                                                  ZBNKMQR1
022600 COPY CTSTAMPP.                                                   ZBNKMQR1
022700                                                                  ZBNKMQR1
022800     PERFORM READ-PARM THRU READ-PARM-EXIT.                       ZBNKMQR1
022900                                                                  ZBNKMQR1
023000     OPEN INPUT BNKTXN-FILE.                                      ZBNKMQR1
023100     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKMQR1
023200        MOVE 'BNKTXN file open failure...'                        ZBNKMQR1
023300          TO WS-CONSOLE-MESSAGE                                   ZBNKMQR1
023400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMQR1
023500        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKMQR1
023600        PERFORM DISPLAY-IO-STATUS                                 ZBNKMQR1
023700        PERFORM ABORT-PROGRAM                                     ZBNKMQR1
023800     END-IF.                                                      ZBNKMQR1
023900     OPEN I-O BNKMQOB-FILE.                                       ZBNKMQR1
024000     IF WS-BNKMQOB-STATUS IS EQUAL TO '35'                        ZBNKMQR1
024100        OPEN OUTPUT BNKMQOB-FILE                                  ZBNKMQR1
024200        CLOSE BNKMQOB-FILE                                        ZBNKMQR1
024300        OPEN I-O BNKMQOB-FILE                                     ZBNKMQR1
024400     END-IF.                                                      ZBNKMQR1
024500     IF WS-BNKMQOB-STATUS IS NOT EQUAL TO '00'                    ZBNKMQR1
024600        MOVE 'BNKMQOB file open failure...'                       ZBNKMQR1
024700          TO WS-CONSOLE-MESSAGE                                   ZBNKMQR1
024800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMQR1
024900        MOVE WS-BNKMQOB-STATUS TO WS-IO-STATUS                    ZBNKMQR1
025000        PERFORM DISPLAY-IO-STATUS                                 ZBNKMQR1
025100        PERFORM ABORT-PROGRAM                                     ZBNKMQR1
025200     END-IF.                                                      ZBNKMQR1
025300     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKMQR1
025400     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKMQR1
025500        MOVE 'PRINTOUT file open failure...'                      ZBNKMQR1
025600          TO WS-CONSOLE-MESSAGE                                   ZBNKMQR1
025700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMQR1
025800        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKMQR1
025900        PERFORM DISPLAY-IO-STATUS                                 ZBNKMQR1
026000        PERFORM ABORT-PROGRAM                                     ZBNKMQR1
026100     END-IF.                                                      ZBNKMQR1
026200                                                                  ZBNKMQR1
026300     PERFORM PRINT-HEADINGS.                                      ZBNKMQR1
026400                                                                  ZBNKMQR1
026500     PERFORM PROCESS-POSTINGS THRU PROCESS-POSTINGS-EXIT.         ZBNKMQR1
026600                                                                  ZBNKMQR1
026700     PERFORM PRINT-SUMMARY.                                       ZBNKMQR1
026800     CLOSE BNKTXN-FILE.                                           ZBNKMQR1
026900     CLOSE BNKMQOB-FILE.                                          ZBNKMQR1
027000     CLOSE PRINTOUT-FILE.                                         ZBNKMQR1
027100                                                                  ZBNKMQR1
027200     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKMQR1
027300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKMQR1
027400                                                                  ZBNKMQR1
027500     PERFORM RUN-TIME.                                            ZBNKMQR1
027600                                                                  ZBNKMQR1
027700     IF WS-REPUBLISH-FAILED IS GREATER THAN ZERO                  ZBNKMQR1
027800        MOVE 4 TO RETURN-CODE                                     ZBNKMQR1
027900     ELSE                                                         ZBNKMQR1
028000        MOVE 0 TO RETURN-CODE                                     ZBNKMQR1
028100     END-IF.                                                      ZBNKMQR1
028200                                                                  ZBNKMQR1
028300     GOBACK.                                                      ZBNKMQR1
028400                                                                  ZBNKMQR1
028500***************************************************************** ZBNKMQR1
028600* Work out the run from the PARM - no PARM reconciles today,    * ZBNKMQR1
028700* RECON= reconciles another day and REPLAY= replays a range     * ZBNKMQR1
028800***************************************************************** ZBNKMQR1
028900 READ-PARM.                                                       ZBNKMQR1
029000     MOVE SPACES TO WS-PARM.                                      ZBNKMQR1
029100     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO                      ZBNKMQR1
029200        IF LK-EXEC-PARM-LL IS GREATER THAN 50                     ZBNKMQR1
029300           MOVE LK-EXEC-PARM-DATA TO WS-PARM                      ZBNKMQR1
029400        ELSE                                                      ZBNKMQR1
029500           MOVE LK-EXEC-PARM-DATA (1:LK-EXEC-PARM-LL) TO WS-PARM  ZBNKMQR1
029600        END-IF                                                    ZBNKMQR1
029700     END-IF.                                                      ZBNKMQR1
029800     MOVE LOW-VALUES TO WS-FROM-ACCNO.                            ZBNKMQR1
029900     MOVE HIGH-VALUES TO WS-TO-ACCNO.                             ZBNKMQR1
030000     IF WS-PARM IS EQUAL TO SPACES                                ZBNKMQR1
030100        SET WS-RECONCILE TO TRUE                                  ZBNKMQR1
030200        MOVE WS-TIMESTAMP (1:10) TO WS-FROM-DATE                  ZBNKMQR1
030300        MOVE WS-FROM-DATE TO WS-TO-DATE                           ZBNKMQR1
030400        GO TO READ-PARM-EXIT                                      ZBNKMQR1
030500     END-IF.                                                      ZBNKMQR1
030600     IF WS-PARM (1:6) IS EQUAL TO 'RECON='                        ZBNKMQR1
030700        SET WS-RECONCILE TO TRUE                                  ZBNKMQR1
030800        MOVE WS-PARM (7:10) TO WS-FROM-DATE                       ZBNKMQR1
030900        MOVE WS-FROM-DATE TO WS-TO-DATE                           ZBNKMQR1
031000        MOVE WS-FROM-DATE TO WS-CHECK-DATE                        ZBNKMQR1
031100        PERFORM CHECK-DATE THRU CHECK-DATE-EXIT                   ZBNKMQR1
031200        IF NOT WS-CHECK-DATE-OK OR                                ZBNKMQR1
031300           WS-PARM (17:34) IS NOT EQUAL TO SPACES                 ZBNKMQR1
031400           GO TO READ-PARM-BAD                                    ZBNKMQR1
031500        END-IF                                                    ZBNKMQR1
031600        GO TO READ-PARM-EXIT                                      ZBNKMQR1
031700     END-IF.                                                      ZBNKMQR1
031800     IF WS-PARM (1:7) IS NOT EQUAL TO 'REPLAY='                   ZBNKMQR1
031900        GO TO READ-PARM-BAD                                       ZBNKMQR1
032000     END-IF.                                                      ZBNKMQR1
032100     SET WS-REPLAY TO TRUE.                                       ZBNKMQR1
032200     MOVE WS-PARM (8:43) TO WS-PARM-VALUE.                        ZBNKMQR1
032300     MOVE SPACES TO WS-FROM-DATE.                                 ZBNKMQR1
032400     MOVE SPACES TO WS-TO-DATE.                                   ZBNKMQR1
032500     UNSTRING WS-PARM-VALUE DELIMITED BY ',' OR SPACE             ZBNKMQR1
032600       INTO WS-FROM-DATE                                          ZBNKMQR1
032700            WS-TO-DATE                                            ZBNKMQR1
032800            WS-FROM-ACCNO                                         ZBNKMQR1
032900            WS-TO-ACCNO.                                          ZBNKMQR1
033000     IF WS-TO-DATE IS EQUAL TO SPACES                             ZBNKMQR1
033100        MOVE WS-FROM-DATE TO WS-TO-DATE                           ZBNKMQR1
033200     END-IF.                                                      ZBNKMQR1
033300     MOVE WS-FROM-DATE TO WS-CHECK-DATE.                          ZBNKMQR1
033400     PERFORM CHECK-DATE THRU CHECK-DATE-EXIT.                     ZBNKMQR1
033500     IF NOT WS-CHECK-DATE-OK                                      ZBNKMQR1
033600        GO TO READ-PARM-BAD                                       ZBNKMQR1
033700     END-IF.                                                      ZBNKMQR1
033800     MOVE WS-TO-DATE TO WS-CHECK-DATE.                            ZBNKMQR1
033900     PERFORM CHECK-DATE THRU CHECK-DATE-EXIT.                     ZBNKMQR1
034000     IF NOT WS-CHECK-DATE-OK OR                                   ZBNKMQR1
034100        WS-TO-DATE IS LESS THAN WS-FROM-DATE                      ZBNKMQR1
034200        GO TO READ-PARM-BAD                                       ZBNKMQR1
034300     END-IF.                                                      ZBNKMQR1
034400     IF WS-FROM-ACCNO IS EQUAL TO SPACES                          ZBNKMQR1
034500        MOVE LOW-VALUES TO WS-FROM-ACCNO                          ZBNKMQR1
034600     END-IF.                                                      ZBNKMQR1
034700     IF WS-TO-ACCNO IS EQUAL TO SPACES                            ZBNKMQR1
034800        MOVE HIGH-VALUES TO WS-TO-ACCNO                           ZBNKMQR1
034900     END-IF.                                                      ZBNKMQR1
035000     IF WS-TO-ACCNO IS LESS THAN WS-FROM-ACCNO                    ZBNKMQR1
035100        GO TO READ-PARM-BAD                                       ZBNKMQR1
035200     END-IF.                                                      ZBNKMQR1
035300     GO TO READ-PARM-EXIT.                                        ZBNKMQR1
035400 READ-PARM-BAD.                                                   ZBNKMQR1
035500     MOVE 'PARM must be blank, RECON=date or REPLAY=range'        ZBNKMQR1
035600       TO WS-CONSOLE-MESSAGE.                                     ZBNKMQR1
035700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKMQR1
035800     MOVE WS-PARM TO WS-CONSOLE-MESSAGE.                          ZBNKMQR1
035900     PERFORM ABORT-PROGRAM.                                       ZBNKMQR1
036000 READ-PARM-EXIT.                                                  ZBNKMQR1
036100     EXIT.                                                        ZBNKMQR1
036200                                                                  ZBNKMQR1
036300***************************************************************** ZBNKMQR1
036400* WS-CHECK-DATE must be a date of the form yyyy-mm-dd           * ZBNKMQR1
036500***************************************************************** ZBNKMQR1
036600 CHECK-DATE.                                                      ZBNKMQR1
036700     MOVE 'N' TO WS-CHECK-DATE-SW.                                ZBNKMQR1
036800     IF WS-CHECK-DATE (1:4) IS NOT NUMERIC OR                     ZBNKMQR1
036900        WS-CHECK-DATE (5:1) IS NOT EQUAL TO '-' OR                ZBNKMQR1
037000        WS-CHECK-DATE (6:2) IS NOT NUMERIC OR                     ZBNKMQR1
037100        WS-CHECK-DATE (8:1) IS NOT EQUAL TO '-' OR                ZBNKMQR1
037200        WS-CHECK-DATE (9:2) IS NOT NUMERIC                        ZBNKMQR1
037300        GO TO CHECK-DATE-EXIT                                     ZBNKMQR1
037400     END-IF.                                                      ZBNKMQR1
037500     IF WS-CHECK-DATE (6:2) IS LESS THAN '01' OR                  ZBNKMQR1
037600        WS-CHECK-DATE (6:2) IS GREATER THAN '12' OR               ZBNKMQR1
037700        WS-CHECK-DATE (9:2) IS LESS THAN '01' OR                  ZBNKMQR1
037800        WS-CHECK-DATE (9:2) IS GREATER THAN '31'                  ZBNKMQR1
037900        GO TO CHECK-DATE-EXIT                                     ZBNKMQR1
038000     END-IF.                                                      ZBNKMQR1
038100     SET WS-CHECK-DATE-OK TO TRUE.                                ZBNKMQR1
038200 CHECK-DATE-EXIT.                                                 ZBNKMQR1
038300     EXIT.                                                        ZBNKMQR1
038400                                                                  ZBNKMQR1
038500***************************************************************** ZBNKMQR1
038600* Report headings                                               * ZBNKMQR1
038700***************************************************************** ZBNKMQR1
038800 PRINT-HEADINGS.                                                  ZBNKMQR1
038900     IF WS-RECONCILE                                              ZBNKMQR1
039000        MOVE 'Transaction Event Reconciliation - Run of'          ZBNKMQR1
039100          TO WS-RPT1-HEAD                                         ZBNKMQR1
039200     ELSE                                                         ZBNKMQR1
039300        MOVE 'Transaction Event Replay - Run of'                  ZBNKMQR1
039400          TO WS-RPT1-HEAD                                         ZBNKMQR1
039500     END-IF.                                                      ZBNKMQR1
039600     MOVE WS-TIMESTAMP (1:10) TO WS-RPT1-DATE.                    ZBNKMQR1
039700     MOVE WS-RPT1 TO PRINTOUT-REC.                                ZBNKMQR1
039800     PERFORM PRINTOUT-PUT.                                        ZBNKMQR1
039900     MOVE WS-FROM-DATE TO WS-RPT2-FROM-DATE.                      ZBNKMQR1
040000     MOVE WS-TO-DATE TO WS-RPT2-TO-DATE.                          ZBNKMQR1
040100     MOVE SPACES TO WS-RPT2-ACCNOS.                               ZBNKMQR1
040200     IF WS-REPLAY AND                                             ZBNKMQR1
040300        (WS-FROM-ACCNO IS NOT EQUAL TO LOW-VALUES OR              ZBNKMQR1
040400         WS-TO-ACCNO IS NOT EQUAL TO HIGH-VALUES)                 ZBNKMQR1
040500        STRING 'for accounts ' DELIMITED BY SIZE                  ZBNKMQR1
040600               WS-FROM-ACCNO DELIMITED BY SIZE                    ZBNKMQR1
040700               ' to ' DELIMITED BY SIZE                           ZBNKMQR1
040800               WS-TO-ACCNO DELIMITED BY SIZE                      ZBNKMQR1
040900          INTO WS-RPT2-ACCNOS                                     ZBNKMQR1
041000        INSPECT WS-RPT2-ACCNOS REPLACING ALL LOW-VALUES BY '0'    ZBNKMQR1
041100        INSPECT WS-RPT2-ACCNOS REPLACING ALL HIGH-VALUES BY '9'   ZBNKMQR1
041200     END-IF.                                                      ZBNKMQR1
041300     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKMQR1
041400     PERFORM PRINTOUT-PUT.                                        ZBNKMQR1
041500     MOVE WS-HEAD1 TO PRINTOUT-REC.                               ZBNKMQR1
041600     PERFORM PRINTOUT-PUT.                                        ZBNKMQR1
041700                                                                  ZBNKMQR1
041800***************************************************************** ZBNKMQR1
041900* Read the postings in the date range in timestamp order, which * ZBNKMQR1
042000* is the order they were posted and so the order to send them   * ZBNKMQR1
042100***************************************************************** ZBNKMQR1
042200 PROCESS-POSTINGS.                                                ZBNKMQR1
042300     MOVE LOW-VALUES TO BTX-REC-TIMESTAMP.                        ZBNKMQR1
042400     MOVE WS-FROM-DATE TO BTX-REC-TIMESTAMP (1:10).               ZBNKMQR1
042500     START BNKTXN-FILE KEY IS NOT LESS THAN BTX-REC-TIMESTAMP.    ZBNKMQR1
042600     IF WS-BNKTXN-STATUS IS EQUAL TO '23'                         ZBNKMQR1
042700        GO TO PROCESS-POSTINGS-EXIT                               ZBNKMQR1
042800     END-IF.                                                      ZBNKMQR1
042900     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKMQR1
043000        MOVE 'BNKTXN start error...' TO WS-CONSOLE-MESSAGE        ZBNKMQR1
043100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMQR1
043200        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKMQR1
043300        PERFORM DISPLAY-IO-STATUS                                 ZBNKMQR1
043400        PERFORM ABORT-PROGRAM                                     ZBNKMQR1
043500     END-IF.                                                      ZBNKMQR1
043600 PROCESS-POSTINGS-LOOP.                                           ZBNKMQR1
043700     READ BNKTXN-FILE NEXT RECORD.                                ZBNKMQR1
043800     IF WS-BNKTXN-STATUS IS EQUAL TO '10'                         ZBNKMQR1
043900        GO TO PROCESS-POSTINGS-EXIT                               ZBNKMQR1
044000     END-IF.                                                      ZBNKMQR1
044100     IF WS-BNKTXN-STAT1 IS NOT EQUAL TO '0'                       ZBNKMQR1
044200        MOVE 'BNKTXN read error...' TO WS-CONSOLE-MESSAGE         ZBNKMQR1
044300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMQR1
044400        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKMQR1
044500        PERFORM DISPLAY-IO-STATUS                                 ZBNKMQR1
044600        PERFORM ABORT-PROGRAM                                     ZBNKMQR1
044700     END-IF.                                                      ZBNKMQR1
044800     IF BTX-REC-TIMESTAMP (1:10) IS GREATER THAN WS-TO-DATE       ZBNKMQR1
044900        GO TO PROCESS-POSTINGS-EXIT                               ZBNKMQR1
045000     END-IF.                                                      ZBNKMQR1
045100     IF WS-REPLAY AND                                             ZBNKMQR1
045200        (BTX-REC-ACCNO IS LESS THAN WS-FROM-ACCNO OR              ZBNKMQR1
045300         BTX-REC-ACCNO IS GREATER THAN WS-TO-ACCNO)               ZBNKMQR1
045400        GO TO PROCESS-POSTINGS-LOOP                               ZBNKMQR1
045500     END-IF.                                                      ZBNKMQR1
045600     ADD 1 TO WS-POSTINGS-READ.                                   ZBNKMQR1
045700     PERFORM PROCESS-POSTING THRU PROCESS-POSTING-EXIT.           ZBNKMQR1
045800     GO TO PROCESS-POSTINGS-LOOP.                                 ZBNKMQR1
045900 PROCESS-POSTINGS-EXIT.                                           ZBNKMQR1
046000     EXIT.                                                        ZBNKMQR1
046100                                                                  ZBNKMQR1
046200***************************************************************** ZBNKMQR1
046300* One posting - find its outbox row and decide whether the      * ZBNKMQR1
046400* event needs sending                                           * ZBNKMQR1
046500***************************************************************** ZBNKMQR1
046600 PROCESS-POSTING.                                                 ZBNKMQR1
046700     MOVE 'N' TO WS-OUTBOX-SW.                                    ZBNKMQR1
046800     MOVE BTX-REC-TIMESTAMP TO MQO-REC-TIMESTAMP.                 ZBNKMQR1
046900     READ BNKMQOB-FILE.                                           ZBNKMQR1
047000     IF WS-BNKMQOB-STATUS IS EQUAL TO '00'                        ZBNKMQR1
047100        SET WS-OUTBOX-FOUND TO TRUE                               ZBNKMQR1
047200     ELSE                                                         ZBNKMQR1
047300        IF WS-BNKMQOB-STATUS IS NOT EQUAL TO '23'                 ZBNKMQR1
047400           MOVE 'BNKMQOB read error...' TO WS-CONSOLE-MESSAGE     ZBNKMQR1
047500           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKMQR1
047600           MOVE WS-BNKMQOB-STATUS TO WS-IO-STATUS                 ZBNKMQR1
047700           PERFORM DISPLAY-IO-STATUS                              ZBNKMQR1
047800           PERFORM ABORT-PROGRAM                                  ZBNKMQR1
047900        END-IF                                                    ZBNKMQR1
048000     END-IF.                                                      ZBNKMQR1
048100     MOVE SPACES TO WS-DET-OUTBOX.                                ZBNKMQR1
048200     MOVE ZERO TO WS-DET-ATTEMPTS.                                ZBNKMQR1
048300     IF NOT WS-OUTBOX-FOUND                                       ZBNKMQR1
048400        MOVE 'MISSING' TO WS-DET-OUTBOX                           ZBNKMQR1
048500     ELSE                                                         ZBNKMQR1
048600        MOVE MQO-REC-ATTEMPTS TO WS-DET-ATTEMPTS                  ZBNKMQR1
048700        IF MQO-PUBLISHED                                          ZBNKMQR1
048800           MOVE 'PUBLISHED' TO WS-DET-OUTBOX                      ZBNKMQR1
048900        ELSE                                                      ZBNKMQR1
049000           MOVE MQO-REC-REASON TO WS-DET-REASON                   ZBNKMQR1
049100           STRING 'FAILED ' DELIMITED BY SIZE                     ZBNKMQR1
049200                  WS-DET-REASON (6:4) DELIMITED BY SIZE           ZBNKMQR1
049300             INTO WS-DET-OUTBOX                                   ZBNKMQR1
049400        END-IF                                                    ZBNKMQR1
049500     END-IF.                                                      ZBNKMQR1
049600     IF WS-REPLAY                                                 ZBNKMQR1
049700        ADD 1 TO WS-REPLAYED                                      ZBNKMQR1
049800     ELSE                                                         ZBNKMQR1
049900        IF NOT WS-OUTBOX-FOUND                                    ZBNKMQR1
050000           ADD 1 TO WS-MISSING                                    ZBNKMQR1
050100        ELSE                                                      ZBNKMQR1
050200           IF MQO-PUBLISHED                                       ZBNKMQR1
050300              ADD 1 TO WS-ALREADY-PUBLISHED                       ZBNKMQR1
050400              GO TO PROCESS-POSTING-EXIT                          ZBNKMQR1
050500           END-IF                                                 ZBNKMQR1
050600           ADD 1 TO WS-FAILED                                     ZBNKMQR1
050700        END-IF                                                    ZBNKMQR1
050800     END-IF.                                                      ZBNKMQR1
050900     PERFORM REPUBLISH-EVENT THRU REPUBLISH-EVENT-EXIT.           ZBNKMQR1
051000     PERFORM PRINT-EVENT.                                         ZBNKMQR1
051100 PROCESS-POSTING-EXIT.                                            ZBNKMQR1
051200     EXIT.                                                        ZBNKMQR1
051300                                                                  ZBNKMQR1
051400***************************************************************** ZBNKMQR1
051500* Send the posting's event again, built as DBANK06P builds it,  * ZBNKMQR1
051600* and record the outcome on the outbox                          * ZBNKMQR1
051700***************************************************************** ZBNKMQR1
051800 REPUBLISH-EVENT.                                                 ZBNKMQR1
051900     MOVE SPACES TO WS-MQ-PUB-AREA.                               ZBNKMQR1
052000     MOVE 'BANK.TXN.EVENTS' TO MQP-QUEUE-NAME.                    ZBNKMQR1
052100     MOVE BTX-REC-PID TO MQP-EVENT-PID.                           ZBNKMQR1
052200     MOVE BTX-REC-TYPE TO MQP-EVENT-TYPE.                         ZBNKMQR1
052300     MOVE BTX-REC-SUB-TYPE TO MQP-EVENT-SUB-TYPE.                 ZBNKMQR1
052400     MOVE BTX-REC-ACCNO TO MQP-EVENT-ACCNO.                       ZBNKMQR1
052500     MOVE BTX-REC-AMOUNT TO MQP-EVENT-AMOUNT.                     ZBNKMQR1
052600     MOVE BTX-REC-TIMESTAMP TO MQP-EVENT-TIMESTAMP.               ZBNKMQR1
052700     CALL 'UMQPUB' USING WS-MQ-PUB-AREA.                          ZBNKMQR1
052800     IF MQP-RESP-OK                                               ZBNKMQR1
052900        MOVE ZERO TO WS-REASON                                    ZBNKMQR1
053000        ADD 1 TO WS-REPUBLISHED                                   ZBNKMQR1
053100        MOVE 'SENT' TO WS-DET-RESULT                              ZBNKMQR1
053200     ELSE                                                         ZBNKMQR1
053300        MOVE MQ-ERR-REASON-CODE TO WS-REASON                      ZBNKMQR1
053400        ADD 1 TO WS-REPUBLISH-FAILED                              ZBNKMQR1
053500        MOVE WS-REASON TO WS-DET-REASON                           ZBNKMQR1
053600        MOVE SPACES TO WS-DET-RESULT                              ZBNKMQR1
053700        STRING 'NOT SENT - MQ reason ' DELIMITED BY SIZE          ZBNKMQR1
053800               WS-DET-REASON (6:4) DELIMITED BY SIZE              ZBNKMQR1
053900          INTO WS-DET-RESULT                                      ZBNKMQR1
054000     END-IF.                                                      ZBNKMQR1
054100                                                                  ZBNKMQR1
054200     IF NOT WS-OUTBOX-FOUND                                       ZBNKMQR1
054300        MOVE SPACES TO MQO-RECORD                                 ZBNKMQR1
054400        MOVE BTX-REC-TIMESTAMP TO MQO-REC-TIMESTAMP               ZBNKMQR1
054500        MOVE ZERO TO MQO-REC-ATTEMPTS                             ZBNKMQR1
054600        MOVE WS-PROGRAM-ID TO MQO-REC-FIRST-PROGRAM               ZBNKMQR1
054700     END-IF.                                                      ZBNKMQR1
054800     MOVE MQP-QUEUE-NAME TO MQO-REC-QUEUE-NAME.                   ZBNKMQR1
054900     MOVE MQP-EVENT-PID TO MQO-REC-PID.                           ZBNKMQR1
055000     MOVE MQP-EVENT-TYPE TO MQO-REC-TYPE.                         ZBNKMQR1
055100     MOVE MQP-EVENT-SUB-TYPE TO MQO-REC-SUB-TYPE.                 ZBNKMQR1
055200     MOVE MQP-EVENT-ACCNO TO MQO-REC-ACCNO.                       ZBNKMQR1
055300     MOVE MQP-EVENT-AMOUNT TO MQO-REC-AMOUNT.                     ZBNKMQR1
055400     MOVE MQP-EVENT-REF TO MQO-REC-REF.                           ZBNKMQR1
055500     IF MQP-RESP-OK                                               ZBNKMQR1
055600        SET MQO-PUBLISHED TO TRUE                                 ZBNKMQR1
055700     ELSE                                                         ZBNKMQR1
055800        SET MQO-FAILED TO TRUE                                    ZBNKMQR1
055900     END-IF.                                                      ZBNKMQR1
056000     MOVE WS-REASON TO MQO-REC-REASON.                            ZBNKMQR1
056100     IF MQO-REC-ATTEMPTS IS NOT NUMERIC                           ZBNKMQR1
056200        MOVE ZERO TO MQO-REC-ATTEMPTS                             ZBNKMQR1
056300     END-IF.                                                      ZBNKMQR1
056400     IF MQO-REC-ATTEMPTS IS LESS THAN 999                         ZBNKMQR1
056500        ADD 1 TO MQO-REC-ATTEMPTS                                 ZBNKMQR1
056600     END-IF.                                                      ZBNKMQR1
056700     MOVE WS-PROGRAM-ID TO MQO-REC-LAST-PROGRAM.                  ZBNKMQR1
056800     MOVE WS-TIMESTAMP TO MQO-REC-LAST-TS.                        ZBNKMQR1
056900     IF WS-OUTBOX-FOUND                                           ZBNKMQR1
057000        REWRITE BNKMQOB-REC                                       ZBNKMQR1
057100     ELSE                                                         ZBNKMQR1
057200        WRITE BNKMQOB-REC                                         ZBNKMQR1
057300     END-IF.                                                      ZBNKMQR1
057400     IF WS-BNKMQOB-STATUS IS NOT EQUAL TO '00'                    ZBNKMQR1
057500        MOVE 'BNKMQOB write error...' TO WS-CONSOLE-MESSAGE       ZBNKMQR1
057600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMQR1
057700        MOVE WS-BNKMQOB-STATUS TO WS-IO-STATUS                    ZBNKMQR1
057800        PERFORM DISPLAY-IO-STATUS                                 ZBNKMQR1
057900        PERFORM ABORT-PROGRAM                                     ZBNKMQR1
058000     END-IF.                                                      ZBNKMQR1
058100 REPUBLISH-EVENT-EXIT.                                            ZBNKMQR1
058200     EXIT.                                                        ZBNKMQR1
058300                                                                  ZBNKMQR1
058400***************************************************************** ZBNKMQR1
058500* List an event sent and how it went                            * ZBNKMQR1
058600***************************************************************** ZBNKMQR1
058700 PRINT-EVENT.                                                     ZBNKMQR1
058800     MOVE BTX-REC-TIMESTAMP TO WS-DET-TIMESTAMP.                  ZBNKMQR1
058900     MOVE BTX-REC-ACCNO TO WS-DET-ACCNO.                          ZBNKMQR1
059000     MOVE BTX-REC-TYPE TO WS-DET-TYPE.                            ZBNKMQR1
059100     MOVE BTX-REC-SUB-TYPE TO WS-DET-SUB-TYPE.                    ZBNKMQR1
059200     MOVE BTX-REC-AMOUNT TO WS-DET-AMOUNT.                        ZBNKMQR1
059300     MOVE WS-DETAIL TO PRINTOUT-REC.                              ZBNKMQR1
059400     PERFORM PRINTOUT-PUT.                                        ZBNKMQR1
059500                                                                  ZBNKMQR1
059600***************************************************************** ZBNKMQR1
059700* Run totals                                                    * ZBNKMQR1
059800***************************************************************** ZBNKMQR1
059900 PRINT-SUMMARY.                                                   ZBNKMQR1
060000     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKMQR1
060100     PERFORM PRINTOUT-PUT.                                        ZBNKMQR1
060200     MOVE 'Postings examined' TO WS-RPT3-DESC.                    ZBNKMQR1
060300     MOVE WS-POSTINGS-READ TO WS-RPT3-COUNT.                      ZBNKMQR1
060400     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKMQR1
060500     PERFORM PRINTOUT-PUT.                                        ZBNKMQR1
060600     IF WS-RECONCILE                                              ZBNKMQR1
060700        MOVE 'Already published' TO WS-RPT3-DESC                  ZBNKMQR1
060800        MOVE WS-ALREADY-PUBLISHED TO WS-RPT3-COUNT                ZBNKMQR1
060900        MOVE WS-RPT3 TO PRINTOUT-REC                              ZBNKMQR1
061000        PERFORM PRINTOUT-PUT                                      ZBNKMQR1
061100        MOVE 'Missing from the outbox' TO WS-RPT3-DESC            ZBNKMQR1
061200        MOVE WS-MISSING TO WS-RPT3-COUNT                          ZBNKMQR1
061300        MOVE WS-RPT3 TO PRINTOUT-REC                              ZBNKMQR1
061400        PERFORM PRINTOUT-PUT                                      ZBNKMQR1
061500        MOVE 'Failed on the outbox' TO WS-RPT3-DESC               ZBNKMQR1
061600        MOVE WS-FAILED TO WS-RPT3-COUNT                           ZBNKMQR1
061700        MOVE WS-RPT3 TO PRINTOUT-REC                              ZBNKMQR1
061800        PERFORM PRINTOUT-PUT                                      ZBNKMQR1
061900     ELSE                                                         ZBNKMQR1
062000        MOVE 'Replayed' TO WS-RPT3-DESC                           ZBNKMQR1
062100        MOVE WS-REPLAYED TO WS-RPT3-COUNT                         ZBNKMQR1
062200        MOVE WS-RPT3 TO PRINTOUT-REC                              ZBNKMQR1
062300        PERFORM PRINTOUT-PUT                                      ZBNKMQR1
062400     END-IF.                                                      ZBNKMQR1
062500     MOVE 'Sent' TO WS-RPT3-DESC.                                 ZBNKMQR1
062600     MOVE WS-REPUBLISHED TO WS-RPT3-COUNT.                        ZBNKMQR1
062700     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKMQR1
062800     PERFORM PRINTOUT-PUT.                                        ZBNKMQR1
062900     MOVE 'Not sent - will be tried again' TO WS-RPT3-DESC.       ZBNKMQR1
063000     MOVE WS-REPUBLISH-FAILED TO WS-RPT3-COUNT.                   ZBNKMQR1
063100     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKMQR1
063200     PERFORM PRINTOUT-PUT.                                        ZBNKMQR1
063300                                                                  ZBNKMQR1
063400***************************************************************** ZBNKMQR1
063500* Write a report line                                           * ZBNKMQR1
063600***************************************************************** ZBNKMQR1
063700 PRINTOUT-PUT.                                                    ZBNKMQR1
063800     WRITE PRINTOUT-REC.                                          ZBNKMQR1
063900     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKMQR1
064000       MOVE 'PRINTOUT error writing file...'                      ZBNKMQR1
064100         TO WS-CONSOLE-MESSAGE                                    ZBNKMQR1
064200       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKMQR1
064300       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKMQR1
064400       PERFORM DISPLAY-IO-STATUS                                  ZBNKMQR1
064500       PERFORM ABORT-PROGRAM                                      ZBNKMQR1
064600     END-IF.                                                      ZBNKMQR1
064700                                                                  ZBNKMQR1
064800***************************************************************** ZBNKMQR1
064900* Display the file status bytes. This routine will display as   * ZBNKMQR1
065000* two digits if the full two byte file status is numeric. If    * ZBNKMQR1
065100* second byte is non-numeric then it will be treated as a       * ZBNKMQR1
065200* binary number.                                                * ZBNKMQR1
065300***************************************************************** ZBNKMQR1
065400 DISPLAY-IO-STATUS.                                               ZBNKMQR1
065500     IF WS-IO-STATUS NUMERIC                                      ZBNKMQR1
065600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKMQR1
065700        STRING 'File status -' DELIMITED BY SIZE                  ZBNKMQR1
065800               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKMQR1
065900          INTO WS-CONSOLE-MESSAGE                                 ZBNKMQR1
066000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMQR1
066100     ELSE                                                         ZBNKMQR1
066200        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKMQR1
066300        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKMQR1
066400        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKMQR1
066500        STRING 'File status -' DELIMITED BY SIZE                  ZBNKMQR1
066600               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKMQR1
066700               '/' DELIMITED BY SIZE                              ZBNKMQR1
066800               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKMQR1
066900          INTO WS-CONSOLE-MESSAGE                                 ZBNKMQR1
067000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMQR1
067100     END-IF.                                                      ZBNKMQR1
067200                                                                  ZBNKMQR1
067300***************************************************************** ZBNKMQR1
067400* 'ABORT' the program.                                          * ZBNKMQR1
067500* Post a message to the console and issue a STOP RUN            * ZBNKMQR1
067600***************************************************************** ZBNKMQR1
067700 ABORT-PROGRAM.                                                   ZBNKMQR1
067800     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKMQR1
067900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMQR1
068000     END-IF.                                                      ZBNKMQR1
068100     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKMQR1
068200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKMQR1
068300     MOVE 16 TO RETURN-CODE.                                      ZBNKMQR1
068400     STOP RUN.                                                    ZBNKMQR1
068500                                                                  ZBNKMQR1
068600***************************************************************** ZBNKMQR1
068700* Display CONSOLE messages...                                   * ZBNKMQR1
068800***************************************************************** ZBNKMQR1
068900 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKMQR1
069000     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKMQR1
069100       UPON CONSOLE.                                              ZBNKMQR1
069200     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKMQR1
069300                                                                  ZBNKMQR1
069400 COPY CTIMERP.                                                    ZBNKMQR1
069500                                                                  ZBNKMQR1
069600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKMQR1
