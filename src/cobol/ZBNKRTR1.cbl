000100***************************************************************** ZBNKRTR1
000200*                                                               * ZBNKRTR1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKRTR1
000400*   This demonstration program is provided for use by users     * ZBNKRTR1
000500*   of Micro Focus products and may be used, modified and       * ZBNKRTR1
000600*   distributed as part of your application provided that       * ZBNKRTR1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKRTR1
000800*   in this material.                                           * ZBNKRTR1
000900*                                                               * ZBNKRTR1
001000***************************************************************** ZBNKRTR1
001100                                                                  ZBNKRTR1
001200***************************************************************** ZBNKRTR1
001300* Program:     ZBNKRTR1.CBL                                     * ZBNKRTR1
001400* Function:    Stale routing report, run after the weekly bank  * ZBNKRTR1
001500*              routing directory load (ZBNKRTL1).  Every        * ZBNKRTR1
001600*              routing still stored against a live instruction  * ZBNKRTR1
001700*              - an active payee, an outbound wire held or      * ZBNKRTR1
001800*              queued, an escrow disbursement row, an active    * ZBNKRTR1
001900*              standing legal order and a payment queued for    * ZBNKRTR1
002000*              clearing - is looked up on BNKRTDIR, and any     * ZBNKRTR1
002100*              that the directory no longer carries or now      * ZBNKRTR1
002200*              shows inactive is listed with its successor      * ZBNKRTR1
002300*              routing where the directory names one, so the    * ZBNKRTR1
002400*              instruction can be repaired before it fails at   * ZBNKRTR1
002500*              the network.  RC 4 when anything is listed.      * ZBNKRTR1
002600***************************************************************** ZBNKRTR1
002700                                                                  ZBNKRTR1
002800 IDENTIFICATION DIVISION.                                         ZBNKRTR1
002900 PROGRAM-ID.                                                      ZBNKRTR1
003000     ZBNKRTR1.                                                    ZBNKRTR1
003100 DATE-WRITTEN.                                                    ZBNKRTR1
003200     October 2026.                                                ZBNKRTR1
003300 DATE-COMPILED.                                                   ZBNKRTR1
003400     Today.                                                       ZBNKRTR1
003500                                                                  ZBNKRTR1
003600 ENVIRONMENT DIVISION.                                            ZBNKRTR1
003700 INPUT-OUTPUT   SECTION.                                          ZBNKRTR1
003800   FILE-CONTROL.                                                  ZBNKRTR1
003900     SELECT BNKRTDIR-FILE                                         ZBNKRTR1
004000            ASSIGN       TO BNKRTDIR                              ZBNKRTR1
004100            ORGANIZATION IS INDEXED                               ZBNKRTR1
004200            ACCESS MODE  IS RANDOM                                ZBNKRTR1
004300            RECORD KEY   IS RTD-KEY                               ZBNKRTR1
004400            FILE STATUS  IS WS-BNKRTDIR-STATUS.                   ZBNKRTR1
004500     SELECT BNKPAYEE-FILE                                         ZBNKRTR1
004600            ASSIGN       TO BNKPAYEE                              ZBNKRTR1
004700            ORGANIZATION IS INDEXED                               ZBNKRTR1
004800            ACCESS MODE  IS SEQUENTIAL                            ZBNKRTR1
004900            RECORD KEY   IS PAY-KEY                               ZBNKRTR1
005000            FILE STATUS  IS WS-BNKPAYEE-STATUS.                   ZBNKRTR1
005100     SELECT BNKWIRE-FILE                                          ZBNKRTR1
005200            ASSIGN       TO BNKWIRE                               ZBNKRTR1
005300            ORGANIZATION IS INDEXED                               ZBNKRTR1
005400            ACCESS MODE  IS SEQUENTIAL                            ZBNKRTR1
005500            RECORD KEY   IS WIR-REC-REF                           ZBNKRTR1
005600            FILE STATUS  IS WS-BNKWIRE-STATUS.                    ZBNKRTR1
005700     SELECT BNKESCR-FILE                                          ZBNKRTR1
005800            ASSIGN       TO BNKESCR                               ZBNKRTR1
005900            ORGANIZATION IS INDEXED                               ZBNKRTR1
006000            ACCESS MODE  IS SEQUENTIAL                            ZBNKRTR1
006100            RECORD KEY   IS ESC-KEY                               ZBNKRTR1
006200            FILE STATUS  IS WS-BNKESCR-STATUS.                    ZBNKRTR1
006300     SELECT BNKLGL-FILE                                           ZBNKRTR1
006400            ASSIGN       TO BNKLGL                                ZBNKRTR1
006500            ORGANIZATION IS INDEXED                               ZBNKRTR1
006600            ACCESS MODE  IS SEQUENTIAL                            ZBNKRTR1
006700            RECORD KEY   IS LGL-KEY                               ZBNKRTR1
006800            FILE STATUS  IS WS-BNKLGL-STATUS.                     ZBNKRTR1
006900     SELECT BNKPAYQ-FILE                                          ZBNKRTR1
007000            ASSIGN       TO BNKPAYQ                               ZBNKRTR1
007100            ORGANIZATION IS INDEXED                               ZBNKRTR1
007200            ACCESS MODE  IS SEQUENTIAL                            ZBNKRTR1
007300            RECORD KEY   IS PQ-KEY                                ZBNKRTR1
007400            FILE STATUS  IS WS-BNKPAYQ-STATUS.                    ZBNKRTR1
007500     SELECT PRINTOUT-FILE                                         ZBNKRTR1
007600            ASSIGN       TO PRINTOUT                              ZBNKRTR1
007700            ORGANIZATION IS SEQUENTIAL                            ZBNKRTR1
007800            ACCESS MODE  IS SEQUENTIAL                            ZBNKRTR1
007900            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKRTR1
008000                                                                  ZBNKRTR1
008100 DATA DIVISION.                                                   ZBNKRTR1
008200 FILE SECTION.                                                    ZBNKRTR1
008300                                                                  ZBNKRTR1
008400 FD  BNKRTDIR-FILE.                                               ZBNKRTR1
008500 01  BNKRTDIR-REC.                                                ZBNKRTR1
008600 COPY CBANKVRT.                                                   ZBNKRTR1
008700                                                                  ZBNKRTR1
008800 FD  BNKPAYEE-FILE.                                               ZBNKRTR1
008900 01  BNKPAYEE-REC.                                                ZBNKRTR1
009000 COPY CBANKVPY.                                                   ZBNKRTR1
009100                                                                  ZBNKRTR1
009200 FD  BNKWIRE-FILE.                                                ZBNKRTR1
009300 01  BNKWIRE-REC.                                                 ZBNKRTR1
009400 COPY CBANKVWR.                                                   ZBNKRTR1
009500                                                                  ZBNKRTR1
009600 FD  BNKESCR-FILE.                                                ZBNKRTR1
009700 01  BNKESCR-REC.                                                 ZBNKRTR1
009800 COPY CBANKVES.                                                   ZBNKRTR1
009900                                                                  ZBNKRTR1
010000 FD  BNKLGL-FILE.                                                 ZBNKRTR1
010100 01  BNKLGL-REC.                                                  ZBNKRTR1
010200 COPY CBANKVLL.                                                   ZBNKRTR1
010300                                                                  ZBNKRTR1
010400 FD  BNKPAYQ-FILE.                                                ZBNKRTR1
010500 01  BNKPAYQ-REC.                                                 ZBNKRTR1
010600 COPY CBANKVPQ.                                                   ZBNKRTR1
010700                                                                  ZBNKRTR1
010800 FD  PRINTOUT-FILE.                                               ZBNKRTR1
010900 01  PRINTOUT-REC                            PIC X(121).          ZBNKRTR1
011000                                                                  ZBNKRTR1
011100 WORKING-STORAGE SECTION.                                         ZBNKRTR1
011200 COPY CTIMERD.                                                    ZBNKRTR1
011300                                                                  ZBNKRTR1
011400 COPY CTSTAMPD.                                                   ZBNKRTR1
011500                                                                  ZBNKRTR1
011600 01  WS-MISC-STORAGE.                                             ZBNKRTR1
011700   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKRTR1
011800       VALUE 'ZBNKRTR1'.                                          ZBNKRTR1
011900   05  WS-BNKRTDIR-STATUS.                                        ZBNKRTR1
012000     10  WS-BNKRTDIR-STAT1                   PIC X(1).            ZBNKRTR1
012100     10  WS-BNKRTDIR-STAT2                   PIC X(1).            ZBNKRTR1
012200   05  WS-BNKPAYEE-STATUS.                                        ZBNKRTR1
012300     10  WS-BNKPAYEE-STAT1                   PIC X(1).            ZBNKRTR1
012400     10  WS-BNKPAYEE-STAT2                   PIC X(1).            ZBNKRTR1
012500   05  WS-BNKWIRE-STATUS.                                         ZBNKRTR1
012600     10  WS-BNKWIRE-STAT1                    PIC X(1).            ZBNKRTR1
012700     10  WS-BNKWIRE-STAT2                    PIC X(1).            ZBNKRTR1
012800   05  WS-BNKESCR-STATUS.                                         ZBNKRTR1
012900     10  WS-BNKESCR-STAT1                    PIC X(1).            ZBNKRTR1
013000     10  WS-BNKESCR-STAT2                    PIC X(1).            ZBNKRTR1
013100   05  WS-BNKLGL-STATUS.                                          ZBNKRTR1
013200     10  WS-BNKLGL-STAT1                     PIC X(1).            ZBNKRTR1
013300     10  WS-BNKLGL-STAT2                     PIC X(1).            ZBNKRTR1
013400   05  WS-BNKPAYQ-STATUS.                                         ZBNKRTR1
013500     10  WS-BNKPAYQ-STAT1                    PIC X(1).            ZBNKRTR1
013600     10  WS-BNKPAYQ-STAT2                    PIC X(1).            ZBNKRTR1
013700   05  WS-PRINTOUT-STATUS.                                        ZBNKRTR1
013800     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKRTR1
013900     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKRTR1
014000   05  WS-IO-STATUS.                                              ZBNKRTR1
014100     10  WS-IO-STAT1                         PIC X(1).            ZBNKRTR1
014200     10  WS-IO-STAT2                         PIC X(1).            ZBNKRTR1
014300   05  WS-TWO-BYTES.                                              ZBNKRTR1
014400     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKRTR1
014500     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKRTR1
014600   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKRTR1
014700                                             PIC 9(1) COMP.       ZBNKRTR1
014800   05  WS-END-OF-FILE                        PIC X(3)             ZBNKRTR1
014900       VALUE 'NO '.                                               ZBNKRTR1
015000   05  WS-CHECK-ROUTING                      PIC X(9).            ZBNKRTR1
015100   05  WS-CHECK-SOURCE                       PIC X(8).            ZBNKRTR1
015200   05  WS-CHECK-KEY                          PIC X(28).           ZBNKRTR1
015300   05  WS-CHECK-NAME                         PIC X(30).           ZBNKRTR1
015400   05  WS-ROUTING-REASON                     PIC X(24).           ZBNKRTR1
015500   05  WS-ROUTINGS-CHECKED                   PIC 9(7)             ZBNKRTR1
015600       VALUE ZERO.                                                ZBNKRTR1
015700   05  WS-ROUTINGS-LISTED                    PIC 9(7)             ZBNKRTR1
015800       VALUE ZERO.                                                ZBNKRTR1
015900                                                                  ZBNKRTR1
016000 01  WS-REPORT-LINES.                                             ZBNKRTR1
016100   05  WS-LINE1.                                                  ZBNKRTR1
016200     10  WS-LINE1-CC                     PIC X(1)                 ZBNKRTR1
016300         VALUE '1'.                                               ZBNKRTR1
016400     10  FILLER                          PIC X(50)                ZBNKRTR1
016500         VALUE 'Stale Routings - Inactive Or Not On Directory'.   ZBNKRTR1
016600     10  WS-LINE1-DATE                   PIC X(10).               ZBNKRTR1
016700   05  WS-LINE2.                                                  ZBNKRTR1
016800     10  WS-LINE2-CC                     PIC X(1)                 ZBNKRTR1
016900         VALUE ' '.                                               ZBNKRTR1
017000     10  FILLER                          PIC X(9)                 ZBNKRTR1
017100         VALUE 'Source'.                                          ZBNKRTR1
017200     10  FILLER                          PIC X(29)                ZBNKRTR1
017300         VALUE 'Instruction'.                                     ZBNKRTR1
017400     10  FILLER                          PIC X(31)                ZBNKRTR1
017500         VALUE 'Name'.                                            ZBNKRTR1
017600     10  FILLER                          PIC X(10)                ZBNKRTR1
017700         VALUE 'Routing'.                                         ZBNKRTR1
017800     10  FILLER                          PIC X(25)                ZBNKRTR1
017900         VALUE 'Reason'.                                          ZBNKRTR1
018000     10  FILLER                          PIC X(9)                 ZBNKRTR1
018100         VALUE 'Successor'.                                       ZBNKRTR1
018200   05  WS-LINE4.                                                  ZBNKRTR1
018300     10  WS-LINE4-CC                     PIC X(1)                 ZBNKRTR1
018400         VALUE ' '.                                               ZBNKRTR1
018500     10  WS-LINE4-SOURCE                 PIC X(8).                ZBNKRTR1
018600     10  FILLER                          PIC X(1).                ZBNKRTR1
018700     10  WS-LINE4-KEY                    PIC X(28).               ZBNKRTR1
018800     10  FILLER                          PIC X(1).                ZBNKRTR1
018900     10  WS-LINE4-NAME                   PIC X(30).               ZBNKRTR1
019000     10  FILLER                          PIC X(1).                ZBNKRTR1
019100     10  WS-LINE4-ROUTING                PIC X(9).                ZBNKRTR1
019200     10  FILLER                          PIC X(1).                ZBNKRTR1
019300     10  WS-LINE4-REASON                 PIC X(24).               ZBNKRTR1
019400     10  FILLER                          PIC X(1).                ZBNKRTR1
019500     10  WS-LINE4-SUCCESSOR              PIC X(9).                ZBNKRTR1
019600                                                                  ZBNKRTR1
019700 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKRTR1
019800                                                                  ZBNKRTR1
019900 PROCEDURE DIVISION.                                              ZBNKRTR1
020000                                                                  ZBNKRTR1
020100     PERFORM RUN-TIME.                                            ZBNKRTR1
020200                                                                  ZBNKRTR1
020300     MOVE 'Stale routing report starting'                         ZBNKRTR1
020400       TO WS-CONSOLE-MESSAGE.                                     ZBNKRTR1
020500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRTR1
020600                                                                  ZBNKRTR1
020700 COPY CTSTAMPP.                                                   ZBNKRTR1
020800                                                                  ZBNKRTR1
020900     PERFORM OPEN-FILES.                                          ZBNKRTR1
021000     MOVE WS-TS-DATE TO WS-LINE1-DATE.                            ZBNKRTR1
021100     MOVE WS-LINE1 TO PRINTOUT-REC.                               ZBNKRTR1
021200     PERFORM PRINTOUT-PUT.                                        ZBNKRTR1
021300     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKRTR1
021400     PERFORM PRINTOUT-PUT.                                        ZBNKRTR1
021500     MOVE WS-LINE2 TO PRINTOUT-REC.                               ZBNKRTR1
021600     PERFORM PRINTOUT-PUT.                                        ZBNKRTR1
021700                                                                  ZBNKRTR1
021800***************************************************************** ZBNKRTR1
021900* Active payees                                                 * ZBNKRTR1
022000***************************************************************** ZBNKRTR1
022100     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKRTR1
022200     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKRTR1
022300        READ BNKPAYEE-FILE NEXT RECORD                            ZBNKRTR1
022400        IF WS-BNKPAYEE-STATUS IS NOT EQUAL TO '00'                ZBNKRTR1
022500           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKRTR1
022600        ELSE                                                      ZBNKRTR1
022700           IF PAY-STATUS-ACTIVE                                   ZBNKRTR1
022800              MOVE 'PAYEE' TO WS-CHECK-SOURCE                     ZBNKRTR1
022900              MOVE SPACES TO WS-CHECK-KEY                         ZBNKRTR1
023000              STRING PAY-REC-PID DELIMITED BY SIZE                ZBNKRTR1
023100                     '-' DELIMITED BY SIZE                        ZBNKRTR1
023200                     PAY-REC-SEQ DELIMITED BY SIZE                ZBNKRTR1
023300                INTO WS-CHECK-KEY                                 ZBNKRTR1
023400              MOVE PAY-REC-NAME TO WS-CHECK-NAME                  ZBNKRTR1
023500              MOVE PAY-REC-ROUTING TO WS-CHECK-ROUTING            ZBNKRTR1
023600              PERFORM CHECK-STORED-ROUTING THRU                   ZBNKRTR1
023700                      CHECK-STORED-ROUTING-EXIT                   ZBNKRTR1
023800           END-IF                                                 ZBNKRTR1
023900        END-IF                                                    ZBNKRTR1
024000     END-PERFORM.                                                 ZBNKRTR1
024100                                                                  ZBNKRTR1
024200***************************************************************** ZBNKRTR1
024300* Outbound wires not yet released to the network                * ZBNKRTR1
024400***************************************************************** ZBNKRTR1
024500     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKRTR1
024600     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKRTR1
024700        READ BNKWIRE-FILE NEXT RECORD                             ZBNKRTR1
024800        IF WS-BNKWIRE-STATUS IS NOT EQUAL TO '00'                 ZBNKRTR1
024900           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKRTR1
025000        ELSE                                                      ZBNKRTR1
025100           IF WIR-DIR-OUTBOUND AND                                ZBNKRTR1
025200              (WIR-STATUS-HELD OR WIR-STATUS-QUEUED)              ZBNKRTR1
025300              MOVE 'WIRE' TO WS-CHECK-SOURCE                      ZBNKRTR1
025400              MOVE WIR-REC-REF TO WS-CHECK-KEY                    ZBNKRTR1
025500              MOVE WIR-REC-BENE-NAME TO WS-CHECK-NAME             ZBNKRTR1
025600              MOVE WIR-REC-BENE-ROUTING TO WS-CHECK-ROUTING       ZBNKRTR1
025700              PERFORM CHECK-STORED-ROUTING THRU                   ZBNKRTR1
025800                      CHECK-STORED-ROUTING-EXIT                   ZBNKRTR1
025900           END-IF                                                 ZBNKRTR1
026000        END-IF                                                    ZBNKRTR1
026100     END-PERFORM.                                                 ZBNKRTR1
026200                                                                  ZBNKRTR1
026300***************************************************************** ZBNKRTR1
026400* Escrow disbursement rows (the master row carries no routing)  * ZBNKRTR1
026500***************************************************************** ZBNKRTR1
026600     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKRTR1
026700     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKRTR1
026800        READ BNKESCR-FILE NEXT RECORD                             ZBNKRTR1
026900        IF WS-BNKESCR-STATUS IS NOT EQUAL TO '00'                 ZBNKRTR1
027000           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKRTR1
027100        ELSE                                                      ZBNKRTR1
027200           IF NOT ESC-MASTER-ROW                                  ZBNKRTR1
027300              MOVE 'ESCROW' TO WS-CHECK-SOURCE                    ZBNKRTR1
027400              MOVE ESC-KEY TO WS-CHECK-KEY                        ZBNKRTR1
027500              MOVE ESC-REC-PAYEE-NAME TO WS-CHECK-NAME            ZBNKRTR1
027600              MOVE ESC-REC-ROUTING TO WS-CHECK-ROUTING            ZBNKRTR1
027700              PERFORM CHECK-STORED-ROUTING THRU                   ZBNKRTR1
027800                      CHECK-STORED-ROUTING-EXIT                   ZBNKRTR1
027900           END-IF                                                 ZBNKRTR1
028000        END-IF                                                    ZBNKRTR1
028100     END-PERFORM.                                                 ZBNKRTR1
028200                                                                  ZBNKRTR1
028300***************************************************************** ZBNKRTR1
028400* Active standing legal orders                                  * ZBNKRTR1
028500***************************************************************** ZBNKRTR1
028600     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKRTR1
028700     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKRTR1
028800        READ BNKLGL-FILE NEXT RECORD                              ZBNKRTR1
028900        IF WS-BNKLGL-STATUS IS NOT EQUAL TO '00'                  ZBNKRTR1
029000           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKRTR1
029100        ELSE                                                      ZBNKRTR1
029200           IF LGL-STATUS-ACTIVE                                   ZBNKRTR1
029300              MOVE 'LEGAL' TO WS-CHECK-SOURCE                     ZBNKRTR1
029400              MOVE SPACES TO WS-CHECK-KEY                         ZBNKRTR1
029500              STRING LGL-REC-ACCNO DELIMITED BY SIZE              ZBNKRTR1
029600                     '-' DELIMITED BY SIZE                        ZBNKRTR1
029700                     LGL-REC-SEQ DELIMITED BY SIZE                ZBNKRTR1
029800                INTO WS-CHECK-KEY                                 ZBNKRTR1
029900              MOVE LGL-REC-ORDER-REF TO WS-CHECK-NAME             ZBNKRTR1
030000              MOVE LGL-REC-ROUTING TO WS-CHECK-ROUTING            ZBNKRTR1
030100              PERFORM CHECK-STORED-ROUTING THRU                   ZBNKRTR1
030200                      CHECK-STORED-ROUTING-EXIT                   ZBNKRTR1
030300           END-IF                                                 ZBNKRTR1
030400        END-IF                                                    ZBNKRTR1
030500     END-PERFORM.                                                 ZBNKRTR1
030600                                                                  ZBNKRTR1
030700***************************************************************** ZBNKRTR1
030800* Payments queued for the next clearing run                     * ZBNKRTR1
030900***************************************************************** ZBNKRTR1
031000     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKRTR1
031100     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKRTR1
031200        READ BNKPAYQ-FILE NEXT RECORD                             ZBNKRTR1
031300        IF WS-BNKPAYQ-STATUS IS NOT EQUAL TO '00'                 ZBNKRTR1
031400           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKRTR1
031500        ELSE                                                      ZBNKRTR1
031600           IF PQ-STATUS-QUEUED                                    ZBNKRTR1
031700              MOVE 'PAYQ' TO WS-CHECK-SOURCE                      ZBNKRTR1
031800              MOVE PQ-REC-REF TO WS-CHECK-KEY                     ZBNKRTR1
031900              MOVE PQ-REC-PAYEE-NAME TO WS-CHECK-NAME             ZBNKRTR1
032000              MOVE PQ-REC-ROUTING TO WS-CHECK-ROUTING             ZBNKRTR1
032100              PERFORM CHECK-STORED-ROUTING THRU                   ZBNKRTR1
032200                      CHECK-STORED-ROUTING-EXIT                   ZBNKRTR1
032300           END-IF                                                 ZBNKRTR1
032400        END-IF                                                    ZBNKRTR1
032500     END-PERFORM.                                                 ZBNKRTR1
032600                                                                  ZBNKRTR1
032700     PERFORM CLOSE-FILES.                                         ZBNKRTR1
032800                                                                  ZBNKRTR1
032900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKRTR1
033000     STRING WS-ROUTINGS-CHECKED DELIMITED BY SIZE                 ZBNKRTR1
033100            ' stored routings checked' DELIMITED BY SIZE          ZBNKRTR1
033200       INTO WS-CONSOLE-MESSAGE.                                   ZBNKRTR1
033300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRTR1
033400     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKRTR1
033500     STRING WS-ROUTINGS-LISTED DELIMITED BY SIZE                  ZBNKRTR1
033600            ' inactive or not on the directory' DELIMITED BY SIZE ZBNKRTR1
033700       INTO WS-CONSOLE-MESSAGE.                                   ZBNKRTR1
033800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRTR1
033900     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKRTR1
034000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRTR1
034100                                                                  ZBNKRTR1
034200     PERFORM RUN-TIME.                                            ZBNKRTR1
034300                                                                  ZBNKRTR1
034400     IF WS-ROUTINGS-LISTED IS GREATER THAN ZERO                   ZBNKRTR1
034500        MOVE 4 TO RETURN-CODE                                     ZBNKRTR1
034600     ELSE                                                         ZBNKRTR1
034700        MOVE 0 TO RETURN-CODE                                     ZBNKRTR1
034800     END-IF.                                                      ZBNKRTR1
034900                                                                  ZBNKRTR1
035000     GOBACK.                                                      ZBNKRTR1
035100                                                                  ZBNKRTR1
035200***************************************************************** ZBNKRTR1
035300* Look one stored routing up on the directory and list it if    * ZBNKRTR1
035400* the bank is gone or inactive                                  * ZBNKRTR1
035500***************************************************************** ZBNKRTR1
035600 CHECK-STORED-ROUTING.                                            ZBNKRTR1
035700     IF WS-CHECK-ROUTING IS EQUAL TO SPACES                       ZBNKRTR1
035800        GO TO CHECK-STORED-ROUTING-EXIT                           ZBNKRTR1
035900     END-IF.                                                      ZBNKRTR1
036000     ADD 1 TO WS-ROUTINGS-CHECKED.                                ZBNKRTR1
036100     MOVE WS-CHECK-ROUTING TO RTD-KEY.                            ZBNKRTR1
036200     READ BNKRTDIR-FILE.                                          ZBNKRTR1
036300     IF WS-BNKRTDIR-STATUS IS NOT EQUAL TO '00'                   ZBNKRTR1
036400        MOVE 'Not on bank directory' TO WS-ROUTING-REASON         ZBNKRTR1
036500        MOVE SPACES TO RTD-REC-NEW-ROUTING                        ZBNKRTR1
036600     ELSE                                                         ZBNKRTR1
036700        IF RTD-STATUS-INACTIVE                                    ZBNKRTR1
036800           MOVE 'Bank routing inactive' TO WS-ROUTING-REASON      ZBNKRTR1
036900        ELSE                                                      ZBNKRTR1
037000           GO TO CHECK-STORED-ROUTING-EXIT                        ZBNKRTR1
037100        END-IF                                                    ZBNKRTR1
037200     END-IF.                                                      ZBNKRTR1
037300     ADD 1 TO WS-ROUTINGS-LISTED.                                 ZBNKRTR1
037400     MOVE SPACES TO WS-LINE4.                                     ZBNKRTR1
037500     MOVE WS-CHECK-SOURCE TO WS-LINE4-SOURCE.                     ZBNKRTR1
037600     MOVE WS-CHECK-KEY TO WS-LINE4-KEY.                           ZBNKRTR1
037700     MOVE WS-CHECK-NAME TO WS-LINE4-NAME.                         ZBNKRTR1
037800     MOVE WS-CHECK-ROUTING TO WS-LINE4-ROUTING.                   ZBNKRTR1
037900     MOVE WS-ROUTING-REASON TO WS-LINE4-REASON.                   ZBNKRTR1
038000     MOVE RTD-REC-NEW-ROUTING TO WS-LINE4-SUCCESSOR.              ZBNKRTR1
038100     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKRTR1
038200     PERFORM PRINTOUT-PUT.                                        ZBNKRTR1
038300 CHECK-STORED-ROUTING-EXIT.                                       ZBNKRTR1
038400     EXIT.                                                        ZBNKRTR1
038500                                                                  ZBNKRTR1
038600***************************************************************** ZBNKRTR1
038700* Write a record to the sequential print file                   * ZBNKRTR1
038800***************************************************************** ZBNKRTR1
038900 PRINTOUT-PUT.                                                    ZBNKRTR1
039000     WRITE PRINTOUT-REC.                                          ZBNKRTR1
039100     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKRTR1
039200       MOVE 'PRINTOUT error writing file...'                      ZBNKRTR1
039300         TO WS-CONSOLE-MESSAGE                                    ZBNKRTR1
039400       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKRTR1
039500       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKRTR1
039600       PERFORM DISPLAY-IO-STATUS                                  ZBNKRTR1
039700       PERFORM ABORT-PROGRAM                                      ZBNKRTR1
039800     END-IF.                                                      ZBNKRTR1
039900                                                                  ZBNKRTR1
040000***************************************************************** ZBNKRTR1
040100* Open the directory, the instruction files and the print file  * ZBNKRTR1
040200***************************************************************** ZBNKRTR1
040300 OPEN-FILES.                                                      ZBNKRTR1
040400     OPEN INPUT BNKRTDIR-FILE.                                    ZBNKRTR1
040500     IF WS-BNKRTDIR-STATUS IS NOT EQUAL TO '00'                   ZBNKRTR1
040600        MOVE 'BNKRTDIR file open failure...'                      ZBNKRTR1
040700          TO WS-CONSOLE-MESSAGE                                   ZBNKRTR1
040800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTR1
040900        MOVE WS-BNKRTDIR-STATUS TO WS-IO-STATUS                   ZBNKRTR1
041000        PERFORM DISPLAY-IO-STATUS                                 ZBNKRTR1
041100        PERFORM ABORT-PROGRAM                                     ZBNKRTR1
041200     END-IF.                                                      ZBNKRTR1
041300     OPEN INPUT BNKPAYEE-FILE.                                    ZBNKRTR1
041400     IF WS-BNKPAYEE-STATUS IS NOT EQUAL TO '00'                   ZBNKRTR1
041500        MOVE 'BNKPAYEE file open failure...'                      ZBNKRTR1
041600          TO WS-CONSOLE-MESSAGE                                   ZBNKRTR1
041700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTR1
041800        MOVE WS-BNKPAYEE-STATUS TO WS-IO-STATUS                   ZBNKRTR1
041900        PERFORM DISPLAY-IO-STATUS                                 ZBNKRTR1
042000        PERFORM ABORT-PROGRAM                                     ZBNKRTR1
042100     END-IF.                                                      ZBNKRTR1
042200     OPEN INPUT BNKWIRE-FILE.                                     ZBNKRTR1
042300     IF WS-BNKWIRE-STATUS IS NOT EQUAL TO '00'                    ZBNKRTR1
042400        MOVE 'BNKWIRE file open failure...'                       ZBNKRTR1
042500          TO WS-CONSOLE-MESSAGE                                   ZBNKRTR1
042600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTR1
042700        MOVE WS-BNKWIRE-STATUS TO WS-IO-STATUS                    ZBNKRTR1
042800        PERFORM DISPLAY-IO-STATUS                                 ZBNKRTR1
042900        PERFORM ABORT-PROGRAM                                     ZBNKRTR1
043000     END-IF.                                                      ZBNKRTR1
043100     OPEN INPUT BNKESCR-FILE.                                     ZBNKRTR1
043200     IF WS-BNKESCR-STATUS IS NOT EQUAL TO '00'                    ZBNKRTR1
043300        MOVE 'BNKESCR file open failure...'                       ZBNKRTR1
043400          TO WS-CONSOLE-MESSAGE                                   ZBNKRTR1
043500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTR1
043600        MOVE WS-BNKESCR-STATUS TO WS-IO-STATUS                    ZBNKRTR1
043700        PERFORM DISPLAY-IO-STATUS                                 ZBNKRTR1
043800        PERFORM ABORT-PROGRAM                                     ZBNKRTR1
043900     END-IF.                                                      ZBNKRTR1
044000     OPEN INPUT BNKLGL-FILE.                                      ZBNKRTR1
044100     IF WS-BNKLGL-STATUS IS NOT EQUAL TO '00'                     ZBNKRTR1
044200        MOVE 'BNKLGL file open failure...'                        ZBNKRTR1
044300          TO WS-CONSOLE-MESSAGE                                   ZBNKRTR1
044400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTR1
044500        MOVE WS-BNKLGL-STATUS TO WS-IO-STATUS                     ZBNKRTR1
044600        PERFORM DISPLAY-IO-STATUS                                 ZBNKRTR1
044700        PERFORM ABORT-PROGRAM                                     ZBNKRTR1
044800     END-IF.                                                      ZBNKRTR1
044900     OPEN INPUT BNKPAYQ-FILE.                                     ZBNKRTR1
045000     IF WS-BNKPAYQ-STATUS IS NOT EQUAL TO '00'                    ZBNKRTR1
045100        MOVE 'BNKPAYQ file open failure...'                       ZBNKRTR1
045200          TO WS-CONSOLE-MESSAGE                                   ZBNKRTR1
045300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTR1
045400        MOVE WS-BNKPAYQ-STATUS TO WS-IO-STATUS                    ZBNKRTR1
045500        PERFORM DISPLAY-IO-STATUS                                 ZBNKRTR1
045600        PERFORM ABORT-PROGRAM                                     ZBNKRTR1
045700     END-IF.                                                      ZBNKRTR1
045800     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKRTR1
045900     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKRTR1
046000        MOVE 'PRINTOUT file open failure...'                      ZBNKRTR1
046100          TO WS-CONSOLE-MESSAGE                                   ZBNKRTR1
046200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTR1
046300        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKRTR1
046400        PERFORM DISPLAY-IO-STATUS                                 ZBNKRTR1
046500        PERFORM ABORT-PROGRAM                                     ZBNKRTR1
046600     END-IF.                                                      ZBNKRTR1
046700                                                                  ZBNKRTR1
046800***************************************************************** ZBNKRTR1
046900* Close the files                                               * ZBNKRTR1
047000***************************************************************** ZBNKRTR1
047100 CLOSE-FILES.                                                     ZBNKRTR1
047200     CLOSE BNKRTDIR-FILE.                                         ZBNKRTR1
047300     CLOSE BNKPAYEE-FILE.                                         ZBNKRTR1
047400     CLOSE BNKWIRE-FILE.                                          ZBNKRTR1
047500     CLOSE BNKESCR-FILE.                                          ZBNKRTR1
047600     CLOSE BNKLGL-FILE.                                           ZBNKRTR1
047700     CLOSE BNKPAYQ-FILE.                                          ZBNKRTR1
047800     CLOSE PRINTOUT-FILE.                                         ZBNKRTR1
047900                                                                  ZBNKRTR1
048000***************************************************************** ZBNKRTR1
048100* Display the file status bytes. This routine will display as   * ZBNKRTR1
048200* two digits if the full two byte file status is numeric. If    * ZBNKRTR1
048300* second byte is non-numeric then it will be treated as a       * ZBNKRTR1
048400* binary number.                                                * ZBNKRTR1
048500***************************************************************** ZBNKRTR1
048600 DISPLAY-IO-STATUS.                                               ZBNKRTR1
048700     IF WS-IO-STATUS NUMERIC                                      ZBNKRTR1
048800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKRTR1
048900        STRING 'File status -' DELIMITED BY SIZE                  ZBNKRTR1
049000               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKRTR1
049100          INTO WS-CONSOLE-MESSAGE                                 ZBNKRTR1
049200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTR1
049300     ELSE                                                         ZBNKRTR1
049400        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKRTR1
049500        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKRTR1
049600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKRTR1
049700        STRING 'File status -' DELIMITED BY SIZE                  ZBNKRTR1
049800               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKRTR1
049900               '/' DELIMITED BY SIZE                              ZBNKRTR1
050000               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKRTR1
050100          INTO WS-CONSOLE-MESSAGE                                 ZBNKRTR1
050200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTR1
050300     END-IF.                                                      ZBNKRTR1
050400                                                                  ZBNKRTR1
050500***************************************************************** ZBNKRTR1
050600* 'ABORT' the program.                                          * ZBNKRTR1
050700* Post a message to the console and issue a STOP RUN            * ZBNKRTR1
050800***************************************************************** ZBNKRTR1
050900 ABORT-PROGRAM.                                                   ZBNKRTR1
051000     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKRTR1
051100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRTR1
051200     END-IF.                                                      ZBNKRTR1
051300     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKRTR1
051400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRTR1
051500     MOVE 16 TO RETURN-CODE.                                      ZBNKRTR1
051600     STOP RUN.                                                    ZBNKRTR1
051700                                                                  ZBNKRTR1
051800***************************************************************** ZBNKRTR1
051900* Display CONSOLE messages...                                   * ZBNKRTR1
052000***************************************************************** ZBNKRTR1
052100 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKRTR1
052200     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKRTR1
052300       UPON CONSOLE.                                              ZBNKRTR1
052400     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKRTR1
052500                                                                  ZBNKRTR1
052600 COPY CTIMERP.                                                    ZBNKRTR1
052700                                                                  ZBNKRTR1
052800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKRTR1
