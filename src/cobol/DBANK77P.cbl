000100***************************************************************** DBANK77P
000200*                                                               * DBANK77P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK77P
000400*   This demonstration program is provided for use by users     * DBANK77P
000500*   of Micro Focus products and may be used, modified and       * DBANK77P
000600*   distributed as part of your application provided that       * DBANK77P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK77P
000800*   in this material.                                           * DBANK77P
000900*                                                               * DBANK77P
001000***************************************************************** DBANK77P
001100                                                                  DBANK77P
001200***************************************************************** DBANK77P
001300* Program:     DBANK77P.CBL                                     * DBANK77P
001400* Function:    Suspicious activity case maintenance (file       * DBANK77P
001500*              BNKSARC) - read a case, open one for a customer, * DBANK77P
001600*              link a further alert to it, assign the           * DBANK77P
001700*              investigator, add a narrative note or record the * DBANK77P
001800*              disposition.  Opening a case gathers the         * DBANK77P
001900*              customer's outstanding alerts from the fraud     * DBANK77P
002000*              queue (BNKFRAUD) and the denied-party queue      * DBANK77P
002100*              (BNKDENYQ) and sets the filing due date 30 days  * DBANK77P
002200*              out.  A reportable case waits for the ZBNKSAR1   * DBANK77P
002300*              run to file it.  Every change writes an audit    * DBANK77P
002400*              posting to BNKTXN.                               * DBANK77P
002433*              Every master-file update is journaled through    * DBANK77P
002466*              DBANK85P for forward recovery.                   * DBANK77P
002500*              VSAM version                                     * DBANK77P
002600***************************************************************** DBANK77P
002700                                                                  DBANK77P
002800 IDENTIFICATION DIVISION.                                         DBANK77P
002900 PROGRAM-ID.                                                      DBANK77P
003000     DBANK77P.                                                    DBANK77P
003100 DATE-WRITTEN.                                                    DBANK77P
003200     October 2026.                                                DBANK77P
003300 DATE-COMPILED.                                                   DBANK77P
003400     Today.                                                       DBANK77P
003500                                                                  DBANK77P
003600 ENVIRONMENT DIVISION.                                            DBANK77P
003700                                                                  DBANK77P
003800 DATA DIVISION.                                                   DBANK77P
003900                                                                  DBANK77P
004000 WORKING-STORAGE SECTION.                                         DBANK77P
004100 01  WS-MISC-STORAGE.                                             DBANK77P
004200   05  WS-PROGRAM-ID                         PIC X(8)             DBANK77P
004300       VALUE 'DBANK77P'.                                          DBANK77P
004400   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK77P
004500   05  WS-RESP                               PIC S9(8) COMP.      DBANK77P
004600   05  WS-SUB1                               PIC S9(4) COMP.      DBANK77P
004700   05  WS-SCAN-COUNT                         PIC S9(4) COMP.      DBANK77P
004800   05  WS-BNKCUST-RID                        PIC X(5).            DBANK77P
004900   05  WS-BNKSARC-RID                        PIC X(14).           DBANK77P
005000   05  WS-BNKFRAUD-RID                       PIC X(26).           DBANK77P
005100   05  WS-BNKDENYQ-RID                       PIC X(26).           DBANK77P
005200   05  WS-BNKTXN-RID                         PIC X(26).           DBANK77P
005300   05  WS-AUDIT-ACTION                       PIC X(4).            DBANK77P
005400   05  WS-AUDIT-DETAIL                       PIC X(30).           DBANK77P
005500   05  WS-DUPLICATE                          PIC X(1).            DBANK77P
005600   05  WS-DUE-DAYS                           PIC 9(3) VALUE 30.   DBANK77P
005700   05  WS-DUE-INTEGER                        PIC 9(7).            DBANK77P
005800   05  WS-DUE-DATE                           PIC 9(8).            DBANK77P
005900   05  WS-DATE-CHECK.                                             DBANK77P
006000     10  WS-DATE-CHECK-YYYY                  PIC X(4).            DBANK77P
006100     10  WS-DATE-CHECK-DASH1                 PIC X(1).            DBANK77P
006200     10  WS-DATE-CHECK-MM                    PIC X(2).            DBANK77P
006300     10  WS-DATE-CHECK-MM-N REDEFINES WS-DATE-CHECK-MM            DBANK77P
006400                                             PIC 9(2).            DBANK77P
006500     10  WS-DATE-CHECK-DASH2                 PIC X(1).            DBANK77P
006600     10  WS-DATE-CHECK-DD                    PIC X(2).            DBANK77P
006700     10  WS-DATE-CHECK-DD-N REDEFINES WS-DATE-CHECK-DD            DBANK77P
006800                                             PIC 9(2).            DBANK77P
006900   05  WS-DATE-VALID                         PIC X(1).            DBANK77P
007000                                                                  DBANK77P
007100 01  WS-TWOS-COMP.                                                DBANK77P
007200   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBANK77P
007300   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBANK77P
007400   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          DBANK77P
007500   05  WS-TWOS-COMP-FORMAT                   PIC X(1) VALUE 'B'.  DBANK77P
007600                                                                  DBANK77P
007700 01  WS-BNKSARC-REC.                                              DBANK77P
007800 COPY CBANKVSC.                                                   DBANK77P
007900                                                                  DBANK77P
008000 01  WS-BNKFRAUD-REC.                                             DBANK77P
008100 COPY CBANKVFR.                                                   DBANK77P
008200                                                                  DBANK77P
008300 01  WS-BNKDENYQ-REC.                                             DBANK77P
008400 COPY CBANKVDH.                                                   DBANK77P
008500                                                                  DBANK77P
008600 01  WS-BNKCUST-REC.                                              DBANK77P
008700 COPY CBANKVCS.                                                   DBANK77P
008800                                                                  DBANK77P
008900 01  WS-BNKTXN-REC.                                               DBANK77P
009000 COPY CBANKVTX.                                                   DBANK77P
009100                                                                  DBANK77P
009200 COPY CBANKTXD.                                                   DBANK77P
009300                                                                  DBANK77P
009400 COPY CTSTAMPD.                                                   DBANK77P
009500                                                                  DBANK77P
009600 01  WS-COMMAREA.                                                 DBANK77P
009700 COPY CBANKD77.                                                   DBANK77P
009800                                                                  DBANK77P
009900 COPY CABENDD.                                                    DBANK77P
010000                                                                  DBANK77P
010025 01  WS-RECOVERY-DATA.                                            DBANK77P
010050 COPY CBANKD85.                                                   DBANK77P
010075                                                                  DBANK77P
010100 LINKAGE SECTION.                                                 DBANK77P
010200 01  DFHCOMMAREA.                                                 DBANK77P
010300   05  LK-COMMAREA                           PIC X(1)             DBANK77P
010400       OCCURS 1 TO 4096 TIMES                                     DBANK77P
010500         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK77P
010600                                                                  DBANK77P
010700 COPY CENTRY.                                                     DBANK77P
010800***************************************************************** DBANK77P
010900* Move the passed data to our area                              * DBANK77P
011000***************************************************************** DBANK77P
011100     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK77P
011200     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK77P
011300                                                                  DBANK77P
011400***************************************************************** DBANK77P
011500* Initialize our output area                                    * DBANK77P
011600***************************************************************** DBANK77P
011700     MOVE SPACES TO CD77O-DATA.                                   DBANK77P
011800     SET CD77O-OK TO TRUE.                                        DBANK77P
011900                                                                  DBANK77P
012000 COPY CTSTAMPP.                                                   DBANK77P
012100                                                                  DBANK77P
012200***************************************************************** DBANK77P
012300* See what kind of request we have and react accordingly        * DBANK77P
012400***************************************************************** DBANK77P
012500     EVALUATE TRUE                                                DBANK77P
012600       WHEN CD77I-READ                                            DBANK77P
012700         PERFORM READ-PROCESSING THRU                             DBANK77P
012800                 READ-PROCESSING-EXIT                             DBANK77P
012900       WHEN CD77I-OPEN                                            DBANK77P
013000         PERFORM OPEN-PROCESSING THRU                             DBANK77P
013100                 OPEN-PROCESSING-EXIT                             DBANK77P
013200       WHEN CD77I-LINK-ALERT                                      DBANK77P
013300         PERFORM LINK-PROCESSING THRU                             DBANK77P
013400                 LINK-PROCESSING-EXIT                             DBANK77P
013500       WHEN CD77I-ASSIGN                                          DBANK77P
013600         PERFORM ASSIGN-PROCESSING THRU                           DBANK77P
013700                 ASSIGN-PROCESSING-EXIT                           DBANK77P
013800       WHEN CD77I-ADD-NOTE                                        DBANK77P
013900         PERFORM NOTE-PROCESSING THRU                             DBANK77P
014000                 NOTE-PROCESSING-EXIT                             DBANK77P
014100       WHEN CD77I-DISPOSE                                         DBANK77P
014200         PERFORM DISPOSE-PROCESSING THRU                          DBANK77P
014300                 DISPOSE-PROCESSING-EXIT                          DBANK77P
014400       WHEN OTHER                                                 DBANK77P
014500         SET CD77O-ERROR TO TRUE                                  DBANK77P
014600         MOVE 'Bad request code' TO CD77O-MSG                     DBANK77P
014700     END-EVALUATE.                                                DBANK77P
014800                                                                  DBANK77P
014900***************************************************************** DBANK77P
015000* Move the result back to the callers area                      * DBANK77P
015100***************************************************************** DBANK77P
015200     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK77P
015300                                                                  DBANK77P
015400***************************************************************** DBANK77P
015500* Return to our caller                                          * DBANK77P
015600***************************************************************** DBANK77P
015700 COPY CRETURN.                                                    DBANK77P
015800                                                                  DBANK77P
015900***************************************************************** DBANK77P
016000* Read request - the keyed case                                 * DBANK77P
016100***************************************************************** DBANK77P
016200 READ-PROCESSING.                                                 DBANK77P
016300     MOVE CD77I-CASE-ID TO WS-BNKSARC-RID.                        DBANK77P
016400     EXEC CICS READ FILE('BNKSARC')                               DBANK77P
016500                    INTO(WS-BNKSARC-REC)                          DBANK77P
016600                    LENGTH(LENGTH OF WS-BNKSARC-REC)              DBANK77P
016700                    RIDFLD(WS-BNKSARC-RID)                        DBANK77P
016800                    RESP(WS-RESP)                                 DBANK77P
016900     END-EXEC.                                                    DBANK77P
017000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK77P
017100       SET CD77O-NOTFND TO TRUE                                   DBANK77P
017200       MOVE 'Case not found' TO CD77O-MSG                         DBANK77P
017300       GO TO READ-PROCESSING-EXIT                                 DBANK77P
017400     END-IF.                                                      DBANK77P
017500     PERFORM FILL-OUTPUT-FIELDS THRU                              DBANK77P
017600             FILL-OUTPUT-FIELDS-EXIT.                             DBANK77P
017700 READ-PROCESSING-EXIT.                                            DBANK77P
017800     EXIT.                                                        DBANK77P
017900                                                                  DBANK77P
018000***************************************************************** DBANK77P
018100* Open request - a new case for the keyed customer.  The case   * DBANK77P
018200* id is the date and time it was opened; the customer's         * DBANK77P
018300* outstanding queue alerts are gathered onto it.                * DBANK77P
018400***************************************************************** DBANK77P
018500 OPEN-PROCESSING.                                                 DBANK77P
018600     MOVE CD77I-PID TO WS-BNKCUST-RID.                            DBANK77P
018700     EXEC CICS READ FILE('BNKCUST')                               DBANK77P
018800                    INTO(WS-BNKCUST-REC)                          DBANK77P
018900                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBANK77P
019000                    RIDFLD(WS-BNKCUST-RID)                        DBANK77P
019100                    RESP(WS-RESP)                                 DBANK77P
019200     END-EXEC.                                                    DBANK77P
019300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK77P
019400       SET CD77O-NOTFND TO TRUE                                   DBANK77P
019500       MOVE 'Customer not found' TO CD77O-MSG                     DBANK77P
019600       GO TO OPEN-PROCESSING-EXIT                                 DBANK77P
019700     END-IF.                                                      DBANK77P
019800     MOVE SPACES TO WS-BNKSARC-REC.                               DBANK77P
019900     MOVE WS-ACCEPT-DATE TO SAR-REC-CASE-ID (1:8).                DBANK77P
020000     MOVE WS-ACCEPT-TIME (1:6) TO SAR-REC-CASE-ID (9:6).          DBANK77P
020100     MOVE CD77I-PID TO SAR-REC-PID.                               DBANK77P
020200     SET SAR-STATUS-OPEN TO TRUE.                                 DBANK77P
020300     MOVE WS-TS-DATE (1:10) TO SAR-REC-OPENED-DATE.               DBANK77P
020400     MOVE CD77I-USERID TO SAR-REC-OPENED-USER.                    DBANK77P
020500     IF CD77I-INVESTIGATOR IS EQUAL TO SPACES OR                  DBANK77P
020600        CD77I-INVESTIGATOR IS EQUAL TO LOW-VALUES                 DBANK77P
020700       MOVE CD77I-USERID TO SAR-REC-INVESTIGATOR                  DBANK77P
020800     ELSE                                                         DBANK77P
020900       MOVE CD77I-INVESTIGATOR TO SAR-REC-INVESTIGATOR            DBANK77P
021000     END-IF.                                                      DBANK77P
021100     COMPUTE WS-DUE-INTEGER =                                     DBANK77P
021200       FUNCTION INTEGER-OF-DATE (WS-ACCEPT-DATE) + WS-DUE-DAYS.   DBANK77P
021300     COMPUTE WS-DUE-DATE =                                        DBANK77P
021400       FUNCTION DATE-OF-INTEGER (WS-DUE-INTEGER).                 DBANK77P
021500     MOVE WS-DUE-DATE (1:4) TO SAR-REC-DUE-DATE (1:4).            DBANK77P
021600     MOVE '-' TO SAR-REC-DUE-DATE (5:1).                          DBANK77P
021700     MOVE WS-DUE-DATE (5:2) TO SAR-REC-DUE-DATE (6:2).            DBANK77P
021800     MOVE '-' TO SAR-REC-DUE-DATE (8:1).                          DBANK77P
021900     MOVE WS-DUE-DATE (7:2) TO SAR-REC-DUE-DATE (9:2).            DBANK77P
022000     SET SAR-DISP-PENDING TO TRUE.                                DBANK77P
022100     MOVE ZERO TO SAR-REC-AMOUNT.                                 DBANK77P
022200     MOVE ZERO TO SAR-REC-ALERT-COUNT.                            DBANK77P
022300     MOVE ZERO TO SAR-REC-NOTE-COUNT.                             DBANK77P
022400     PERFORM GATHER-FRAUD-ALERTS THRU                             DBANK77P
022500             GATHER-FRAUD-ALERTS-EXIT.                            DBANK77P
022600     PERFORM GATHER-DENIED-ALERTS THRU                            DBANK77P
022700             GATHER-DENIED-ALERTS-EXIT.                           DBANK77P
022800     MOVE SAR-KEY TO WS-BNKSARC-RID.                              DBANK77P
022900     EXEC CICS WRITE FILE('BNKSARC')                              DBANK77P
023000                    FROM(WS-BNKSARC-REC)                          DBANK77P
023100                    LENGTH(LENGTH OF WS-BNKSARC-REC)              DBANK77P
023200                    RIDFLD(WS-BNKSARC-RID)                        DBANK77P
023300                    RESP(WS-RESP)                                 DBANK77P
023400     END-EXEC.                                                    DBANK77P
023500     IF WS-RESP IS EQUAL TO DFHRESP(DUPREC)                       DBANK77P
023600       SET CD77O-ERROR TO TRUE                                    DBANK77P
023700       MOVE 'Case id in use - press PF5 again' TO CD77O-MSG       DBANK77P
023800       GO TO OPEN-PROCESSING-EXIT                                 DBANK77P
023900     END-IF.                                                      DBANK77P
024000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK77P
024100       SET CD77O-ERROR TO TRUE                                    DBANK77P
024200       MOVE 'Unable to open the case' TO CD77O-MSG                DBANK77P
024300       GO TO OPEN-PROCESSING-EXIT                                 DBANK77P
024400     END-IF.                                                      DBANK77P
024500     MOVE 'OPEN' TO WS-AUDIT-ACTION.                              DBANK77P
024600     MOVE SPACES TO WS-AUDIT-DETAIL.                              DBANK77P
024700     STRING 'INV ' DELIMITED BY SIZE                              DBANK77P
024800            SAR-REC-INVESTIGATOR DELIMITED BY SIZE                DBANK77P
024900            ' DUE ' DELIMITED BY SIZE                             DBANK77P
025000            SAR-REC-DUE-DATE DELIMITED BY SIZE                    DBANK77P
025100       INTO WS-AUDIT-DETAIL.                                      DBANK77P
025200     PERFORM WRITE-MAINT-AUDIT THRU                               DBANK77P
025300             WRITE-MAINT-AUDIT-EXIT.                              DBANK77P
025400     PERFORM FILL-OUTPUT-FIELDS THRU                              DBANK77P
025500             FILL-OUTPUT-FIELDS-EXIT.                             DBANK77P
025600 OPEN-PROCESSING-EXIT.                                            DBANK77P
025700     EXIT.                                                        DBANK77P
025800                                                                  DBANK77P
025900***************************************************************** DBANK77P
026000* Gather the customer's pending rows from the fraud queue       * DBANK77P
026100***************************************************************** DBANK77P
026200 GATHER-FRAUD-ALERTS.                                             DBANK77P
026300     MOVE LOW-VALUES TO WS-BNKFRAUD-RID.                          DBANK77P
026400     EXEC CICS STARTBR FILE('BNKFRAUD')                           DBANK77P
026500                  RIDFLD(WS-BNKFRAUD-RID)                         DBANK77P
026600                  GTEQ                                            DBANK77P
026700                  RESP(WS-RESP)                                   DBANK77P
026800     END-EXEC.                                                    DBANK77P
026900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK77P
027000       GO TO GATHER-FRAUD-ALERTS-EXIT                             DBANK77P
027100     END-IF.                                                      DBANK77P
027200     MOVE 0 TO WS-SCAN-COUNT.                                     DBANK77P
027300 GATHER-FRAUD-LOOP.                                               DBANK77P
027400     IF SAR-REC-ALERT-COUNT IS EQUAL TO 6                         DBANK77P
027500       GO TO GATHER-FRAUD-DONE                                    DBANK77P
027600     END-IF.                                                      DBANK77P
027700     ADD 1 TO WS-SCAN-COUNT.                                      DBANK77P
027800     IF WS-SCAN-COUNT IS GREATER THAN 2000                        DBANK77P
027900       GO TO GATHER-FRAUD-DONE                                    DBANK77P
028000     END-IF.                                                      DBANK77P
028100     EXEC CICS READNEXT FILE('BNKFRAUD')                          DBANK77P
028200                  INTO(WS-BNKFRAUD-REC)                           DBANK77P
028300                  LENGTH(LENGTH OF WS-BNKFRAUD-REC)               DBANK77P
028400                  RIDFLD(WS-BNKFRAUD-RID)                         DBANK77P
028500                  RESP(WS-RESP)                                   DBANK77P
028600     END-EXEC.                                                    DBANK77P
028700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK77P
028800       GO TO GATHER-FRAUD-DONE                                    DBANK77P
028900     END-IF.                                                      DBANK77P
029000     IF FRD-REC-PID IS NOT EQUAL TO SAR-REC-PID OR                DBANK77P
029100        NOT FRD-STATUS-PENDING                                    DBANK77P
029200       GO TO GATHER-FRAUD-LOOP                                    DBANK77P
029300     END-IF.                                                      DBANK77P
029400     PERFORM ADD-FRAUD-ALERT THRU                                 DBANK77P
029500             ADD-FRAUD-ALERT-EXIT.                                DBANK77P
029600     GO TO GATHER-FRAUD-LOOP.                                     DBANK77P
029700 GATHER-FRAUD-DONE.                                               DBANK77P
029800     EXEC CICS ENDBR FILE('BNKFRAUD')                             DBANK77P
029900     END-EXEC.                                                    DBANK77P
030000 GATHER-FRAUD-ALERTS-EXIT.                                        DBANK77P
030100     EXIT.                                                        DBANK77P
030200                                                                  DBANK77P
030300***************************************************************** DBANK77P
030400* Gather the customer's unresolved or confirmed denied-party    * DBANK77P
030500* hits - a cleared hit was a false match and is left off        * DBANK77P
030600***************************************************************** DBANK77P
030700 GATHER-DENIED-ALERTS.                                            DBANK77P
030800     MOVE LOW-VALUES TO WS-BNKDENYQ-RID.                          DBANK77P
030900     EXEC CICS STARTBR FILE('BNKDENYQ')                           DBANK77P
031000                  RIDFLD(WS-BNKDENYQ-RID)                         DBANK77P
031100                  GTEQ                                            DBANK77P
031200                  RESP(WS-RESP)                                   DBANK77P
031300     END-EXEC.                                                    DBANK77P
031400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK77P
031500       GO TO GATHER-DENIED-ALERTS-EXIT                            DBANK77P
031600     END-IF.                                                      DBANK77P
031700     MOVE 0 TO WS-SCAN-COUNT.                                     DBANK77P
031800 GATHER-DENIED-LOOP.                                              DBANK77P
031900     IF SAR-REC-ALERT-COUNT IS EQUAL TO 6                         DBANK77P
032000       GO TO GATHER-DENIED-DONE                                   DBANK77P
032100     END-IF.                                                      DBANK77P
032200     ADD 1 TO WS-SCAN-COUNT.                                      DBANK77P
032300     IF WS-SCAN-COUNT IS GREATER THAN 2000                        DBANK77P
032400       GO TO GATHER-DENIED-DONE                                   DBANK77P
032500     END-IF.                                                      DBANK77P
032600     EXEC CICS READNEXT FILE('BNKDENYQ')                          DBANK77P
032700                  INTO(WS-BNKDENYQ-REC)                           DBANK77P
032800                  LENGTH(LENGTH OF WS-BNKDENYQ-REC)               DBANK77P
032900                  RIDFLD(WS-BNKDENYQ-RID)                         DBANK77P
033000                  RESP(WS-RESP)                                   DBANK77P
033100     END-EXEC.                                                    DBANK77P
033200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK77P
033300       GO TO GATHER-DENIED-DONE                                   DBANK77P
033400     END-IF.                                                      DBANK77P
033500     IF DNH-REC-PID IS NOT EQUAL TO SAR-REC-PID OR                DBANK77P
033600        DNH-STATUS-CLEARED                                        DBANK77P
033700       GO TO GATHER-DENIED-LOOP                                   DBANK77P
033800     END-IF.                                                      DBANK77P
033900     PERFORM ADD-DENIED-ALERT THRU                                DBANK77P
034000             ADD-DENIED-ALERT-EXIT.                               DBANK77P
034100     GO TO GATHER-DENIED-LOOP.                                    DBANK77P
034200 GATHER-DENIED-DONE.                                              DBANK77P
034300     EXEC CICS ENDBR FILE('BNKDENYQ')                             DBANK77P
034400     END-EXEC.                                                    DBANK77P
034500 GATHER-DENIED-ALERTS-EXIT.                                       DBANK77P
034600     EXIT.                                                        DBANK77P
034700                                                                  DBANK77P
034800***************************************************************** DBANK77P
034900* Link request - tie one more alert to an open case.  A queue   * DBANK77P
035000* alert is keyed by its timestamp and must belong to the case's * DBANK77P
035100* customer; a large cash report is keyed by its report date.    * DBANK77P
035200***************************************************************** DBANK77P
035300 LINK-PROCESSING.                                                 DBANK77P
035400     PERFORM READ-CASE-FOR-UPDATE THRU                            DBANK77P
035500             READ-CASE-FOR-UPDATE-EXIT.                           DBANK77P
035600     IF NOT CD77O-OK                                              DBANK77P
035700       GO TO LINK-PROCESSING-EXIT                                 DBANK77P
035800     END-IF.                                                      DBANK77P
035900     IF NOT SAR-STATUS-OPEN                                       DBANK77P
036000       PERFORM REJECT-UPDATE THRU                                 DBANK77P
036100               REJECT-UPDATE-EXIT                                 DBANK77P
036200       MOVE 'Alerts can only be linked to open cases' TO CD77O-MSGDBANK77P
036300       GO TO LINK-PROCESSING-EXIT                                 DBANK77P
036400     END-IF.                                                      DBANK77P
036500     IF SAR-REC-ALERT-COUNT IS EQUAL TO 6                         DBANK77P
036600       PERFORM REJECT-UPDATE THRU                                 DBANK77P
036700               REJECT-UPDATE-EXIT                                 DBANK77P
036800       MOVE 'Case already holds six alerts' TO CD77O-MSG          DBANK77P
036900       GO TO LINK-PROCESSING-EXIT                                 DBANK77P
037000     END-IF.                                                      DBANK77P
037100     MOVE 'N' TO WS-DUPLICATE.                                    DBANK77P
037200     PERFORM CHECK-DUPLICATE-ALERT THRU                           DBANK77P
037300             CHECK-DUPLICATE-ALERT-EXIT                           DBANK77P
037400       VARYING WS-SUB1 FROM 1 BY 1                                DBANK77P
037500         UNTIL WS-SUB1 IS GREATER THAN SAR-REC-ALERT-COUNT.       DBANK77P
037600     IF WS-DUPLICATE IS EQUAL TO 'Y'                              DBANK77P
037700       PERFORM REJECT-UPDATE THRU                                 DBANK77P
037800               REJECT-UPDATE-EXIT                                 DBANK77P
037900       MOVE 'Alert is already linked to the case' TO CD77O-MSG    DBANK77P
038000       GO TO LINK-PROCESSING-EXIT                                 DBANK77P
038100     END-IF.                                                      DBANK77P
038200     EVALUATE CD77I-ALERT-SOURCE                                  DBANK77P
038300       WHEN 'F'                                                   DBANK77P
038400         PERFORM LINK-FRAUD-ALERT THRU                            DBANK77P
038500                 LINK-FRAUD-ALERT-EXIT                            DBANK77P
038600       WHEN 'D'                                                   DBANK77P
038700         PERFORM LINK-DENIED-ALERT THRU                           DBANK77P
038800                 LINK-DENIED-ALERT-EXIT                           DBANK77P
038900       WHEN 'C'                                                   DBANK77P
039000         PERFORM LINK-CASH-ALERT THRU                             DBANK77P
039100                 LINK-CASH-ALERT-EXIT                             DBANK77P
039200       WHEN OTHER                                                 DBANK77P
039300         PERFORM REJECT-UPDATE THRU                               DBANK77P
039400                 REJECT-UPDATE-EXIT                               DBANK77P
039500         MOVE 'Source F=fraud D=denied party C=cash'              DBANK77P
039600           TO CD77O-MSG                                           DBANK77P
039700     END-EVALUATE.                                                DBANK77P
039800     IF NOT CD77O-OK                                              DBANK77P
039900       GO TO LINK-PROCESSING-EXIT                                 DBANK77P
040000     END-IF.                                                      DBANK77P
040100     MOVE 'LINK' TO WS-AUDIT-ACTION.                              DBANK77P
040200     MOVE SPACES TO WS-AUDIT-DETAIL.                              DBANK77P
040300     STRING CD77I-ALERT-SOURCE DELIMITED BY SIZE                  DBANK77P
040400            ' ' DELIMITED BY SIZE                                 DBANK77P
040500            CD77I-ALERT-REF DELIMITED BY SIZE                     DBANK77P
040600       INTO WS-AUDIT-DETAIL.                                      DBANK77P
040700     PERFORM REWRITE-CASE THRU                                    DBANK77P
040800             REWRITE-CASE-EXIT.                                   DBANK77P
040900 LINK-PROCESSING-EXIT.                                            DBANK77P
041000     EXIT.                                                        DBANK77P
041100                                                                  DBANK77P
041200***************************************************************** DBANK77P
041300* Link a fraud queue row by its timestamp                       * DBANK77P
041400***************************************************************** DBANK77P
041500 LINK-FRAUD-ALERT.                                                DBANK77P
041600     MOVE CD77I-ALERT-REF TO WS-BNKFRAUD-RID.                     DBANK77P
041700     EXEC CICS READ FILE('BNKFRAUD')                              DBANK77P
041800                    INTO(WS-BNKFRAUD-REC)                         DBANK77P
041900                    LENGTH(LENGTH OF WS-BNKFRAUD-REC)             DBANK77P
042000                    RIDFLD(WS-BNKFRAUD-RID)                       DBANK77P
042100                    RESP(WS-RESP)                                 DBANK77P
042200     END-EXEC.                                                    DBANK77P
042300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBANK77P
042400        FRD-REC-PID IS NOT EQUAL TO SAR-REC-PID                   DBANK77P
042500       PERFORM REJECT-UPDATE THRU                                 DBANK77P
042600               REJECT-UPDATE-EXIT                                 DBANK77P
042700       MOVE 'No fraud alert for this customer there'              DBANK77P
042800         TO CD77O-MSG                                             DBANK77P
042900       GO TO LINK-FRAUD-ALERT-EXIT                                DBANK77P
043000     END-IF.                                                      DBANK77P
043100     PERFORM ADD-FRAUD-ALERT THRU                                 DBANK77P
043200             ADD-FRAUD-ALERT-EXIT.                                DBANK77P
043300 LINK-FRAUD-ALERT-EXIT.                                           DBANK77P
043400     EXIT.                                                        DBANK77P
043500                                                                  DBANK77P
043600***************************************************************** DBANK77P
043700* Link a denied-party hit by its timestamp                      * DBANK77P
043800***************************************************************** DBANK77P
043900 LINK-DENIED-ALERT.                                               DBANK77P
044000     MOVE CD77I-ALERT-REF TO WS-BNKDENYQ-RID.                     DBANK77P
044100     EXEC CICS READ FILE('BNKDENYQ')                              DBANK77P
044200                    INTO(WS-BNKDENYQ-REC)                         DBANK77P
044300                    LENGTH(LENGTH OF WS-BNKDENYQ-REC)             DBANK77P
044400                    RIDFLD(WS-BNKDENYQ-RID)                       DBANK77P
044500                    RESP(WS-RESP)                                 DBANK77P
044600     END-EXEC.                                                    DBANK77P
044700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBANK77P
044800        DNH-REC-PID IS NOT EQUAL TO SAR-REC-PID                   DBANK77P
044900       PERFORM REJECT-UPDATE THRU                                 DBANK77P
045000               REJECT-UPDATE-EXIT                                 DBANK77P
045100       MOVE 'No screening hit for this customer there'            DBANK77P
045200         TO CD77O-MSG                                             DBANK77P
045300       GO TO LINK-DENIED-ALERT-EXIT                               DBANK77P
045400     END-IF.                                                      DBANK77P
045500     PERFORM ADD-DENIED-ALERT THRU                                DBANK77P
045600             ADD-DENIED-ALERT-EXIT.                               DBANK77P
045700 LINK-DENIED-ALERT-EXIT.                                          DBANK77P
045800     EXIT.                                                        DBANK77P
045900                                                                  DBANK77P
046000***************************************************************** DBANK77P
046100* Link a line from the ZBNKCTR1 large cash listing - the        * DBANK77P
046200* reference is the report date the customer was listed on       * DBANK77P
046300***************************************************************** DBANK77P
046400 LINK-CASH-ALERT.                                                 DBANK77P
046500     MOVE CD77I-ALERT-REF (1:10) TO WS-DATE-CHECK.                DBANK77P
046600     PERFORM CHECK-ISO-DATE THRU                                  DBANK77P
046700             CHECK-ISO-DATE-EXIT.                                 DBANK77P
046800     IF WS-DATE-VALID IS NOT EQUAL TO 'Y' OR                      DBANK77P
046900        CD77I-ALERT-REF (11:16) IS NOT EQUAL TO SPACES OR         DBANK77P
047000        CD77I-ALERT-REF (1:10) IS GREATER THAN WS-TS-DATE (1:10)  DBANK77P
047100       PERFORM REJECT-UPDATE THRU                                 DBANK77P
047200               REJECT-UPDATE-EXIT                                 DBANK77P
047300       MOVE 'Cash report ref is its date yyyy-mm-dd'              DBANK77P
047400         TO CD77O-MSG                                             DBANK77P
047500       GO TO LINK-CASH-ALERT-EXIT                                 DBANK77P
047600     END-IF.                                                      DBANK77P
047700     ADD 1 TO SAR-REC-ALERT-COUNT.                                DBANK77P
047800     MOVE SAR-REC-ALERT-COUNT TO WS-SUB1.                         DBANK77P
047900     SET SAR-ALERT-CASH-REPORT (WS-SUB1) TO TRUE.                 DBANK77P
048000     MOVE CD77I-ALERT-REF TO SAR-REC-ALERT-REF (WS-SUB1).         DBANK77P
048100     MOVE CD77I-ALERT-REF (1:10) TO SAR-REC-ALERT-DATE (WS-SUB1). DBANK77P
048200     MOVE ZERO TO SAR-REC-ALERT-AMOUNT (WS-SUB1).                 DBANK77P
048300     MOVE 'Large cash report' TO SAR-REC-ALERT-DESC (WS-SUB1).    DBANK77P
048400 LINK-CASH-ALERT-EXIT.                                            DBANK77P
048500     EXIT.                                                        DBANK77P
048600                                                                  DBANK77P
048700***************************************************************** DBANK77P
048800* Add the fraud queue row in WS-BNKFRAUD-REC to the case        * DBANK77P
048900***************************************************************** DBANK77P
049000 ADD-FRAUD-ALERT.                                                 DBANK77P
049100     ADD 1 TO SAR-REC-ALERT-COUNT.                                DBANK77P
049200     MOVE SAR-REC-ALERT-COUNT TO WS-SUB1.                         DBANK77P
049300     SET SAR-ALERT-FRAUD-QUEUE (WS-SUB1) TO TRUE.                 DBANK77P
049400     MOVE FRD-REC-TIMESTAMP TO SAR-REC-ALERT-REF (WS-SUB1).       DBANK77P
049500     MOVE FRD-REC-TIMESTAMP (1:10)                                DBANK77P
049600       TO SAR-REC-ALERT-DATE (WS-SUB1).                           DBANK77P
049700     MOVE FRD-REC-AMOUNT TO SAR-REC-ALERT-AMOUNT (WS-SUB1).       DBANK77P
049800     MOVE FRD-REC-RULE-DESC TO SAR-REC-ALERT-DESC (WS-SUB1).      DBANK77P
049900     ADD FRD-REC-AMOUNT TO SAR-REC-AMOUNT.                        DBANK77P
050000 ADD-FRAUD-ALERT-EXIT.                                            DBANK77P
050100     EXIT.                                                        DBANK77P
050200                                                                  DBANK77P
050300***************************************************************** DBANK77P
050400* Add the denied-party hit in WS-BNKDENYQ-REC to the case       * DBANK77P
050500***************************************************************** DBANK77P
050600 ADD-DENIED-ALERT.                                                DBANK77P
050700     ADD 1 TO SAR-REC-ALERT-COUNT.                                DBANK77P
050800     MOVE SAR-REC-ALERT-COUNT TO WS-SUB1.                         DBANK77P
050900     SET SAR-ALERT-DENIED-PARTY (WS-SUB1) TO TRUE.                DBANK77P
051000     MOVE DNH-REC-TIMESTAMP TO SAR-REC-ALERT-REF (WS-SUB1).       DBANK77P
051100     MOVE DNH-REC-TIMESTAMP (1:10)                                DBANK77P
051200       TO SAR-REC-ALERT-DATE (WS-SUB1).                           DBANK77P
051300     MOVE ZERO TO SAR-REC-ALERT-AMOUNT (WS-SUB1).                 DBANK77P
051400     MOVE DNH-REC-NAME-LISTED TO SAR-REC-ALERT-DESC (WS-SUB1).    DBANK77P
051500 ADD-DENIED-ALERT-EXIT.                                           DBANK77P
051600     EXIT.                                                        DBANK77P
051700                                                                  DBANK77P
051800***************************************************************** DBANK77P
051900* Is the keyed alert already on the case?                       * DBANK77P
052000***************************************************************** DBANK77P
052100 CHECK-DUPLICATE-ALERT.                                           DBANK77P
052200     IF SAR-REC-ALERT-SOURCE (WS-SUB1) IS EQUAL TO                DBANK77P
052300          CD77I-ALERT-SOURCE AND                                  DBANK77P
052400        SAR-REC-ALERT-REF (WS-SUB1) IS EQUAL TO CD77I-ALERT-REF   DBANK77P
052500       MOVE 'Y' TO WS-DUPLICATE                                   DBANK77P
052600     END-IF.                                                      DBANK77P
052700 CHECK-DUPLICATE-ALERT-EXIT.                                      DBANK77P
052800     EXIT.                                                        DBANK77P
052900                                                                  DBANK77P
053000***************************************************************** DBANK77P
053100* Assign request - hand the case to another investigator while  * DBANK77P
053200* it is still being worked                                      * DBANK77P
053300***************************************************************** DBANK77P
053400 ASSIGN-PROCESSING.                                               DBANK77P
053500     IF CD77I-INVESTIGATOR IS EQUAL TO SPACES OR                  DBANK77P
053600        CD77I-INVESTIGATOR IS EQUAL TO LOW-VALUES                 DBANK77P
053700       SET CD77O-ERROR TO TRUE                                    DBANK77P
053800       MOVE 'Key the investigator user id' TO CD77O-MSG           DBANK77P
053900       GO TO ASSIGN-PROCESSING-EXIT                               DBANK77P
054000     END-IF.                                                      DBANK77P
054100     PERFORM READ-CASE-FOR-UPDATE THRU                            DBANK77P
054200             READ-CASE-FOR-UPDATE-EXIT.                           DBANK77P
054300     IF NOT CD77O-OK                                              DBANK77P
054400       GO TO ASSIGN-PROCESSING-EXIT                               DBANK77P
054500     END-IF.                                                      DBANK77P
054600     IF SAR-STATUS-FILED OR                                       DBANK77P
054700        SAR-STATUS-CLOSED                                         DBANK77P
054800       PERFORM REJECT-UPDATE THRU                                 DBANK77P
054900               REJECT-UPDATE-EXIT                                 DBANK77P
055000       MOVE 'Case is filed or closed' TO CD77O-MSG                DBANK77P
055100       GO TO ASSIGN-PROCESSING-EXIT                               DBANK77P
055200     END-IF.                                                      DBANK77P
055300     MOVE 'ASGN' TO WS-AUDIT-ACTION.                              DBANK77P
055400     MOVE SPACES TO WS-AUDIT-DETAIL.                              DBANK77P
055500     STRING SAR-REC-INVESTIGATOR DELIMITED BY SIZE                DBANK77P
055600            ' TO ' DELIMITED BY SIZE                              DBANK77P
055700            CD77I-INVESTIGATOR DELIMITED BY SIZE                  DBANK77P
055800       INTO WS-AUDIT-DETAIL.                                      DBANK77P
055900     MOVE CD77I-INVESTIGATOR TO SAR-REC-INVESTIGATOR.             DBANK77P
056000     PERFORM REWRITE-CASE THRU                                    DBANK77P
056100             REWRITE-CASE-EXIT.                                   DBANK77P
056200 ASSIGN-PROCESSING-EXIT.                                          DBANK77P
056300     EXIT.                                                        DBANK77P
056400                                                                  DBANK77P
056500***************************************************************** DBANK77P
056600* Note request - add a line to the case narrative.  Notes may   * DBANK77P
056700* be added until the case is filed or closed.                   * DBANK77P
056800***************************************************************** DBANK77P
056900 NOTE-PROCESSING.                                                 DBANK77P
057000     IF CD77I-NOTE-TEXT IS EQUAL TO SPACES OR                     DBANK77P
057100        CD77I-NOTE-TEXT IS EQUAL TO LOW-VALUES                    DBANK77P
057200       SET CD77O-ERROR TO TRUE                                    DBANK77P
057300       MOVE 'Key the note text' TO CD77O-MSG                      DBANK77P
057400       GO TO NOTE-PROCESSING-EXIT                                 DBANK77P
057500     END-IF.                                                      DBANK77P
057600     PERFORM READ-CASE-FOR-UPDATE THRU                            DBANK77P
057700             READ-CASE-FOR-UPDATE-EXIT.                           DBANK77P
057800     IF NOT CD77O-OK                                              DBANK77P
057900       GO TO NOTE-PROCESSING-EXIT                                 DBANK77P
058000     END-IF.                                                      DBANK77P
058100     IF SAR-STATUS-FILED OR                                       DBANK77P
058200        SAR-STATUS-CLOSED                                         DBANK77P
058300       PERFORM REJECT-UPDATE THRU                                 DBANK77P
058400               REJECT-UPDATE-EXIT                                 DBANK77P
058500       MOVE 'Case is filed or closed' TO CD77O-MSG                DBANK77P
058600       GO TO NOTE-PROCESSING-EXIT                                 DBANK77P
058700     END-IF.                                                      DBANK77P
058800     IF SAR-REC-NOTE-COUNT IS EQUAL TO 6                          DBANK77P
058900       PERFORM REJECT-UPDATE THRU                                 DBANK77P
059000               REJECT-UPDATE-EXIT                                 DBANK77P
059100       MOVE 'Case narrative is full' TO CD77O-MSG                 DBANK77P
059200       GO TO NOTE-PROCESSING-EXIT                                 DBANK77P
059300     END-IF.                                                      DBANK77P
059400     ADD 1 TO SAR-REC-NOTE-COUNT.                                 DBANK77P
059500     MOVE SAR-REC-NOTE-COUNT TO WS-SUB1.                          DBANK77P
059600     MOVE WS-TS-DATE (1:10) TO SAR-REC-NOTE-DATE (WS-SUB1).       DBANK77P
059700     MOVE CD77I-USERID TO SAR-REC-NOTE-USER (WS-SUB1).            DBANK77P
059800     MOVE CD77I-NOTE-TEXT TO SAR-REC-NOTE-TEXT (WS-SUB1).         DBANK77P
059900     MOVE 'NOTE' TO WS-AUDIT-ACTION.                              DBANK77P
060000     MOVE CD77I-NOTE-TEXT TO WS-AUDIT-DETAIL.                     DBANK77P
060100     PERFORM REWRITE-CASE THRU                                    DBANK77P
060200             REWRITE-CASE-EXIT.                                   DBANK77P
060300 NOTE-PROCESSING-EXIT.                                            DBANK77P
060400     EXIT.                                                        DBANK77P
060500                                                                  DBANK77P
060600***************************************************************** DBANK77P
060700* Dispose request - R marks the case reportable for ZBNKSAR1 to * DBANK77P
060800* file, N closes it as not reportable.  A reportable case needs * DBANK77P
060900* at least one alert and one narrative note to file.            * DBANK77P
061000***************************************************************** DBANK77P
061100 DISPOSE-PROCESSING.                                              DBANK77P
061200     IF CD77I-DISPOSITION IS NOT EQUAL TO 'R' AND                 DBANK77P
061300        CD77I-DISPOSITION IS NOT EQUAL TO 'N'                     DBANK77P
061400       SET CD77O-ERROR TO TRUE                                    DBANK77P
061500       MOVE 'Disposition R=reportable N=not' TO CD77O-MSG         DBANK77P
061600       GO TO DISPOSE-PROCESSING-EXIT                              DBANK77P
061700     END-IF.                                                      DBANK77P
061800     PERFORM READ-CASE-FOR-UPDATE THRU                            DBANK77P
061900             READ-CASE-FOR-UPDATE-EXIT.                           DBANK77P
062000     IF NOT CD77O-OK                                              DBANK77P
062100       GO TO DISPOSE-PROCESSING-EXIT                              DBANK77P
062200     END-IF.                                                      DBANK77P
062300     IF NOT SAR-STATUS-OPEN                                       DBANK77P
062400       PERFORM REJECT-UPDATE THRU                                 DBANK77P
062500               REJECT-UPDATE-EXIT                                 DBANK77P
062600       MOVE 'Case has already been decided' TO CD77O-MSG          DBANK77P
062700       GO TO DISPOSE-PROCESSING-EXIT                              DBANK77P
062800     END-IF.                                                      DBANK77P
062900     IF CD77I-DISPOSITION IS EQUAL TO 'R'                         DBANK77P
063000       IF SAR-REC-ALERT-COUNT IS EQUAL TO 0 OR                    DBANK77P
063100          SAR-REC-NOTE-COUNT IS EQUAL TO 0                        DBANK77P
063200         PERFORM REJECT-UPDATE THRU                               DBANK77P
063300                 REJECT-UPDATE-EXIT                               DBANK77P
063400         MOVE 'Reportable case needs alerts and a note'           DBANK77P
063500           TO CD77O-MSG                                           DBANK77P
063600         GO TO DISPOSE-PROCESSING-EXIT                            DBANK77P
063700       END-IF                                                     DBANK77P
063800       SET SAR-DISP-REPORTABLE TO TRUE                            DBANK77P
063900       SET SAR-STATUS-TO-FILE TO TRUE                             DBANK77P
064000     ELSE                                                         DBANK77P
064100       SET SAR-DISP-NOT-REPORTABLE TO TRUE                        DBANK77P
064200       SET SAR-STATUS-CLOSED TO TRUE                              DBANK77P
064300     END-IF.                                                      DBANK77P
064400     MOVE WS-TS-DATE (1:10) TO SAR-REC-DISP-DATE.                 DBANK77P
064500     MOVE CD77I-USERID TO SAR-REC-DISP-USER.                      DBANK77P
064600     MOVE 'DISP' TO WS-AUDIT-ACTION.                              DBANK77P
064700     MOVE SPACES TO WS-AUDIT-DETAIL.                              DBANK77P
064800     STRING 'DISPOSITION ' DELIMITED BY SIZE                      DBANK77P
064900            SAR-REC-DISPOSITION DELIMITED BY SIZE                 DBANK77P
065000            ' STATUS ' DELIMITED BY SIZE                          DBANK77P
065100            SAR-REC-STATUS DELIMITED BY SIZE                      DBANK77P
065200       INTO WS-AUDIT-DETAIL.                                      DBANK77P
065300     PERFORM REWRITE-CASE THRU                                    DBANK77P
065400             REWRITE-CASE-EXIT.                                   DBANK77P
065500 DISPOSE-PROCESSING-EXIT.                                         DBANK77P
065600     EXIT.                                                        DBANK77P
065700                                                                  DBANK77P
065800***************************************************************** DBANK77P
065900* Read the keyed case for update                                * DBANK77P
066000***************************************************************** DBANK77P
066100 READ-CASE-FOR-UPDATE.                                            DBANK77P
066200     MOVE CD77I-CASE-ID TO WS-BNKSARC-RID.                        DBANK77P
066300     EXEC CICS READ FILE('BNKSARC')                               DBANK77P
066400                    UPDATE                                        DBANK77P
066500                    INTO(WS-BNKSARC-REC)                          DBANK77P
066600                    LENGTH(LENGTH OF WS-BNKSARC-REC)              DBANK77P
066700                    RIDFLD(WS-BNKSARC-RID)                        DBANK77P
066800                    RESP(WS-RESP)                                 DBANK77P
066900     END-EXEC.                                                    DBANK77P
067000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK77P
067100       SET CD77O-NOTFND TO TRUE                                   DBANK77P
067200       MOVE 'Case not found' TO CD77O-MSG                         DBANK77P
067300     END-IF.                                                      DBANK77P
067400 READ-CASE-FOR-UPDATE-EXIT.                                       DBANK77P
067500     EXIT.                                                        DBANK77P
067600                                                                  DBANK77P
067700***************************************************************** DBANK77P
067800* Give up an update - release the case and return it unchanged  * DBANK77P
067900***************************************************************** DBANK77P
068000 REJECT-UPDATE.                                                   DBANK77P
068100     EXEC CICS UNLOCK FILE('BNKSARC')                             DBANK77P
068200     END-EXEC.                                                    DBANK77P
068300     PERFORM FILL-OUTPUT-FIELDS THRU                              DBANK77P
068400             FILL-OUTPUT-FIELDS-EXIT.                             DBANK77P
068500     SET CD77O-ERROR TO TRUE.                                     DBANK77P
068600 REJECT-UPDATE-EXIT.                                              DBANK77P
068700     EXIT.                                                        DBANK77P
068800                                                                  DBANK77P
068900***************************************************************** DBANK77P
069000* Rewrite the updated case and post the audit                   * DBANK77P
069100***************************************************************** DBANK77P
069200 REWRITE-CASE.                                                    DBANK77P
069300     EXEC CICS REWRITE FILE('BNKSARC')                            DBANK77P
069400                    FROM(WS-BNKSARC-REC)                          DBANK77P
069500                    LENGTH(LENGTH OF WS-BNKSARC-REC)              DBANK77P
069600                    RESP(WS-RESP)                                 DBANK77P
069700     END-EXEC.                                                    DBANK77P
069800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK77P
069900       SET CD77O-ERROR TO TRUE                                    DBANK77P
070000       MOVE 'Unable to update the case' TO CD77O-MSG              DBANK77P
070100       GO TO REWRITE-CASE-EXIT                                    DBANK77P
070200     END-IF.                                                      DBANK77P
070300     PERFORM WRITE-MAINT-AUDIT THRU                               DBANK77P
070400             WRITE-MAINT-AUDIT-EXIT.                              DBANK77P
070500     PERFORM FILL-OUTPUT-FIELDS THRU                              DBANK77P
070600             FILL-OUTPUT-FIELDS-EXIT.                             DBANK77P
070700 REWRITE-CASE-EXIT.                                               DBANK77P
070800     EXIT.                                                        DBANK77P
070900                                                                  DBANK77P
071000***************************************************************** DBANK77P
071100* Check WS-DATE-CHECK is a plausible yyyy-mm-dd date            * DBANK77P
071200***************************************************************** DBANK77P
071300 CHECK-ISO-DATE.                                                  DBANK77P
071400     MOVE 'N' TO WS-DATE-VALID.                                   DBANK77P
071500     IF WS-DATE-CHECK-YYYY IS NOT NUMERIC OR                      DBANK77P
071600        WS-DATE-CHECK-MM IS NOT NUMERIC OR                        DBANK77P
071700        WS-DATE-CHECK-DD IS NOT NUMERIC OR                        DBANK77P
071800        WS-DATE-CHECK-DASH1 IS NOT EQUAL TO '-' OR                DBANK77P
071900        WS-DATE-CHECK-DASH2 IS NOT EQUAL TO '-'                   DBANK77P
072000       GO TO CHECK-ISO-DATE-EXIT                                  DBANK77P
072100     END-IF.                                                      DBANK77P
072200     IF WS-DATE-CHECK-MM-N IS LESS THAN 1 OR                      DBANK77P
072300        WS-DATE-CHECK-MM-N IS GREATER THAN 12 OR                  DBANK77P
072400        WS-DATE-CHECK-DD-N IS LESS THAN 1 OR                      DBANK77P
072500        WS-DATE-CHECK-DD-N IS GREATER THAN 31                     DBANK77P
072600       GO TO CHECK-ISO-DATE-EXIT                                  DBANK77P
072700     END-IF.                                                      DBANK77P
072800     MOVE 'Y' TO WS-DATE-VALID.                                   DBANK77P
072900 CHECK-ISO-DATE-EXIT.                                             DBANK77P
073000     EXIT.                                                        DBANK77P
073100                                                                  DBANK77P
073200***************************************************************** DBANK77P
073300* Return the case record to the caller, with the customer's     * DBANK77P
073400* name for the screen                                           * DBANK77P
073500***************************************************************** DBANK77P
073600 FILL-OUTPUT-FIELDS.                                              DBANK77P
073700     MOVE SAR-REC-CASE-ID TO CD77O-CASE-ID.                       DBANK77P
073800     MOVE SAR-REC-PID TO CD77O-PID.                               DBANK77P
073900     MOVE SAR-REC-STATUS TO CD77O-STATUS.                         DBANK77P
074000     MOVE SAR-REC-OPENED-DATE TO CD77O-OPENED-DATE.               DBANK77P
074100     MOVE SAR-REC-INVESTIGATOR TO CD77O-INVESTIGATOR.             DBANK77P
074200     MOVE SAR-REC-DUE-DATE TO CD77O-DUE-DATE.                     DBANK77P
074300     MOVE SAR-REC-DISPOSITION TO CD77O-DISPOSITION.               DBANK77P
074400     MOVE SAR-REC-DISP-DATE TO CD77O-DISP-DATE.                   DBANK77P
074500     MOVE SAR-REC-FILED-DATE TO CD77O-FILED-DATE.                 DBANK77P
074600     MOVE SAR-REC-AMOUNT TO CD77O-AMOUNT.                         DBANK77P
074700     MOVE SAR-REC-ALERT-COUNT TO CD77O-ALERT-COUNT.               DBANK77P
074800     MOVE SAR-REC-NOTE-COUNT TO CD77O-NOTE-COUNT.                 DBANK77P
074900     PERFORM FILL-OUTPUT-ENTRY THRU                               DBANK77P
075000             FILL-OUTPUT-ENTRY-EXIT                               DBANK77P
075100       VARYING WS-SUB1 FROM 1 BY 1                                DBANK77P
075200         UNTIL WS-SUB1 IS GREATER THAN 6.                         DBANK77P
075300     MOVE SAR-REC-PID TO WS-BNKCUST-RID.                          DBANK77P
075400     EXEC CICS READ FILE('BNKCUST')                               DBANK77P
075500                    INTO(WS-BNKCUST-REC)                          DBANK77P
075600                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBANK77P
075700                    RIDFLD(WS-BNKCUST-RID)                        DBANK77P
075800                    RESP(WS-RESP)                                 DBANK77P
075900     END-EXEC.                                                    DBANK77P
076000     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK77P
076100       MOVE BCS-REC-NAME TO CD77O-NAME                            DBANK77P
076200     END-IF.                                                      DBANK77P
076300 FILL-OUTPUT-FIELDS-EXIT.                                         DBANK77P
076400     EXIT.                                                        DBANK77P
076500                                                                  DBANK77P
076600***************************************************************** DBANK77P
076700* Return one alert slot and one note slot                       * DBANK77P
076800***************************************************************** DBANK77P
076900 FILL-OUTPUT-ENTRY.                                               DBANK77P
077000     MOVE SAR-REC-ALERT-SOURCE (WS-SUB1)                          DBANK77P
077100       TO CD77O-ALERT-SOURCE (WS-SUB1).                           DBANK77P
077200     MOVE SAR-REC-ALERT-REF (WS-SUB1)                             DBANK77P
077300       TO CD77O-ALERT-REF (WS-SUB1).                              DBANK77P
077400     MOVE SAR-REC-ALERT-DATE (WS-SUB1)                            DBANK77P
077500       TO CD77O-ALERT-DATE (WS-SUB1).                             DBANK77P
077600     MOVE SAR-REC-ALERT-DESC (WS-SUB1)                            DBANK77P
077700       TO CD77O-ALERT-DESC (WS-SUB1).                             DBANK77P
077800     MOVE SAR-REC-NOTE-DATE (WS-SUB1)                             DBANK77P
077900       TO CD77O-NOTE-DATE (WS-SUB1).                              DBANK77P
078000     MOVE SAR-REC-NOTE-USER (WS-SUB1)                             DBANK77P
078100       TO CD77O-NOTE-USER (WS-SUB1).                              DBANK77P
078200     MOVE SAR-REC-NOTE-TEXT (WS-SUB1)                             DBANK77P
078300       TO CD77O-NOTE-TEXT (WS-SUB1).                              DBANK77P
078400 FILL-OUTPUT-ENTRY-EXIT.                                          DBANK77P
078500     EXIT.                                                        DBANK77P
078600                                                                  DBANK77P
078700***************************************************************** DBANK77P
078800* Write the audit posting for the change under the maintenance  * DBANK77P
078900* transaction type, as DBANK41P does.  The posting carries no   * DBANK77P
079000* amount - the GL feed has no mapping for it and skips it.      * DBANK77P
079100***************************************************************** DBANK77P
079200 WRITE-MAINT-AUDIT.                                               DBANK77P
079300     MOVE SPACES TO WS-BNKTXN-REC.                                DBANK77P
079400     MOVE SAR-REC-PID TO BTX-REC-PID.                             DBANK77P
079500     MOVE 'M' TO BTX-REC-TYPE.                                    DBANK77P
079600     MOVE '2' TO BTX-REC-SUB-TYPE.                                DBANK77P
079700     MOVE SPACES TO BTX-REC-ACCNO.                                DBANK77P
079800     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      DBANK77P
079900     MOVE ZERO TO BTX-REC-AMOUNT.                                 DBANK77P
080000     MOVE SPACES TO TXN-DATA.                                     DBANK77P
080100     STRING 'SAR ' DELIMITED BY SIZE                              DBANK77P
080200            WS-AUDIT-ACTION DELIMITED BY SIZE                     DBANK77P
080300            ' ' DELIMITED BY SIZE                                 DBANK77P
080400            SAR-REC-CASE-ID DELIMITED BY SIZE                     DBANK77P
080500       INTO TXN-T1-OLD-DESC.                                      DBANK77P
080600     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       DBANK77P
080700     MOVE SPACES TO TXN-DATA.                                     DBANK77P
080800     MOVE WS-AUDIT-DETAIL TO TXN-T1-OLD-DESC.                     DBANK77P
080900     MOVE TXN-DATA-OLD TO BTX-REC-DATA-NEW.                       DBANK77P
081000     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBANK77P
081100     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBANK77P
081200     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBANK77P
081300     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBANK77P
081400                           WS-TWOS-COMP-INPUT                     DBANK77P
081500                           WS-TWOS-COMP-OUTPUT                    DBANK77P
081600                           WS-TWOS-COMP-FORMAT.                   DBANK77P
081700     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            DBANK77P
081800     MOVE WS-TIMESTAMP TO WS-BNKTXN-RID.                          DBANK77P
081900 COPY CBANKTXP.                                                   DBANK77P
082000     EXEC CICS WRITE FILE('BNKTXN')                               DBANK77P
082100                    FROM(WS-BNKTXN-REC)                           DBANK77P
082200                    LENGTH(LENGTH OF WS-BNKTXN-REC)               DBANK77P
082300                    RIDFLD(WS-BNKTXN-RID)                         DBANK77P
082400                    KEYLENGTH(LENGTH OF WS-BNKTXN-RID)            DBANK77P
082500                    RESP(WS-RESP)                                 DBANK77P
082600     END-EXEC                                                     DBANK77P
082614     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK77P
082628        MOVE 'BNKTXN' TO CD85I-FILE                               DBANK77P
082642        SET CD85I-ADD TO TRUE                                     DBANK77P
082656        MOVE WS-BNKTXN-REC TO CD85I-IMAGE                         DBANK77P
082670        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           DBANK77P
082684     END-IF.                                                      DBANK77P
082700 WRITE-MAINT-AUDIT-EXIT.                                          DBANK77P
082800     EXIT.                                                        DBANK77P
082900                                                                  DBANK77P
082909***************************************************************** DBANK77P
082918* Journal the after-image of the master-file update just        * DBANK77P
082927* made so it can be rolled forward onto a reload                * DBANK77P
082936***************************************************************** DBANK77P
082945 JOURNAL-UPDATE.                                                  DBANK77P
082954     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         DBANK77P
082963 COPY CBANKX85.                                                   DBANK77P
082972 JOURNAL-UPDATE-EXIT.                                             DBANK77P
082981     EXIT.                                                        DBANK77P
082990                                                                  DBANK77P
083000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK77P
