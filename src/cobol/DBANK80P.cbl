000100***************************************************************** DBANK80P
000200*                                                               * DBANK80P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK80P
000400*   This demonstration program is provided for use by users     * DBANK80P
000500*   of Micro Focus products and may be used, modified and       * DBANK80P
000600*   distributed as part of your application provided that       * DBANK80P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK80P
000800*   in this material.                                           * DBANK80P
000900*                                                               * DBANK80P
001000***************************************************************** DBANK80P
001100                                                                  DBANK80P
001200***************************************************************** DBANK80P
001300* Program:     DBANK80P.CBL                                     * DBANK80P
001400* Function:    Customer complaints register maintenance         * DBANK80P
001500*              (BNKCMPL).  Read a complaint by its id, or the   * DBANK80P
001600*              keyed customer's latest; log a new complaint,    * DBANK80P
001700*              working out the acknowledgment and final         * DBANK80P
001800*              response deadlines from the date it was          * DBANK80P
001900*              received; record the acknowledgment; reassign    * DBANK80P
002000*              the owner; record the final response with its    * DBANK80P
002100*              root cause and outcome, which closes the         * DBANK80P
002200*              complaint; and pay redress, which credits the    * DBANK80P
002300*              customer's account and posts to BNKTXN under     * DBANK80P
002400*              the dispute transaction type, sub-type 3, so the * DBANK80P
002500*              GL feed carries it to redress expense.  Every    * DBANK80P
002600*              change writes an audit posting to BNKTXN.        * DBANK80P
002633*              Every master-file update is journaled through    * DBANK80P
002666*              DBANK85P for forward recovery.                   * DBANK80P
002700*              VSAM version                                     * DBANK80P
002800***************************************************************** DBANK80P
002900                                                                  DBANK80P
003000 IDENTIFICATION DIVISION.                                         DBANK80P
003100 PROGRAM-ID.                                                      DBANK80P
003200     DBANK80P.                                                    DBANK80P
003300 DATE-WRITTEN.                                                    DBANK80P
003400     October 2026.                                                DBANK80P
003500 DATE-COMPILED.                                                   DBANK80P
003600     Today.                                                       DBANK80P
003700                                                                  DBANK80P
003800 ENVIRONMENT DIVISION.                                            DBANK80P
003900                                                                  DBANK80P
004000 DATA DIVISION.                                                   DBANK80P
004100                                                                  DBANK80P
004200 WORKING-STORAGE SECTION.                                         DBANK80P
004300 01  WS-MISC-STORAGE.                                             DBANK80P
004400   05  WS-PROGRAM-ID                         PIC X(8)             DBANK80P
004500       VALUE 'DBANK80P'.                                          DBANK80P
004600   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK80P
004700   05  WS-RESP                               PIC S9(8) COMP.      DBANK80P
004800   05  WS-SCAN-COUNT                         PIC S9(4) COMP.      DBANK80P
004900   05  WS-BNKCUST-RID                        PIC X(5).            DBANK80P
005000   05  WS-BNKCMPL-RID                        PIC X(14).           DBANK80P
005100   05  WS-BNKACC-RID                         PIC X(9).            DBANK80P
005200   05  WS-BNKTXN-RID                         PIC X(26).           DBANK80P
005300   05  WS-READ-TOKEN                         PIC S9(8) COMP.      DBANK80P
005400   05  WS-AUDIT-ACTION                       PIC X(4).            DBANK80P
005500   05  WS-AUDIT-DETAIL                       PIC X(30).           DBANK80P
005600   05  WS-AMOUNT-EDIT                        PIC Z(6)9.99.        DBANK80P
005700   05  WS-REDRESS-ACCNO                      PIC X(9).            DBANK80P
005800   05  WS-POST-TIMESTAMP                     PIC X(26).           DBANK80P
005900   05  WS-FOUND-OPEN                         PIC X(1).            DBANK80P
006000   05  WS-FOUND-ANY                          PIC X(1).            DBANK80P
006100   05  WS-FOUND-ID                           PIC X(14).           DBANK80P
006200                                                                  DBANK80P
006300***************************************************************** DBANK80P
006400* Regulatory time limits, in calendar days from the date the    * DBANK80P
006500* complaint was received                                        * DBANK80P
006600***************************************************************** DBANK80P
006700   05  WS-ACK-DAYS                           PIC 9(3) VALUE 5.    DBANK80P
006800   05  WS-FINAL-DAYS                         PIC 9(3) VALUE 56.   DBANK80P
006900   05  WS-RECEIVED-YYYYMMDD                  PIC 9(8).            DBANK80P
007000   05  WS-RECEIVED-YYYYMMDD-X REDEFINES WS-RECEIVED-YYYYMMDD.     DBANK80P
007100     10  WS-RECEIVED-YYYY                    PIC X(4).            DBANK80P
007200     10  WS-RECEIVED-MM                      PIC X(2).            DBANK80P
007300     10  WS-RECEIVED-DD                      PIC X(2).            DBANK80P
007400   05  WS-DUE-INTEGER                        PIC 9(7).            DBANK80P
007500   05  WS-DUE-DATE                           PIC 9(8).            DBANK80P
007600   05  WS-DUE-DATE-ISO                       PIC X(10).           DBANK80P
007700   05  WS-DATE-CHECK.                                             DBANK80P
007800     10  WS-DATE-CHECK-YYYY                  PIC X(4).            DBANK80P
007900     10  WS-DATE-CHECK-DASH1                 PIC X(1).            DBANK80P
008000     10  WS-DATE-CHECK-MM                    PIC X(2).            DBANK80P
008100     10  WS-DATE-CHECK-MM-N REDEFINES WS-DATE-CHECK-MM            DBANK80P
008200                                             PIC 9(2).            DBANK80P
008300     10  WS-DATE-CHECK-DASH2                 PIC X(1).            DBANK80P
008400     10  WS-DATE-CHECK-DD                    PIC X(2).            DBANK80P
008500     10  WS-DATE-CHECK-DD-N REDEFINES WS-DATE-CHECK-DD            DBANK80P
008600                                             PIC 9(2).            DBANK80P
008700   05  WS-DATE-VALID                         PIC X(1).            DBANK80P
008800                                                                  DBANK80P
008900 01  WS-TWOS-COMP.                                                DBANK80P
009000   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBANK80P
009100   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBANK80P
009200   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          DBANK80P
009300   05  WS-TWOS-COMP-FORMAT                   PIC X(1) VALUE 'B'.  DBANK80P
009400                                                                  DBANK80P
009500 01  WS-BNKCMPL-REC.                                              DBANK80P
009600 COPY CBANKVCP.                                                   DBANK80P
009700                                                                  DBANK80P
009800 01  WS-BNKCUST-REC.                                              DBANK80P
009900 COPY CBANKVCS.                                                   DBANK80P
010000                                                                  DBANK80P
010100 01  WS-BNKACC-REC.                                               DBANK80P
010200 COPY CBANKVAC.                                                   DBANK80P
010300                                                                  DBANK80P
010400 01  WS-BNKTXN-REC.                                               DBANK80P
010500 COPY CBANKVTX.                                                   DBANK80P
010600                                                                  DBANK80P
010700 COPY CBANKTXD.                                                   DBANK80P
010800                                                                  DBANK80P
010900 COPY CTSTAMPD.                                                   DBANK80P
011000                                                                  DBANK80P
011100 01  WS-COMMAREA.                                                 DBANK80P
011200 COPY CBANKD80.                                                   DBANK80P
011300                                                                  DBANK80P
011400 COPY CABENDD.                                                    DBANK80P
011500                                                                  DBANK80P
011525 01  WS-RECOVERY-DATA.                                            DBANK80P
011550 COPY CBANKD85.                                                   DBANK80P
011575                                                                  DBANK80P
011600 LINKAGE SECTION.                                                 DBANK80P
011700 01  DFHCOMMAREA.                                                 DBANK80P
011800   05  LK-COMMAREA                           PIC X(1)             DBANK80P
011900       OCCURS 1 TO 4096 TIMES                                     DBANK80P
012000         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK80P
012100                                                                  DBANK80P
012200 COPY CENTRY.                                                     DBANK80P
012300***************************************************************** DBANK80P
012400* Move the passed data to our area                              * DBANK80P
012500***************************************************************** DBANK80P
012600     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK80P
012700     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK80P
012800                                                                  DBANK80P
012900***************************************************************** DBANK80P
013000* Initialize our output area                                    * DBANK80P
013100***************************************************************** DBANK80P
013200     MOVE SPACES TO CD80O-DATA.                                   DBANK80P
013300     SET CD80O-OK TO TRUE.                                        DBANK80P
013400     MOVE ZERO TO CD80O-REDRESS-AMOUNT.                           DBANK80P
013500     MOVE ZERO TO CD80O-REDRESS-COUNT.                            DBANK80P
013600                                                                  DBANK80P
013700 COPY CTSTAMPP.                                                   DBANK80P
013800                                                                  DBANK80P
013900***************************************************************** DBANK80P
014000* See what kind of request we have and react accordingly        * DBANK80P
014100***************************************************************** DBANK80P
014200     EVALUATE TRUE                                                DBANK80P
014300       WHEN CD80I-READ                                            DBANK80P
014400         PERFORM READ-PROCESSING THRU                             DBANK80P
014500                 READ-PROCESSING-EXIT                             DBANK80P
014600       WHEN CD80I-LOG                                             DBANK80P
014700         PERFORM LOG-PROCESSING THRU                              DBANK80P
014800                 LOG-PROCESSING-EXIT                              DBANK80P
014900       WHEN CD80I-ACKNOWLEDGE                                     DBANK80P
015000         PERFORM ACK-PROCESSING THRU                              DBANK80P
015100                 ACK-PROCESSING-EXIT                              DBANK80P
015200       WHEN CD80I-ASSIGN                                          DBANK80P
015300         PERFORM ASSIGN-PROCESSING THRU                           DBANK80P
015400                 ASSIGN-PROCESSING-EXIT                           DBANK80P
015500       WHEN CD80I-RESPOND                                         DBANK80P
015600         PERFORM RESPOND-PROCESSING THRU                          DBANK80P
015700                 RESPOND-PROCESSING-EXIT                          DBANK80P
015800       WHEN CD80I-REDRESS                                         DBANK80P
015900         PERFORM REDRESS-PROCESSING THRU                          DBANK80P
016000                 REDRESS-PROCESSING-EXIT                          DBANK80P
016100       WHEN OTHER                                                 DBANK80P
016200         SET CD80O-ERROR TO TRUE                                  DBANK80P
016300         MOVE 'Bad request code' TO CD80O-MSG                     DBANK80P
016400     END-EVALUATE.                                                DBANK80P
016500                                                                  DBANK80P
016600***************************************************************** DBANK80P
016700* Move the result back to the callers area                      * DBANK80P
016800***************************************************************** DBANK80P
016900     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK80P
017000                                                                  DBANK80P
017100***************************************************************** DBANK80P
017200* Return to our caller                                          * DBANK80P
017300***************************************************************** DBANK80P
017400 COPY CRETURN.                                                    DBANK80P
017500                                                                  DBANK80P
017600***************************************************************** DBANK80P
017700* Read request - the keyed complaint, or when no id is keyed    * DBANK80P
017800* the customer's latest open complaint (their latest closed one * DBANK80P
017900* if none is open)                                              * DBANK80P
018000***************************************************************** DBANK80P
018100 READ-PROCESSING.                                                 DBANK80P
018200     IF CD80I-COMPLAINT-ID IS EQUAL TO SPACES OR                  DBANK80P
018300        CD80I-COMPLAINT-ID IS EQUAL TO LOW-VALUES                 DBANK80P
018400       PERFORM FIND-CUSTOMER-COMPLAINT THRU                       DBANK80P
018500               FIND-CUSTOMER-COMPLAINT-EXIT                       DBANK80P
018600       IF NOT CD80O-OK                                            DBANK80P
018700         GO TO READ-PROCESSING-EXIT                               DBANK80P
018800       END-IF                                                     DBANK80P
018900     END-IF.                                                      DBANK80P
019000     MOVE CD80I-COMPLAINT-ID TO WS-BNKCMPL-RID.                   DBANK80P
019100     EXEC CICS READ FILE('BNKCMPL')                               DBANK80P
019200                    INTO(WS-BNKCMPL-REC)                          DBANK80P
019300                    LENGTH(LENGTH OF WS-BNKCMPL-REC)              DBANK80P
019400                    RIDFLD(WS-BNKCMPL-RID)                        DBANK80P
019500                    RESP(WS-RESP)                                 DBANK80P
019600     END-EXEC.                                                    DBANK80P
019700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK80P
019800       SET CD80O-NOTFND TO TRUE                                   DBANK80P
019900       MOVE 'Complaint not found' TO CD80O-MSG                    DBANK80P
020000       GO TO READ-PROCESSING-EXIT                                 DBANK80P
020100     END-IF.                                                      DBANK80P
020200     PERFORM FILL-OUTPUT-FIELDS THRU                              DBANK80P
020300             FILL-OUTPUT-FIELDS-EXIT.                             DBANK80P
020400 READ-PROCESSING-EXIT.                                            DBANK80P
020500     EXIT.                                                        DBANK80P
020600                                                                  DBANK80P
020700***************************************************************** DBANK80P
020800* Browse the register for the keyed customer's complaints and   * DBANK80P
020900* leave the id of the one to show in CD80I-COMPLAINT-ID         * DBANK80P
021000***************************************************************** DBANK80P
021100 FIND-CUSTOMER-COMPLAINT.                                         DBANK80P
021200     IF CD80I-PID IS EQUAL TO SPACES OR                           DBANK80P
021300        CD80I-PID IS EQUAL TO LOW-VALUES                          DBANK80P
021400       SET CD80O-ERROR TO TRUE                                    DBANK80P
021500       MOVE 'Key a complaint id or a customer' TO CD80O-MSG       DBANK80P
021600       GO TO FIND-CUSTOMER-COMPLAINT-EXIT                         DBANK80P
021700     END-IF.                                                      DBANK80P
021800     MOVE 'N' TO WS-FOUND-OPEN.                                   DBANK80P
021900     MOVE 'N' TO WS-FOUND-ANY.                                    DBANK80P
022000     MOVE LOW-VALUES TO WS-BNKCMPL-RID.                           DBANK80P
022100     EXEC CICS STARTBR FILE('BNKCMPL')                            DBANK80P
022200                  RIDFLD(WS-BNKCMPL-RID)                          DBANK80P
022300                  GTEQ                                            DBANK80P
022400                  RESP(WS-RESP)                                   DBANK80P
022500     END-EXEC.                                                    DBANK80P
022600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK80P
022700       SET CD80O-NOTFND TO TRUE                                   DBANK80P
022800       MOVE 'No complaints for this customer' TO CD80O-MSG        DBANK80P
022900       GO TO FIND-CUSTOMER-COMPLAINT-EXIT                         DBANK80P
023000     END-IF.                                                      DBANK80P
023100     MOVE 0 TO WS-SCAN-COUNT.                                     DBANK80P
023200 FIND-CUSTOMER-LOOP.                                              DBANK80P
023300     ADD 1 TO WS-SCAN-COUNT.                                      DBANK80P
023400     IF WS-SCAN-COUNT IS GREATER THAN 5000                        DBANK80P
023500       GO TO FIND-CUSTOMER-DONE                                   DBANK80P
023600     END-IF.                                                      DBANK80P
023700     EXEC CICS READNEXT FILE('BNKCMPL')                           DBANK80P
023800                  INTO(WS-BNKCMPL-REC)                            DBANK80P
023900                  LENGTH(LENGTH OF WS-BNKCMPL-REC)                DBANK80P
024000                  RIDFLD(WS-BNKCMPL-RID)                          DBANK80P
024100                  RESP(WS-RESP)                                   DBANK80P
024200     END-EXEC.                                                    DBANK80P
024300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK80P
024400       GO TO FIND-CUSTOMER-DONE                                   DBANK80P
024500     END-IF.                                                      DBANK80P
024600     IF CPL-REC-PID IS NOT EQUAL TO CD80I-PID                     DBANK80P
024700       GO TO FIND-CUSTOMER-LOOP                                   DBANK80P
024800     END-IF.                                                      DBANK80P
024900     IF CPL-STATUS-OPEN                                           DBANK80P
025000       MOVE 'Y' TO WS-FOUND-OPEN                                  DBANK80P
025100       MOVE 'Y' TO WS-FOUND-ANY                                   DBANK80P
025200       MOVE CPL-REC-ID TO WS-FOUND-ID                             DBANK80P
025300     ELSE                                                         DBANK80P
025400       IF WS-FOUND-OPEN IS NOT EQUAL TO 'Y'                       DBANK80P
025500         MOVE 'Y' TO WS-FOUND-ANY                                 DBANK80P
025600         MOVE CPL-REC-ID TO WS-FOUND-ID                           DBANK80P
025700       END-IF                                                     DBANK80P
025800     END-IF.                                                      DBANK80P
025900     GO TO FIND-CUSTOMER-LOOP.                                    DBANK80P
026000 FIND-CUSTOMER-DONE.                                              DBANK80P
026100     EXEC CICS ENDBR FILE('BNKCMPL')                              DBANK80P
026200     END-EXEC.                                                    DBANK80P
026300     IF WS-FOUND-ANY IS NOT EQUAL TO 'Y'                          DBANK80P
026400       SET CD80O-NOTFND TO TRUE                                   DBANK80P
026500       MOVE 'No complaints for this customer' TO CD80O-MSG        DBANK80P
026600       GO TO FIND-CUSTOMER-COMPLAINT-EXIT                         DBANK80P
026700     END-IF.                                                      DBANK80P
026800     MOVE WS-FOUND-ID TO CD80I-COMPLAINT-ID.                      DBANK80P
026900 FIND-CUSTOMER-COMPLAINT-EXIT.                                    DBANK80P
027000     EXIT.                                                        DBANK80P
027100                                                                  DBANK80P
027200***************************************************************** DBANK80P
027300* Log request - a new complaint for the keyed customer.  The    * DBANK80P
027400* complaint id is the date and time it was logged; the          * DBANK80P
027500* deadlines run from the date it was received, which defaults   * DBANK80P
027600* to today and may not be in the future.                        * DBANK80P
027700***************************************************************** DBANK80P
027800 LOG-PROCESSING.                                                  DBANK80P
027900     MOVE CD80I-PID TO WS-BNKCUST-RID.                            DBANK80P
028000     EXEC CICS READ FILE('BNKCUST')                               DBANK80P
028100                    INTO(WS-BNKCUST-REC)                          DBANK80P
028200                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBANK80P
028300                    RIDFLD(WS-BNKCUST-RID)                        DBANK80P
028400                    RESP(WS-RESP)                                 DBANK80P
028500     END-EXEC.                                                    DBANK80P
028600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK80P
028700       SET CD80O-NOTFND TO TRUE                                   DBANK80P
028800       MOVE 'Customer not found' TO CD80O-MSG                     DBANK80P
028900       GO TO LOG-PROCESSING-EXIT                                  DBANK80P
029000     END-IF.                                                      DBANK80P
029100     MOVE SPACES TO WS-BNKCMPL-REC.                               DBANK80P
029200     MOVE CD80I-CATEGORY TO CPL-REC-CATEGORY.                     DBANK80P
029300     IF NOT CPL-CAT-VALID                                         DBANK80P
029400       SET CD80O-ERROR TO TRUE                                    DBANK80P
029500       MOVE 'Category AC CH LN CD PY SV FR or OT' TO CD80O-MSG    DBANK80P
029600       GO TO LOG-PROCESSING-EXIT                                  DBANK80P
029700     END-IF.                                                      DBANK80P
029800     MOVE CD80I-CHANNEL TO CPL-REC-CHANNEL.                       DBANK80P
029900     IF NOT CPL-CHANNEL-VALID                                     DBANK80P
030000       SET CD80O-ERROR TO TRUE                                    DBANK80P
030100       MOVE 'Channel B=branch P=phone W=written O=online'         DBANK80P
030200         TO CD80O-MSG                                             DBANK80P
030300       GO TO LOG-PROCESSING-EXIT                                  DBANK80P
030400     END-IF.                                                      DBANK80P
030500     IF CD80I-SUMMARY IS EQUAL TO SPACES OR                       DBANK80P
030600        CD80I-SUMMARY IS EQUAL TO LOW-VALUES                      DBANK80P
030700       SET CD80O-ERROR TO TRUE                                    DBANK80P
030800       MOVE 'Key a summary of the complaint' TO CD80O-MSG         DBANK80P
030900       GO TO LOG-PROCESSING-EXIT                                  DBANK80P
031000     END-IF.                                                      DBANK80P
031100     IF CD80I-ACCNO IS NOT EQUAL TO SPACES AND                    DBANK80P
031200        CD80I-ACCNO IS NOT EQUAL TO LOW-VALUES                    DBANK80P
031300       PERFORM CHECK-CUSTOMER-ACCOUNT THRU                        DBANK80P
031400               CHECK-CUSTOMER-ACCOUNT-EXIT                        DBANK80P
031500       IF NOT CD80O-OK                                            DBANK80P
031600         GO TO LOG-PROCESSING-EXIT                                DBANK80P
031700       END-IF                                                     DBANK80P
031800       MOVE CD80I-ACCNO TO CPL-REC-ACCNO                          DBANK80P
031900     END-IF.                                                      DBANK80P
032000     IF CD80I-RECEIVED-DATE IS EQUAL TO SPACES OR                 DBANK80P
032100        CD80I-RECEIVED-DATE IS EQUAL TO LOW-VALUES                DBANK80P
032200       MOVE WS-TS-DATE (1:10) TO CPL-REC-RECEIVED-DATE            DBANK80P
032300     ELSE                                                         DBANK80P
032400       MOVE CD80I-RECEIVED-DATE TO WS-DATE-CHECK                  DBANK80P
032500       PERFORM CHECK-ISO-DATE THRU                                DBANK80P
032600               CHECK-ISO-DATE-EXIT                                DBANK80P
032700       IF WS-DATE-VALID IS NOT EQUAL TO 'Y'                       DBANK80P
032800         SET CD80O-ERROR TO TRUE                                  DBANK80P
032900         MOVE 'Received date must be yyyy-mm-dd' TO CD80O-MSG     DBANK80P
033000         GO TO LOG-PROCESSING-EXIT                                DBANK80P
033100       END-IF                                                     DBANK80P
033200       IF CD80I-RECEIVED-DATE IS GREATER THAN WS-TS-DATE (1:10)   DBANK80P
033300         SET CD80O-ERROR TO TRUE                                  DBANK80P
033400         MOVE 'Received date cannot be in the future'             DBANK80P
033500           TO CD80O-MSG                                           DBANK80P
033600         GO TO LOG-PROCESSING-EXIT                                DBANK80P
033700       END-IF                                                     DBANK80P
033800       MOVE CD80I-RECEIVED-DATE TO CPL-REC-RECEIVED-DATE          DBANK80P
033900     END-IF.                                                      DBANK80P
034000     MOVE WS-ACCEPT-DATE TO CPL-REC-ID (1:8).                     DBANK80P
034100     MOVE WS-ACCEPT-TIME (1:6) TO CPL-REC-ID (9:6).               DBANK80P
034200     MOVE CD80I-PID TO CPL-REC-PID.                               DBANK80P
034300     SET CPL-STATUS-OPEN TO TRUE.                                 DBANK80P
034400     MOVE CD80I-USERID TO CPL-REC-RECEIVED-USER.                  DBANK80P
034500     IF CD80I-OWNER IS EQUAL TO SPACES OR                         DBANK80P
034600        CD80I-OWNER IS EQUAL TO LOW-VALUES                        DBANK80P
034700       MOVE CD80I-USERID TO CPL-REC-OWNER                         DBANK80P
034800     ELSE                                                         DBANK80P
034900       MOVE CD80I-OWNER TO CPL-REC-OWNER                          DBANK80P
035000     END-IF.                                                      DBANK80P
035100     MOVE CPL-REC-RECEIVED-DATE (1:4) TO WS-RECEIVED-YYYY.        DBANK80P
035200     MOVE CPL-REC-RECEIVED-DATE (6:2) TO WS-RECEIVED-MM.          DBANK80P
035300     MOVE CPL-REC-RECEIVED-DATE (9:2) TO WS-RECEIVED-DD.          DBANK80P
035400     COMPUTE WS-DUE-INTEGER =                                     DBANK80P
035500       FUNCTION INTEGER-OF-DATE (WS-RECEIVED-YYYYMMDD)            DBANK80P
035600         + WS-ACK-DAYS.                                           DBANK80P
035700     PERFORM FORMAT-DUE-DATE.                                     DBANK80P
035800     MOVE WS-DUE-DATE-ISO TO CPL-REC-ACK-DUE-DATE.                DBANK80P
035900     COMPUTE WS-DUE-INTEGER =                                     DBANK80P
036000       FUNCTION INTEGER-OF-DATE (WS-RECEIVED-YYYYMMDD)            DBANK80P
036100         + WS-FINAL-DAYS.                                         DBANK80P
036200     PERFORM FORMAT-DUE-DATE.                                     DBANK80P
036300     MOVE WS-DUE-DATE-ISO TO CPL-REC-FINAL-DUE-DATE.              DBANK80P
036400     MOVE CD80I-SUMMARY TO CPL-REC-SUMMARY.                       DBANK80P
036500     SET CPL-OUTCOME-PENDING TO TRUE.                             DBANK80P
036600     MOVE ZERO TO CPL-REC-REDRESS-AMOUNT.                         DBANK80P
036700     MOVE ZERO TO CPL-REC-REDRESS-COUNT.                          DBANK80P
036800     MOVE CPL-KEY TO WS-BNKCMPL-RID.                              DBANK80P
036900     EXEC CICS WRITE FILE('BNKCMPL')                              DBANK80P
037000                    FROM(WS-BNKCMPL-REC)                          DBANK80P
037100                    LENGTH(LENGTH OF WS-BNKCMPL-REC)              DBANK80P
037200                    RIDFLD(WS-BNKCMPL-RID)                        DBANK80P
037300                    RESP(WS-RESP)                                 DBANK80P
037400     END-EXEC.                                                    DBANK80P
037500     IF WS-RESP IS EQUAL TO DFHRESP(DUPREC)                       DBANK80P
037600       SET CD80O-ERROR TO TRUE                                    DBANK80P
037700       MOVE 'Complaint id in use - press PF5 again' TO CD80O-MSG  DBANK80P
037800       GO TO LOG-PROCESSING-EXIT                                  DBANK80P
037900     END-IF.                                                      DBANK80P
038000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK80P
038100       SET CD80O-ERROR TO TRUE                                    DBANK80P
038200       MOVE 'Unable to log the complaint' TO CD80O-MSG            DBANK80P
038300       GO TO LOG-PROCESSING-EXIT                                  DBANK80P
038400     END-IF.                                                      DBANK80P
038500     MOVE 'LOG ' TO WS-AUDIT-ACTION.                              DBANK80P
038600     MOVE SPACES TO WS-AUDIT-DETAIL.                              DBANK80P
038700     STRING 'CAT ' DELIMITED BY SIZE                              DBANK80P
038800            CPL-REC-CATEGORY DELIMITED BY SIZE                    DBANK80P
038900            ' DUE ' DELIMITED BY SIZE                             DBANK80P
039000            CPL-REC-FINAL-DUE-DATE DELIMITED BY SIZE              DBANK80P
039100       INTO WS-AUDIT-DETAIL.                                      DBANK80P
039200     PERFORM WRITE-MAINT-AUDIT THRU                               DBANK80P
039300             WRITE-MAINT-AUDIT-EXIT.                              DBANK80P
039400     PERFORM FILL-OUTPUT-FIELDS THRU                              DBANK80P
039500             FILL-OUTPUT-FIELDS-EXIT.                             DBANK80P
039600 LOG-PROCESSING-EXIT.                                             DBANK80P
039700     EXIT.                                                        DBANK80P
039800                                                                  DBANK80P
039900***************************************************************** DBANK80P
040000* Turn WS-DUE-INTEGER into a yyyy-mm-dd date                    * DBANK80P
040100***************************************************************** DBANK80P
040200 FORMAT-DUE-DATE.                                                 DBANK80P
040300     COMPUTE WS-DUE-DATE =                                        DBANK80P
040400       FUNCTION DATE-OF-INTEGER (WS-DUE-INTEGER).                 DBANK80P
040500     MOVE WS-DUE-DATE (1:4) TO WS-DUE-DATE-ISO (1:4).             DBANK80P
040600     MOVE '-' TO WS-DUE-DATE-ISO (5:1).                           DBANK80P
040700     MOVE WS-DUE-DATE (5:2) TO WS-DUE-DATE-ISO (6:2).             DBANK80P
040800     MOVE '-' TO WS-DUE-DATE-ISO (8:1).                           DBANK80P
040900     MOVE WS-DUE-DATE (7:2) TO WS-DUE-DATE-ISO (9:2).             DBANK80P
041000                                                                  DBANK80P
041100***************************************************************** DBANK80P
041200* The keyed account must exist and belong to the customer       * DBANK80P
041300***************************************************************** DBANK80P
041400 CHECK-CUSTOMER-ACCOUNT.                                          DBANK80P
041500     MOVE CD80I-ACCNO TO WS-BNKACC-RID.                           DBANK80P
041600     EXEC CICS READ FILE('BNKACC')                                DBANK80P
041700                    INTO(WS-BNKACC-REC)                           DBANK80P
041800                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBANK80P
041900                    RIDFLD(WS-BNKACC-RID)                         DBANK80P
042000                    RESP(WS-RESP)                                 DBANK80P
042100     END-EXEC.                                                    DBANK80P
042200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBANK80P
042300        BAC-REC-PID IS NOT EQUAL TO CD80I-PID                     DBANK80P
042400       SET CD80O-ERROR TO TRUE                                    DBANK80P
042500       MOVE 'Account is not one of the customer''s'               DBANK80P
042600         TO CD80O-MSG                                             DBANK80P
042700     END-IF.                                                      DBANK80P
042800 CHECK-CUSTOMER-ACCOUNT-EXIT.                                     DBANK80P
042900     EXIT.                                                        DBANK80P
043000                                                                  DBANK80P
043100***************************************************************** DBANK80P
043200* Acknowledge request - record that the customer has been told  * DBANK80P
043300* the complaint is being handled                                * DBANK80P
043400***************************************************************** DBANK80P
043500 ACK-PROCESSING.                                                  DBANK80P
043600     PERFORM READ-COMPLAINT-FOR-UPDATE THRU                       DBANK80P
043700             READ-COMPLAINT-FOR-UPDATE-EXIT.                      DBANK80P
043800     IF NOT CD80O-OK                                              DBANK80P
043900       GO TO ACK-PROCESSING-EXIT                                  DBANK80P
044000     END-IF.                                                      DBANK80P
044100     IF NOT CPL-STATUS-OPEN                                       DBANK80P
044200       PERFORM REJECT-UPDATE THRU                                 DBANK80P
044300               REJECT-UPDATE-EXIT                                 DBANK80P
044400       MOVE 'Complaint is closed' TO CD80O-MSG                    DBANK80P
044500       GO TO ACK-PROCESSING-EXIT                                  DBANK80P
044600     END-IF.                                                      DBANK80P
044700     IF CPL-REC-ACK-DATE IS NOT EQUAL TO SPACES                   DBANK80P
044800       PERFORM REJECT-UPDATE THRU                                 DBANK80P
044900               REJECT-UPDATE-EXIT                                 DBANK80P
045000       MOVE 'Complaint has already been acknowledged'             DBANK80P
045100         TO CD80O-MSG                                             DBANK80P
045200       GO TO ACK-PROCESSING-EXIT                                  DBANK80P
045300     END-IF.                                                      DBANK80P
045400     MOVE WS-TS-DATE (1:10) TO CPL-REC-ACK-DATE.                  DBANK80P
045500     MOVE CD80I-USERID TO CPL-REC-ACK-USER.                       DBANK80P
045600     MOVE 'ACK ' TO WS-AUDIT-ACTION.                              DBANK80P
045700     MOVE SPACES TO WS-AUDIT-DETAIL.                              DBANK80P
045800     STRING 'ACK ' DELIMITED BY SIZE                              DBANK80P
045900            CPL-REC-ACK-DATE DELIMITED BY SIZE                    DBANK80P
046000            ' DUE ' DELIMITED BY SIZE                             DBANK80P
046100            CPL-REC-ACK-DUE-DATE DELIMITED BY SIZE                DBANK80P
046200       INTO WS-AUDIT-DETAIL.                                      DBANK80P
046300     PERFORM REWRITE-COMPLAINT THRU                               DBANK80P
046400             REWRITE-COMPLAINT-EXIT.                              DBANK80P
046500 ACK-PROCESSING-EXIT.                                             DBANK80P
046600     EXIT.                                                        DBANK80P
046700                                                                  DBANK80P
046800***************************************************************** DBANK80P
046900* Assign request - pass the complaint to another owner          * DBANK80P
047000***************************************************************** DBANK80P
047100 ASSIGN-PROCESSING.                                               DBANK80P
047200     IF CD80I-OWNER IS EQUAL TO SPACES OR                         DBANK80P
047300        CD80I-OWNER IS EQUAL TO LOW-VALUES                        DBANK80P
047400       SET CD80O-ERROR TO TRUE                                    DBANK80P
047500       MOVE 'Key the user id of the new owner' TO CD80O-MSG       DBANK80P
047600       GO TO ASSIGN-PROCESSING-EXIT                               DBANK80P
047700     END-IF.                                                      DBANK80P
047800     PERFORM READ-COMPLAINT-FOR-UPDATE THRU                       DBANK80P
047900             READ-COMPLAINT-FOR-UPDATE-EXIT.                      DBANK80P
048000     IF NOT CD80O-OK                                              DBANK80P
048100       GO TO ASSIGN-PROCESSING-EXIT                               DBANK80P
048200     END-IF.                                                      DBANK80P
048300     IF NOT CPL-STATUS-OPEN                                       DBANK80P
048400       PERFORM REJECT-UPDATE THRU                                 DBANK80P
048500               REJECT-UPDATE-EXIT                                 DBANK80P
048600       MOVE 'Complaint is closed' TO CD80O-MSG                    DBANK80P
048700       GO TO ASSIGN-PROCESSING-EXIT                               DBANK80P
048800     END-IF.                                                      DBANK80P
048900     MOVE 'ASGN' TO WS-AUDIT-ACTION.                              DBANK80P
049000     MOVE SPACES TO WS-AUDIT-DETAIL.                              DBANK80P
049100     STRING CPL-REC-OWNER DELIMITED BY SIZE                       DBANK80P
049200            ' TO ' DELIMITED BY SIZE                              DBANK80P
049300            CD80I-OWNER DELIMITED BY SIZE                         DBANK80P
049400       INTO WS-AUDIT-DETAIL.                                      DBANK80P
049500     MOVE CD80I-OWNER TO CPL-REC-OWNER.                           DBANK80P
049600     PERFORM REWRITE-COMPLAINT THRU                               DBANK80P
049700             REWRITE-COMPLAINT-EXIT.                              DBANK80P
049800 ASSIGN-PROCESSING-EXIT.                                          DBANK80P
049900     EXIT.                                                        DBANK80P
050000                                                                  DBANK80P
050100***************************************************************** DBANK80P
050200* Respond request - the final response.  The outcome is needed, * DBANK80P
050300* and the root cause unless the customer withdrew.  A final     * DBANK80P
050400* response also counts as the acknowledgment if none was sent.  * DBANK80P
050500***************************************************************** DBANK80P
050600 RESPOND-PROCESSING.                                              DBANK80P
050700     IF CD80I-OUTCOME IS NOT EQUAL TO 'U' AND                     DBANK80P
050800        CD80I-OUTCOME IS NOT EQUAL TO 'P' AND                     DBANK80P
050900        CD80I-OUTCOME IS NOT EQUAL TO 'N' AND                     DBANK80P
051000        CD80I-OUTCOME IS NOT EQUAL TO 'W'                         DBANK80P
051100       SET CD80O-ERROR TO TRUE                                    DBANK80P
051200       MOVE 'Outcome U=upheld P=part N=not W=withdrawn'           DBANK80P
051300         TO CD80O-MSG                                             DBANK80P
051400       GO TO RESPOND-PROCESSING-EXIT                              DBANK80P
051500     END-IF.                                                      DBANK80P
051600     PERFORM READ-COMPLAINT-FOR-UPDATE THRU                       DBANK80P
051700             READ-COMPLAINT-FOR-UPDATE-EXIT.                      DBANK80P
051800     IF NOT CD80O-OK                                              DBANK80P
051900       GO TO RESPOND-PROCESSING-EXIT                              DBANK80P
052000     END-IF.                                                      DBANK80P
052100     IF NOT CPL-STATUS-OPEN                                       DBANK80P
052200       PERFORM REJECT-UPDATE THRU                                 DBANK80P
052300               REJECT-UPDATE-EXIT                                 DBANK80P
052400       MOVE 'Complaint has already been closed' TO CD80O-MSG      DBANK80P
052500       GO TO RESPOND-PROCESSING-EXIT                              DBANK80P
052600     END-IF.                                                      DBANK80P
052700     MOVE CD80I-ROOT-CAUSE TO CPL-REC-ROOT-CAUSE.                 DBANK80P
052800     IF NOT CPL-CAUSE-VALID AND                                   DBANK80P
052900        CD80I-OUTCOME IS NOT EQUAL TO 'W'                         DBANK80P
053000       PERFORM REJECT-UPDATE THRU                                 DBANK80P
053100               REJECT-UPDATE-EXIT                                 DBANK80P
053200       MOVE 'Root cause PR SY ST PD TP or NF' TO CD80O-MSG        DBANK80P
053300       GO TO RESPOND-PROCESSING-EXIT                              DBANK80P
053400     END-IF.                                                      DBANK80P
053500     IF NOT CPL-CAUSE-VALID                                       DBANK80P
053600       MOVE SPACES TO CPL-REC-ROOT-CAUSE                          DBANK80P
053700     END-IF.                                                      DBANK80P
053800     MOVE CD80I-OUTCOME TO CPL-REC-OUTCOME.                       DBANK80P
053900     SET CPL-STATUS-CLOSED TO TRUE.                               DBANK80P
054000     MOVE WS-TS-DATE (1:10) TO CPL-REC-FINAL-DATE.                DBANK80P
054100     MOVE CD80I-USERID TO CPL-REC-FINAL-USER.                     DBANK80P
054200     IF CPL-REC-ACK-DATE IS EQUAL TO SPACES                       DBANK80P
054300       MOVE WS-TS-DATE (1:10) TO CPL-REC-ACK-DATE                 DBANK80P
054400       MOVE CD80I-USERID TO CPL-REC-ACK-USER                      DBANK80P
054500     END-IF.                                                      DBANK80P
054600     MOVE 'RESP' TO WS-AUDIT-ACTION.                              DBANK80P
054700     MOVE SPACES TO WS-AUDIT-DETAIL.                              DBANK80P
054800     STRING 'OUTCOME ' DELIMITED BY SIZE                          DBANK80P
054900            CPL-REC-OUTCOME DELIMITED BY SIZE                     DBANK80P
055000            ' CAUSE ' DELIMITED BY SIZE                           DBANK80P
055100            CPL-REC-ROOT-CAUSE DELIMITED BY SIZE                  DBANK80P
055200       INTO WS-AUDIT-DETAIL.                                      DBANK80P
055300     PERFORM REWRITE-COMPLAINT THRU                               DBANK80P
055400             REWRITE-COMPLAINT-EXIT.                              DBANK80P
055500 RESPOND-PROCESSING-EXIT.                                         DBANK80P
055600     EXIT.                                                        DBANK80P
055700                                                                  DBANK80P
055800***************************************************************** DBANK80P
055900* Redress request - credit the customer's account and add the   * DBANK80P
056000* payment to the complaint.  Redress goes to the keyed account, * DBANK80P
056100* else the account the complaint was logged against.  Nothing   * DBANK80P
056200* is paid on a complaint closed as not upheld or withdrawn.     * DBANK80P
056300***************************************************************** DBANK80P
056400 REDRESS-PROCESSING.                                              DBANK80P
056500     IF CD80I-REDRESS-AMOUNT IS NOT GREATER THAN ZERO             DBANK80P
056600       SET CD80O-ERROR TO TRUE                                    DBANK80P
056700       MOVE 'Redress amount must be greater than zero'            DBANK80P
056800         TO CD80O-MSG                                             DBANK80P
056900       GO TO REDRESS-PROCESSING-EXIT                              DBANK80P
057000     END-IF.                                                      DBANK80P
057100     PERFORM READ-COMPLAINT-FOR-UPDATE THRU                       DBANK80P
057200             READ-COMPLAINT-FOR-UPDATE-EXIT.                      DBANK80P
057300     IF NOT CD80O-OK                                              DBANK80P
057400       GO TO REDRESS-PROCESSING-EXIT                              DBANK80P
057500     END-IF.                                                      DBANK80P
057600     IF CPL-OUTCOME-NOT-UPHELD OR                                 DBANK80P
057700        CPL-OUTCOME-WITHDRAWN                                     DBANK80P
057800       PERFORM REJECT-UPDATE THRU                                 DBANK80P
057900               REJECT-UPDATE-EXIT                                 DBANK80P
058000       MOVE 'No redress - not upheld or withdrawn' TO CD80O-MSG   DBANK80P
058100       GO TO REDRESS-PROCESSING-EXIT                              DBANK80P
058200     END-IF.                                                      DBANK80P
058300     IF CD80I-ACCNO IS EQUAL TO SPACES OR                         DBANK80P
058400        CD80I-ACCNO IS EQUAL TO LOW-VALUES                        DBANK80P
058500       MOVE CPL-REC-ACCNO TO WS-REDRESS-ACCNO                     DBANK80P
058600     ELSE                                                         DBANK80P
058700       MOVE CD80I-ACCNO TO WS-REDRESS-ACCNO                       DBANK80P
058800     END-IF.                                                      DBANK80P
058900     IF WS-REDRESS-ACCNO IS EQUAL TO SPACES                       DBANK80P
059000       PERFORM REJECT-UPDATE THRU                                 DBANK80P
059100               REJECT-UPDATE-EXIT                                 DBANK80P
059200       MOVE 'Key the account to pay the redress to'               DBANK80P
059300         TO CD80O-MSG                                             DBANK80P
059400       GO TO REDRESS-PROCESSING-EXIT                              DBANK80P
059500     END-IF.                                                      DBANK80P
059600     PERFORM POST-REDRESS-CREDIT THRU                             DBANK80P
059700             POST-REDRESS-CREDIT-EXIT.                            DBANK80P
059800     IF NOT CD80O-OK                                              DBANK80P
059900       PERFORM REJECT-UPDATE THRU                                 DBANK80P
060000               REJECT-UPDATE-EXIT                                 DBANK80P
060100       GO TO REDRESS-PROCESSING-EXIT                              DBANK80P
060200     END-IF.                                                      DBANK80P
060300     ADD CD80I-REDRESS-AMOUNT TO CPL-REC-REDRESS-AMOUNT.          DBANK80P
060400     ADD 1 TO CPL-REC-REDRESS-COUNT.                              DBANK80P
060500     MOVE WS-TS-DATE (1:10) TO CPL-REC-REDRESS-DATE.              DBANK80P
060600     MOVE CD80I-USERID TO CPL-REC-REDRESS-USER.                   DBANK80P
060700     IF CPL-REC-ACCNO IS EQUAL TO SPACES                          DBANK80P
060800       MOVE WS-REDRESS-ACCNO TO CPL-REC-ACCNO                     DBANK80P
060900     END-IF.                                                      DBANK80P
061000     MOVE 'RDRS' TO WS-AUDIT-ACTION.                              DBANK80P
061100     MOVE CD80I-REDRESS-AMOUNT TO WS-AMOUNT-EDIT.                 DBANK80P
061200     MOVE SPACES TO WS-AUDIT-DETAIL.                              DBANK80P
061300     STRING WS-REDRESS-ACCNO DELIMITED BY SIZE                    DBANK80P
061400            ' ' DELIMITED BY SIZE                                 DBANK80P
061500            WS-AMOUNT-EDIT DELIMITED BY SIZE                      DBANK80P
061600       INTO WS-AUDIT-DETAIL.                                      DBANK80P
061700     PERFORM REWRITE-COMPLAINT THRU                               DBANK80P
061800             REWRITE-COMPLAINT-EXIT.                              DBANK80P
061900 REDRESS-PROCESSING-EXIT.                                         DBANK80P
062000     EXIT.                                                        DBANK80P
062100                                                                  DBANK80P
062200***************************************************************** DBANK80P
062300* Credit the redress to the account, which must belong to the   * DBANK80P
062400* complainant and not be closed, and post it under the dispute  * DBANK80P
062500* transaction type, sub-type 3                                  * DBANK80P
062600***************************************************************** DBANK80P
062700 POST-REDRESS-CREDIT.                                             DBANK80P
062800     MOVE WS-REDRESS-ACCNO TO WS-BNKACC-RID.                      DBANK80P
062900     EXEC CICS READ FILE('BNKACC')                                DBANK80P
063000                    UPDATE                                        DBANK80P
063100                    INTO(WS-BNKACC-REC)                           DBANK80P
063200                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBANK80P
063300                    RIDFLD(WS-BNKACC-RID)                         DBANK80P
063400                    TOKEN(WS-READ-TOKEN)                          DBANK80P
063500                    RESP(WS-RESP)                                 DBANK80P
063600     END-EXEC.                                                    DBANK80P
063700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK80P
063800       SET CD80O-ERROR TO TRUE                                    DBANK80P
063900       MOVE 'Redress account not found' TO CD80O-MSG              DBANK80P
064000       GO TO POST-REDRESS-CREDIT-EXIT                             DBANK80P
064100     END-IF.                                                      DBANK80P
064200     IF BAC-REC-PID IS NOT EQUAL TO CPL-REC-PID OR                DBANK80P
064300        BAC-STATUS-CLOSED                                         DBANK80P
064400       EXEC CICS UNLOCK FILE('BNKACC')                            DBANK80P
064500                 TOKEN(WS-READ-TOKEN)                             DBANK80P
064600       END-EXEC                                                   DBANK80P
064700       SET CD80O-ERROR TO TRUE                                    DBANK80P
064800       MOVE 'Pay redress to an open account of theirs'            DBANK80P
064900         TO CD80O-MSG                                             DBANK80P
065000       GO TO POST-REDRESS-CREDIT-EXIT                             DBANK80P
065100     END-IF.                                                      DBANK80P
065200     ADD CD80I-REDRESS-AMOUNT TO BAC-REC-BALANCE.                 DBANK80P
065300     EXEC CICS REWRITE FILE('BNKACC')                             DBANK80P
065400                    FROM(WS-BNKACC-REC)                           DBANK80P
065500                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBANK80P
065600                    TOKEN(WS-READ-TOKEN)                          DBANK80P
065700                    RESP(WS-RESP)                                 DBANK80P
065800     END-EXEC                                                     DBANK80P
065814     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK80P
065828        MOVE 'BNKACC' TO CD85I-FILE                               DBANK80P
065842        SET CD85I-CHANGE TO TRUE                                  DBANK80P
065856        MOVE WS-BNKACC-REC TO CD85I-IMAGE                         DBANK80P
065870        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           DBANK80P
065884     END-IF.                                                      DBANK80P
065900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK80P
066000       SET CD80O-ERROR TO TRUE                                    DBANK80P
066100       MOVE 'Unable to credit the redress' TO CD80O-MSG           DBANK80P
066200       GO TO POST-REDRESS-CREDIT-EXIT                             DBANK80P
066300     END-IF.                                                      DBANK80P
066400     MOVE WS-TIMESTAMP TO WS-POST-TIMESTAMP.                      DBANK80P
066500     MOVE '7' TO WS-POST-TIMESTAMP (26:1).                        DBANK80P
066600     MOVE SPACES TO WS-BNKTXN-REC.                                DBANK80P
066700     MOVE CPL-REC-PID TO BTX-REC-PID.                             DBANK80P
066800     MOVE 'V' TO BTX-REC-TYPE.                                    DBANK80P
066900     MOVE '3' TO BTX-REC-SUB-TYPE.                                DBANK80P
067000     MOVE WS-REDRESS-ACCNO TO BTX-REC-ACCNO.                      DBANK80P
067100     MOVE WS-POST-TIMESTAMP TO BTX-REC-TIMESTAMP.                 DBANK80P
067200     MOVE CD80I-REDRESS-AMOUNT TO BTX-REC-AMOUNT.                 DBANK80P
067300     MOVE SPACES TO TXN-DATA.                                     DBANK80P
067400     MOVE 'Complaint redress' TO TXN-T1-OLD-DESC.                 DBANK80P
067500     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       DBANK80P
067600     MOVE TXN-DATA-NEW TO BTX-REC-DATA-NEW.                       DBANK80P
067700     MOVE CPL-REC-ID TO BTX-REC-PAYMENT-REF.                      DBANK80P
067800     MOVE BAC-REC-BRANCH-CODE TO BTX-REC-BRANCH-CODE.             DBANK80P
067900     MOVE WS-POST-TIMESTAMP TO WS-TWOS-COMP-INPUT.                DBANK80P
068000     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBANK80P
068100     MOVE LENGTH OF WS-POST-TIMESTAMP TO WS-TWOS-COMP-LEN.        DBANK80P
068200     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBANK80P
068300                           WS-TWOS-COMP-INPUT                     DBANK80P
068400                           WS-TWOS-COMP-OUTPUT                    DBANK80P
068500                           WS-TWOS-COMP-FORMAT.                   DBANK80P
068600     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            DBANK80P
068700     MOVE WS-POST-TIMESTAMP TO WS-BNKTXN-RID.                     DBANK80P
068800 COPY CBANKTXP.                                                   DBANK80P
068900     EXEC CICS WRITE FILE('BNKTXN')                               DBANK80P
069000                    FROM(WS-BNKTXN-REC)                           DBANK80P
069100                    LENGTH(LENGTH OF WS-BNKTXN-REC)               DBANK80P
069200                    RIDFLD(WS-BNKTXN-RID)                         DBANK80P
069300                    KEYLENGTH(LENGTH OF WS-BNKTXN-RID)            DBANK80P
069400                    RESP(WS-RESP)                                 DBANK80P
069500     END-EXEC                                                     DBANK80P
069514     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK80P
069528        MOVE 'BNKTXN' TO CD85I-FILE                               DBANK80P
069542        SET CD85I-ADD TO TRUE                                     DBANK80P
069556        MOVE WS-BNKTXN-REC TO CD85I-IMAGE                         DBANK80P
069570        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           DBANK80P
069584     END-IF.                                                      DBANK80P
069600 POST-REDRESS-CREDIT-EXIT.                                        DBANK80P
069700     EXIT.                                                        DBANK80P
069800                                                                  DBANK80P
069900***************************************************************** DBANK80P
070000* Read the keyed complaint for update                           * DBANK80P
070100***************************************************************** DBANK80P
070200 READ-COMPLAINT-FOR-UPDATE.                                       DBANK80P
070300     MOVE CD80I-COMPLAINT-ID TO WS-BNKCMPL-RID.                   DBANK80P
070400     EXEC CICS READ FILE('BNKCMPL')                               DBANK80P
070500                    UPDATE                                        DBANK80P
070600                    INTO(WS-BNKCMPL-REC)                          DBANK80P
070700                    LENGTH(LENGTH OF WS-BNKCMPL-REC)              DBANK80P
070800                    RIDFLD(WS-BNKCMPL-RID)                        DBANK80P
070900                    RESP(WS-RESP)                                 DBANK80P
071000     END-EXEC.                                                    DBANK80P
071100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK80P
071200       SET CD80O-NOTFND TO TRUE                                   DBANK80P
071300       MOVE 'Complaint not found' TO CD80O-MSG                    DBANK80P
071400     END-IF.                                                      DBANK80P
071500 READ-COMPLAINT-FOR-UPDATE-EXIT.                                  DBANK80P
071600     EXIT.                                                        DBANK80P
071700                                                                  DBANK80P
071800***************************************************************** DBANK80P
071900* Give up an update - release the complaint and return it       * DBANK80P
072000* unchanged                                                     * DBANK80P
072100***************************************************************** DBANK80P
072200 REJECT-UPDATE.                                                   DBANK80P
072300     EXEC CICS UNLOCK FILE('BNKCMPL')                             DBANK80P
072400     END-EXEC.                                                    DBANK80P
072500     PERFORM FILL-OUTPUT-FIELDS THRU                              DBANK80P
072600             FILL-OUTPUT-FIELDS-EXIT.                             DBANK80P
072700     SET CD80O-ERROR TO TRUE.                                     DBANK80P
072800 REJECT-UPDATE-EXIT.                                              DBANK80P
072900     EXIT.                                                        DBANK80P
073000                                                                  DBANK80P
073100***************************************************************** DBANK80P
073200* Rewrite the updated complaint and post the audit              * DBANK80P
073300***************************************************************** DBANK80P
073400 REWRITE-COMPLAINT.                                               DBANK80P
073500     EXEC CICS REWRITE FILE('BNKCMPL')                            DBANK80P
073600                    FROM(WS-BNKCMPL-REC)                          DBANK80P
073700                    LENGTH(LENGTH OF WS-BNKCMPL-REC)              DBANK80P
073800                    RESP(WS-RESP)                                 DBANK80P
073900     END-EXEC.                                                    DBANK80P
074000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK80P
074100       SET CD80O-ERROR TO TRUE                                    DBANK80P
074200       MOVE 'Unable to update the complaint' TO CD80O-MSG         DBANK80P
074300       GO TO REWRITE-COMPLAINT-EXIT                               DBANK80P
074400     END-IF.                                                      DBANK80P
074500     PERFORM WRITE-MAINT-AUDIT THRU                               DBANK80P
074600             WRITE-MAINT-AUDIT-EXIT.                              DBANK80P
074700     PERFORM FILL-OUTPUT-FIELDS THRU                              DBANK80P
074800             FILL-OUTPUT-FIELDS-EXIT.                             DBANK80P
074900 REWRITE-COMPLAINT-EXIT.                                          DBANK80P
075000     EXIT.                                                        DBANK80P
075100                                                                  DBANK80P
075200***************************************************************** DBANK80P
075300* Check WS-DATE-CHECK is a plausible yyyy-mm-dd date            * DBANK80P
075400***************************************************************** DBANK80P
075500 CHECK-ISO-DATE.                                                  DBANK80P
075600     MOVE 'N' TO WS-DATE-VALID.                                   DBANK80P
075700     IF WS-DATE-CHECK-YYYY IS NOT NUMERIC OR                      DBANK80P
075800        WS-DATE-CHECK-MM IS NOT NUMERIC OR                        DBANK80P
075900        WS-DATE-CHECK-DD IS NOT NUMERIC OR                        DBANK80P
076000        WS-DATE-CHECK-DASH1 IS NOT EQUAL TO '-' OR                DBANK80P
076100        WS-DATE-CHECK-DASH2 IS NOT EQUAL TO '-'                   DBANK80P
076200       GO TO CHECK-ISO-DATE-EXIT                                  DBANK80P
076300     END-IF.                                                      DBANK80P
076400     IF WS-DATE-CHECK-MM-N IS LESS THAN 1 OR                      DBANK80P
076500        WS-DATE-CHECK-MM-N IS GREATER THAN 12 OR                  DBANK80P
076600        WS-DATE-CHECK-DD-N IS LESS THAN 1 OR                      DBANK80P
076700        WS-DATE-CHECK-DD-N IS GREATER THAN 31                     DBANK80P
076800       GO TO CHECK-ISO-DATE-EXIT                                  DBANK80P
076900     END-IF.                                                      DBANK80P
077000     MOVE 'Y' TO WS-DATE-VALID.                                   DBANK80P
077100 CHECK-ISO-DATE-EXIT.                                             DBANK80P
077200     EXIT.                                                        DBANK80P
077300                                                                  DBANK80P
077400***************************************************************** DBANK80P
077500* Return the complaint to the caller, with the customer's name  * DBANK80P
077600* for the screen                                                * DBANK80P
077700***************************************************************** DBANK80P
077800 FILL-OUTPUT-FIELDS.                                              DBANK80P
077900     MOVE CPL-REC-ID TO CD80O-COMPLAINT-ID.                       DBANK80P
078000     MOVE CPL-REC-PID TO CD80O-PID.                               DBANK80P
078100     MOVE CPL-REC-ACCNO TO CD80O-ACCNO.                           DBANK80P
078200     MOVE CPL-REC-STATUS TO CD80O-STATUS.                         DBANK80P
078300     MOVE CPL-REC-CATEGORY TO CD80O-CATEGORY.                     DBANK80P
078400     MOVE CPL-REC-CHANNEL TO CD80O-CHANNEL.                       DBANK80P
078500     MOVE CPL-REC-RECEIVED-DATE TO CD80O-RECEIVED-DATE.           DBANK80P
078600     MOVE CPL-REC-ACK-DUE-DATE TO CD80O-ACK-DUE-DATE.             DBANK80P
078700     MOVE CPL-REC-FINAL-DUE-DATE TO CD80O-FINAL-DUE-DATE.         DBANK80P
078800     MOVE CPL-REC-ACK-DATE TO CD80O-ACK-DATE.                     DBANK80P
078900     MOVE CPL-REC-OWNER TO CD80O-OWNER.                           DBANK80P
079000     MOVE CPL-REC-ROOT-CAUSE TO CD80O-ROOT-CAUSE.                 DBANK80P
079100     MOVE CPL-REC-OUTCOME TO CD80O-OUTCOME.                       DBANK80P
079200     MOVE CPL-REC-FINAL-DATE TO CD80O-FINAL-DATE.                 DBANK80P
079300     MOVE CPL-REC-REDRESS-AMOUNT TO CD80O-REDRESS-AMOUNT.         DBANK80P
079400     MOVE CPL-REC-REDRESS-COUNT TO CD80O-REDRESS-COUNT.           DBANK80P
079500     MOVE CPL-REC-REDRESS-DATE TO CD80O-REDRESS-DATE.             DBANK80P
079600     MOVE CPL-REC-SUMMARY TO CD80O-SUMMARY.                       DBANK80P
079700     MOVE CPL-REC-PID TO WS-BNKCUST-RID.                          DBANK80P
079800     EXEC CICS READ FILE('BNKCUST')                               DBANK80P
079900                    INTO(WS-BNKCUST-REC)                          DBANK80P
080000                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBANK80P
080100                    RIDFLD(WS-BNKCUST-RID)                        DBANK80P
080200                    RESP(WS-RESP)                                 DBANK80P
080300     END-EXEC.                                                    DBANK80P
080400     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK80P
080500       MOVE BCS-REC-NAME TO CD80O-NAME                            DBANK80P
080600     END-IF.                                                      DBANK80P
080700 FILL-OUTPUT-FIELDS-EXIT.                                         DBANK80P
080800     EXIT.                                                        DBANK80P
080900                                                                  DBANK80P
081000***************************************************************** DBANK80P
081100* Write the audit posting for the change under the maintenance  * DBANK80P
081200* transaction type, as DBANK41P does.  The posting carries no   * DBANK80P
081300* amount - the GL feed has no mapping for it and skips it.      * DBANK80P
081400***************************************************************** DBANK80P
081500 WRITE-MAINT-AUDIT.                                               DBANK80P
081600     MOVE SPACES TO WS-BNKTXN-REC.                                DBANK80P
081700     MOVE CPL-REC-PID TO BTX-REC-PID.                             DBANK80P
081800     MOVE 'M' TO BTX-REC-TYPE.                                    DBANK80P
081900     MOVE '2' TO BTX-REC-SUB-TYPE.                                DBANK80P
082000     MOVE SPACES TO BTX-REC-ACCNO.                                DBANK80P
082100     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      DBANK80P
082200     MOVE ZERO TO BTX-REC-AMOUNT.                                 DBANK80P
082300     MOVE SPACES TO TXN-DATA.                                     DBANK80P
082400     STRING 'CPL ' DELIMITED BY SIZE                              DBANK80P
082500            WS-AUDIT-ACTION DELIMITED BY SIZE                     DBANK80P
082600            ' ' DELIMITED BY SIZE                                 DBANK80P
082700            CPL-REC-ID DELIMITED BY SIZE                          DBANK80P
082800       INTO TXN-T1-OLD-DESC.                                      DBANK80P
082900     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       DBANK80P
083000     MOVE SPACES TO TXN-DATA.                                     DBANK80P
083100     MOVE WS-AUDIT-DETAIL TO TXN-T1-OLD-DESC.                     DBANK80P
083200     MOVE TXN-DATA-OLD TO BTX-REC-DATA-NEW.                       DBANK80P
083300     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBANK80P
083400     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBANK80P
083500     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBANK80P
083600     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBANK80P
083700                           WS-TWOS-COMP-INPUT                     DBANK80P
083800                           WS-TWOS-COMP-OUTPUT                    DBANK80P
083900                           WS-TWOS-COMP-FORMAT.                   DBANK80P
084000     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            DBANK80P
084100     MOVE WS-TIMESTAMP TO WS-BNKTXN-RID.                          DBANK80P
084200 COPY CBANKTXP.                                                   DBANK80P
084300     EXEC CICS WRITE FILE('BNKTXN')                               DBANK80P
084400                    FROM(WS-BNKTXN-REC)                           DBANK80P
084500                    LENGTH(LENGTH OF WS-BNKTXN-REC)               DBANK80P
084600                    RIDFLD(WS-BNKTXN-RID)                         DBANK80P
084700                    KEYLENGTH(LENGTH OF WS-BNKTXN-RID)            DBANK80P
084800                    RESP(WS-RESP)                                 DBANK80P
084900     END-EXEC                                                     DBANK80P
084914     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK80P
084928        MOVE 'BNKTXN' TO CD85I-FILE                               DBANK80P
084942        SET CD85I-ADD TO TRUE                                     DBANK80P
084956        MOVE WS-BNKTXN-REC TO CD85I-IMAGE                         DBANK80P
084970        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           DBANK80P
084984     END-IF.                                                      DBANK80P
085000 WRITE-MAINT-AUDIT-EXIT.                                          DBANK80P
085100     EXIT.                                                        DBANK80P
085200                                                                  DBANK80P
085209***************************************************************** DBANK80P
085218* Journal the after-image of the master-file update just        * DBANK80P
085227* made so it can be rolled forward onto a reload                * DBANK80P
085236***************************************************************** DBANK80P
085245 JOURNAL-UPDATE.                                                  DBANK80P
085254     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         DBANK80P
085263 COPY CBANKX85.                                                   DBANK80P
085272 JOURNAL-UPDATE-EXIT.                                             DBANK80P
085281     EXIT.                                                        DBANK80P
085290                                                                  DBANK80P
085300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK80P
