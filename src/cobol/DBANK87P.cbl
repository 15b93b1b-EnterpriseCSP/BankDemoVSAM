000100***************************************************************** DBANK87P
000200*                                                               * DBANK87P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK87P
000400*   This demonstration program is provided for use by users     * DBANK87P
000500*   of Micro Focus products and may be used, modified and       * DBANK87P
000600*   distributed as part of your application provided that       * DBANK87P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK87P
000800*   in this material.                                           * DBANK87P
000900*                                                               * DBANK87P
001000***************************************************************** DBANK87P
001100                                                                  DBANK87P
001200                                                                  DBANK87P
001300***************************************************************** DBANK87P
001400* Program:     DBANK87P.CBL                                     * DBANK87P
001500* Function:    Customer consents for third-party providers      * DBANK87P
001600*              (file BNKCONS) - list a customer's consents,     * DBANK87P
001700*              grant one, revoke one, and verify the token a    * DBANK87P
001800*              partner presents in place of the customer's      * DBANK87P
001900*              password.  A consent covers up to five of the    * DBANK87P
002000*              customer's own accounts for the scopes the       * DBANK87P
002100*              customer chose (balances, transactions, payment  * DBANK87P
002200*              initiation), never more than the provider is     * DBANK87P
002300*              approved for on BNKTPP, and lapses on its expiry * DBANK87P
002400*              date.  Verify also fails once the provider is    * DBANK87P
002500*              suspended.  VSAM version                         * DBANK87P
002600***************************************************************** DBANK87P
002700                                                                  DBANK87P
002800 IDENTIFICATION DIVISION.                                         DBANK87P
002900 PROGRAM-ID.                                                      DBANK87P
003000     DBANK87P.                                                    DBANK87P
003100 DATE-WRITTEN.                                                    DBANK87P
003200     October 2026.                                                DBANK87P
003300 DATE-COMPILED.                                                   DBANK87P
003400     Today.                                                       DBANK87P
003500                                                                  DBANK87P
003600 ENVIRONMENT DIVISION.                                            DBANK87P
003700                                                                  DBANK87P
003800 DATA DIVISION.                                                   DBANK87P
003900                                                                  DBANK87P
004000 WORKING-STORAGE SECTION.                                         DBANK87P
004100 COPY CTSTAMPD.                                                   DBANK87P
004200                                                                  DBANK87P
004300 01  WS-MISC-STORAGE.                                             DBANK87P
004400   05  WS-PROGRAM-ID                         PIC X(8)             DBANK87P
004500       VALUE 'DBANK87P'.                                          DBANK87P
004600   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK87P
004700   05  WS-RESP                               PIC S9(8) COMP.      DBANK87P
004800   05  WS-SUB1                               PIC S9(4) COMP.      DBANK87P
004900   05  WS-SUB2                               PIC S9(4) COMP.      DBANK87P
005000   05  WS-BNKACC-RID                         PIC X(9).            DBANK87P
005100   05  WS-BNKTPP-RID                         PIC X(8).            DBANK87P
005200   05  WS-BNKCONS-RID                        PIC X(16).           DBANK87P
005300   05  WS-BNKCONS-AIX1-RID                   PIC X(5).            DBANK87P
005400   05  WS-TODAY                              PIC X(10).           DBANK87P
005500   05  WS-DAYS                               PIC 9(3).            DBANK87P
005600   05  WS-DEFAULT-DAYS                       PIC 9(3) VALUE 90.   DBANK87P
005700   05  WS-MAX-DAYS                           PIC 9(3) VALUE 365.  DBANK87P
005800   05  WS-EXPIRY-INTEGER                     PIC 9(7).            DBANK87P
005900   05  WS-EXPIRY-DATE                        PIC 9(8).            DBANK87P
006000   05  WS-ACCOUNT-COUNT                      PIC 9(1).            DBANK87P
006100   05  WS-COVERED                            PIC X(1).            DBANK87P
006200     88  WS-ACCOUNT-COVERED                  VALUE 'Y'.           DBANK87P
006300   05  WS-ABSTIME                            PIC S9(15) COMP-3.   DBANK87P
006400   05  WS-SEED                               PIC 9(10).           DBANK87P
006500   05  WS-SEED-WORK                          PIC 9(18).           DBANK87P
006600   05  WS-SEED-QUOT                          PIC 9(18).           DBANK87P
006700   05  WS-CHAR-IDX                           PIC 9(2).            DBANK87P
006800   05  WS-CHAR-QUOT                          PIC 9(10).           DBANK87P
006900   05  WS-ATTEMPT                            PIC 9(2).            DBANK87P
007000   05  WS-TOKEN-CHARS                        PIC X(36)            DBANK87P
007100       VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.              DBANK87P
007200                                                                  DBANK87P
007300 01  WS-BNKCONS-REC.                                              DBANK87P
007400 COPY CBANKVCE.                                                   DBANK87P
007500                                                                  DBANK87P
007600 01  WS-BNKTPP-REC.                                               DBANK87P
007700 COPY CBANKVTP.                                                   DBANK87P
007800                                                                  DBANK87P
007900 01  WS-BNKACC-REC.                                               DBANK87P
008000 COPY CBANKVAC.                                                   DBANK87P
008100                                                                  DBANK87P
008200 01  WS-COMMAREA.                                                 DBANK87P
008300 COPY CBANKD87.                                                   DBANK87P
008400                                                                  DBANK87P
008500 LINKAGE SECTION.                                                 DBANK87P
008600 01  DFHCOMMAREA.                                                 DBANK87P
008700   05  LK-COMMAREA                           PIC X(1)             DBANK87P
008800       OCCURS 1 TO 4096 TIMES                                     DBANK87P
008900         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK87P
009000                                                                  DBANK87P
009100 COPY CENTRY.                                                     DBANK87P
009200***************************************************************** DBANK87P
009300* Move the passed data to our area                              * DBANK87P
009400***************************************************************** DBANK87P
009500     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK87P
009600     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK87P
009700                                                                  DBANK87P
009800***************************************************************** DBANK87P
009900* Initialize our output area                                    * DBANK87P
010000***************************************************************** DBANK87P
010100     MOVE SPACES TO CD87O-DATA.                                   DBANK87P
010200     SET CD87O-OK TO TRUE.                                        DBANK87P
010300     MOVE ZERO TO CD87O-COUNT.                                    DBANK87P
010400 COPY CTSTAMPP.                                                   DBANK87P
010500     MOVE WS-TIMESTAMP (1:10) TO WS-TODAY.                        DBANK87P
010600                                                                  DBANK87P
010700***************************************************************** DBANK87P
010800* See what kind of request we have and react accordingly        * DBANK87P
010900***************************************************************** DBANK87P
011000     EVALUATE TRUE                                                DBANK87P
011100       WHEN CD87I-LIST                                            DBANK87P
011200         PERFORM LIST-PROCESSING THRU                             DBANK87P
011300                 LIST-PROCESSING-EXIT                             DBANK87P
011400       WHEN CD87I-GRANT                                           DBANK87P
011500         PERFORM GRANT-PROCESSING THRU                            DBANK87P
011600                 GRANT-PROCESSING-EXIT                            DBANK87P
011700       WHEN CD87I-REVOKE                                          DBANK87P
011800         PERFORM REVOKE-PROCESSING THRU                           DBANK87P
011900                 REVOKE-PROCESSING-EXIT                           DBANK87P
012000       WHEN CD87I-VERIFY                                          DBANK87P
012100         PERFORM VERIFY-PROCESSING THRU                           DBANK87P
012200                 VERIFY-PROCESSING-EXIT                           DBANK87P
012300       WHEN OTHER                                                 DBANK87P
012400         SET CD87O-ERROR TO TRUE                                  DBANK87P
012500         MOVE 'Bad request code' TO CD87O-MSG                     DBANK87P
012600     END-EVALUATE.                                                DBANK87P
012700                                                                  DBANK87P
012800***************************************************************** DBANK87P
012900* Move the result back to the callers area                      * DBANK87P
013000***************************************************************** DBANK87P
013100     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK87P
013200                                                                  DBANK87P
013300***************************************************************** DBANK87P
013400* Return to our caller                                          * DBANK87P
013500***************************************************************** DBANK87P
013600 COPY CRETURN.                                                    DBANK87P
013700                                                                  DBANK87P
013800***************************************************************** DBANK87P
013900* List request - browse the customer's consents on the PID      * DBANK87P
014000* path, newest grants last, up to eight of them                 * DBANK87P
014100***************************************************************** DBANK87P
014200 LIST-PROCESSING.                                                 DBANK87P
014300     MOVE CD87I-PID TO WS-BNKCONS-AIX1-RID.                       DBANK87P
014400     EXEC CICS STARTBR FILE('BNKCONS1')                           DBANK87P
014500                       RIDFLD(WS-BNKCONS-AIX1-RID)                DBANK87P
014600                       GTEQ                                       DBANK87P
014700                       RESP(WS-RESP)                              DBANK87P
014800     END-EXEC.                                                    DBANK87P
014900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK87P
015000       SET CD87O-NOTFND TO TRUE                                   DBANK87P
015100       MOVE 'No consents on file' TO CD87O-MSG                    DBANK87P
015200       GO TO LIST-PROCESSING-EXIT                                 DBANK87P
015300     END-IF.                                                      DBANK87P
015400 LIST-FETCH-LOOP.                                                 DBANK87P
015500     EXEC CICS READNEXT FILE('BNKCONS1')                          DBANK87P
015600                        INTO(WS-BNKCONS-REC)                      DBANK87P
015700                        LENGTH(LENGTH OF WS-BNKCONS-REC)          DBANK87P
015800                        RIDFLD(WS-BNKCONS-AIX1-RID)               DBANK87P
015900                        RESP(WS-RESP)                             DBANK87P
016000     END-EXEC.                                                    DBANK87P
016100     IF (WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND              DBANK87P
016200         WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)) OR              DBANK87P
016300        CNS-REC-PID IS NOT EQUAL TO CD87I-PID OR                  DBANK87P
016400        CD87O-COUNT IS NOT LESS THAN 8                            DBANK87P
016500       GO TO LIST-FETCH-LOOP-EXIT                                 DBANK87P
016600     END-IF.                                                      DBANK87P
016700     ADD 1 TO CD87O-COUNT.                                        DBANK87P
016800     MOVE CD87O-COUNT TO WS-SUB1.                                 DBANK87P
016900     MOVE CNS-REC-TOKEN TO CD87O-ENTRY-TOKEN (WS-SUB1).           DBANK87P
017000     MOVE CNS-REC-TPP-ID TO CD87O-ENTRY-TPP-ID (WS-SUB1).         DBANK87P
017100     MOVE '---' TO CD87O-ENTRY-SCOPES (WS-SUB1).                  DBANK87P
017200     IF CNS-SCOPE-BAL-GRANTED                                     DBANK87P
017300       MOVE 'B' TO CD87O-ENTRY-SCOPES (WS-SUB1) (1:1)             DBANK87P
017400     END-IF.                                                      DBANK87P
017500     IF CNS-SCOPE-TXN-GRANTED                                     DBANK87P
017600       MOVE 'T' TO CD87O-ENTRY-SCOPES (WS-SUB1) (2:1)             DBANK87P
017700     END-IF.                                                      DBANK87P
017800     IF CNS-SCOPE-PAY-GRANTED                                     DBANK87P
017900       MOVE 'P' TO CD87O-ENTRY-SCOPES (WS-SUB1) (3:1)             DBANK87P
018000     END-IF.                                                      DBANK87P
018100     MOVE CNS-REC-ACCNO (1) TO CD87O-ENTRY-ACCNO (WS-SUB1).       DBANK87P
018200     MOVE CNS-REC-EXPIRY-DATE TO CD87O-ENTRY-EXPIRY (WS-SUB1).    DBANK87P
018300     MOVE CNS-REC-STATUS TO CD87O-ENTRY-STATUS (WS-SUB1).         DBANK87P
018400     IF CNS-STATUS-ACTIVE AND                                     DBANK87P
018500        CNS-REC-EXPIRY-DATE IS LESS THAN WS-TODAY                 DBANK87P
018600       MOVE 'E' TO CD87O-ENTRY-STATUS (WS-SUB1)                   DBANK87P
018700     END-IF.                                                      DBANK87P
018800     GO TO LIST-FETCH-LOOP.                                       DBANK87P
018900 LIST-FETCH-LOOP-EXIT.                                            DBANK87P
019000     EXEC CICS ENDBR FILE('BNKCONS1')                             DBANK87P
019100     END-EXEC.                                                    DBANK87P
019200     IF CD87O-COUNT IS EQUAL TO ZERO                              DBANK87P
019300       SET CD87O-NOTFND TO TRUE                                   DBANK87P
019400       MOVE 'No consents on file' TO CD87O-MSG                    DBANK87P
019500     END-IF.                                                      DBANK87P
019600 LIST-PROCESSING-EXIT.                                            DBANK87P
019700     EXIT.                                                        DBANK87P
019800                                                                  DBANK87P
019900***************************************************************** DBANK87P
020000* Grant request - the provider must be approved for every scope * DBANK87P
020100* asked for and every account must be the customer's own and    * DBANK87P
020200* open.  The consent runs the keyed number of days (default 90, * DBANK87P
020300* at most 365) and its token is returned for the customer to    * DBANK87P
020400* hand to the provider.                                         * DBANK87P
020500***************************************************************** DBANK87P
020600 GRANT-PROCESSING.                                                DBANK87P
020700     IF CD87I-PID IS EQUAL TO SPACES OR                           DBANK87P
020800        CD87I-PID IS EQUAL TO LOW-VALUES                          DBANK87P
020900       SET CD87O-ERROR TO TRUE                                    DBANK87P
021000       MOVE 'Customer not identified' TO CD87O-MSG                DBANK87P
021100       GO TO GRANT-PROCESSING-EXIT                                DBANK87P
021200     END-IF.                                                      DBANK87P
021300     MOVE CD87I-TPP-ID TO WS-BNKTPP-RID.                          DBANK87P
021400     PERFORM READ-PROVIDER THRU                                   DBANK87P
021500             READ-PROVIDER-EXIT.                                  DBANK87P
021600     IF NOT CD87O-OK                                              DBANK87P
021700       GO TO GRANT-PROCESSING-EXIT                                DBANK87P
021800     END-IF.                                                      DBANK87P
021900     IF CD87I-SCOPE-BAL IS NOT EQUAL TO 'Y' AND                   DBANK87P
022000        CD87I-SCOPE-TXN IS NOT EQUAL TO 'Y' AND                   DBANK87P
022100        CD87I-SCOPE-PAY IS NOT EQUAL TO 'Y'                       DBANK87P
022200       SET CD87O-ERROR TO TRUE                                    DBANK87P
022300       MOVE 'Grant at least one scope' TO CD87O-MSG               DBANK87P
022400       GO TO GRANT-PROCESSING-EXIT                                DBANK87P
022500     END-IF.                                                      DBANK87P
022600     IF (CD87I-SCOPE-BAL IS EQUAL TO 'Y' AND                      DBANK87P
022700         NOT TPP-SCOPE-BAL-OK) OR                                 DBANK87P
022800        (CD87I-SCOPE-TXN IS EQUAL TO 'Y' AND                      DBANK87P
022900         NOT TPP-SCOPE-TXN-OK) OR                                 DBANK87P
023000        (CD87I-SCOPE-PAY IS EQUAL TO 'Y' AND                      DBANK87P
023100         NOT TPP-SCOPE-PAY-OK)                                    DBANK87P
023200       SET CD87O-ERROR TO TRUE                                    DBANK87P
023300       MOVE 'Provider not approved for that scope' TO CD87O-MSG   DBANK87P
023400       GO TO GRANT-PROCESSING-EXIT                                DBANK87P
023500     END-IF.                                                      DBANK87P
023600     IF CD87I-DAYS IS EQUAL TO SPACES OR                          DBANK87P
023700        CD87I-DAYS IS EQUAL TO LOW-VALUES                         DBANK87P
023800       MOVE WS-DEFAULT-DAYS TO WS-DAYS                            DBANK87P
023900     ELSE                                                         DBANK87P
024000       IF CD87I-DAYS IS NOT NUMERIC                               DBANK87P
024100         SET CD87O-ERROR TO TRUE                                  DBANK87P
024200         MOVE 'Key the days as 001 to 365' TO CD87O-MSG           DBANK87P
024300         GO TO GRANT-PROCESSING-EXIT                              DBANK87P
024400       END-IF                                                     DBANK87P
024500       MOVE CD87I-DAYS TO WS-DAYS                                 DBANK87P
024600     END-IF.                                                      DBANK87P
024700     IF WS-DAYS IS EQUAL TO ZERO OR                               DBANK87P
024800        WS-DAYS IS GREATER THAN WS-MAX-DAYS                       DBANK87P
024900       SET CD87O-ERROR TO TRUE                                    DBANK87P
025000       MOVE 'Key the days as 001 to 365' TO CD87O-MSG             DBANK87P
025100       GO TO GRANT-PROCESSING-EXIT                                DBANK87P
025200     END-IF.                                                      DBANK87P
025300     MOVE ZERO TO WS-ACCOUNT-COUNT.                               DBANK87P
025400     PERFORM CHECK-GRANT-ACCOUNT THRU                             DBANK87P
025500             CHECK-GRANT-ACCOUNT-EXIT                             DBANK87P
025600       VARYING WS-SUB1 FROM 1 BY 1                                DBANK87P
025700         UNTIL WS-SUB1 IS GREATER THAN 5 OR                       DBANK87P
025800               NOT CD87O-OK.                                      DBANK87P
025900     IF NOT CD87O-OK                                              DBANK87P
026000       GO TO GRANT-PROCESSING-EXIT                                DBANK87P
026100     END-IF.                                                      DBANK87P
026200     IF WS-ACCOUNT-COUNT IS EQUAL TO ZERO                         DBANK87P
026300       SET CD87O-ERROR TO TRUE                                    DBANK87P
026400       MOVE 'Key at least one account' TO CD87O-MSG               DBANK87P
026500       GO TO GRANT-PROCESSING-EXIT                                DBANK87P
026600     END-IF.                                                      DBANK87P
026700     MOVE SPACES TO WS-BNKCONS-REC.                               DBANK87P
026800     MOVE CD87I-PID TO CNS-REC-PID.                               DBANK87P
026900     MOVE CD87I-TPP-ID TO CNS-REC-TPP-ID.                         DBANK87P
027000     MOVE ZERO TO WS-SUB2.                                        DBANK87P
027100     PERFORM COPY-GRANT-ACCOUNT THRU                              DBANK87P
027200             COPY-GRANT-ACCOUNT-EXIT                              DBANK87P
027300       VARYING WS-SUB1 FROM 1 BY 1                                DBANK87P
027400         UNTIL WS-SUB1 IS GREATER THAN 5.                         DBANK87P
027500     MOVE 'N' TO CNS-REC-SCOPE-BAL.                               DBANK87P
027600     MOVE 'N' TO CNS-REC-SCOPE-TXN.                               DBANK87P
027700     MOVE 'N' TO CNS-REC-SCOPE-PAY.                               DBANK87P
027800     IF CD87I-SCOPE-BAL IS EQUAL TO 'Y'                           DBANK87P
027900       SET CNS-SCOPE-BAL-GRANTED TO TRUE                          DBANK87P
028000     END-IF.                                                      DBANK87P
028100     IF CD87I-SCOPE-TXN IS EQUAL TO 'Y'                           DBANK87P
028200       SET CNS-SCOPE-TXN-GRANTED TO TRUE                          DBANK87P
028300     END-IF.                                                      DBANK87P
028400     IF CD87I-SCOPE-PAY IS EQUAL TO 'Y'                           DBANK87P
028500       SET CNS-SCOPE-PAY-GRANTED TO TRUE                          DBANK87P
028600     END-IF.                                                      DBANK87P
028700     MOVE WS-TODAY TO CNS-REC-GRANTED-DATE.                       DBANK87P
028800     COMPUTE WS-EXPIRY-INTEGER =                                  DBANK87P
028900       FUNCTION INTEGER-OF-DATE (WS-ACCEPT-DATE) + WS-DAYS.       DBANK87P
029000     COMPUTE WS-EXPIRY-DATE =                                     DBANK87P
029100       FUNCTION DATE-OF-INTEGER (WS-EXPIRY-INTEGER).              DBANK87P
029200     MOVE WS-EXPIRY-DATE (1:4) TO CNS-REC-EXPIRY-DATE (1:4).      DBANK87P
029300     MOVE '-' TO CNS-REC-EXPIRY-DATE (5:1).                       DBANK87P
029400     MOVE WS-EXPIRY-DATE (5:2) TO CNS-REC-EXPIRY-DATE (6:2).      DBANK87P
029500     MOVE '-' TO CNS-REC-EXPIRY-DATE (8:1).                       DBANK87P
029600     MOVE WS-EXPIRY-DATE (7:2) TO CNS-REC-EXPIRY-DATE (9:2).      DBANK87P
029700     SET CNS-STATUS-ACTIVE TO TRUE.                               DBANK87P
029800     EXEC CICS ASKTIME                                            DBANK87P
029900               ABSTIME(WS-ABSTIME)                                DBANK87P
030000     END-EXEC.                                                    DBANK87P
030100     DIVIDE WS-ABSTIME BY 2147483647                              DBANK87P
030200       GIVING WS-SEED-QUOT REMAINDER WS-SEED.                     DBANK87P
030300     ADD EIBTASKN TO WS-SEED.                                     DBANK87P
030400     MOVE ZERO TO WS-ATTEMPT.                                     DBANK87P
030500 GRANT-WRITE-LOOP.                                                DBANK87P
030600     ADD 1 TO WS-ATTEMPT.                                         DBANK87P
030700     PERFORM MAKE-TOKEN THRU                                      DBANK87P
030800             MAKE-TOKEN-EXIT.                                     DBANK87P
030900     MOVE CNS-REC-TOKEN TO WS-BNKCONS-RID.                        DBANK87P
031000     EXEC CICS WRITE FILE('BNKCONS')                              DBANK87P
031100                     FROM(WS-BNKCONS-REC)                         DBANK87P
031200                     LENGTH(LENGTH OF WS-BNKCONS-REC)             DBANK87P
031300                     RIDFLD(WS-BNKCONS-RID)                       DBANK87P
031400                     RESP(WS-RESP)                                DBANK87P
031500     END-EXEC.                                                    DBANK87P
031600     IF WS-RESP IS EQUAL TO DFHRESP(DUPREC) AND                   DBANK87P
031700        WS-ATTEMPT IS LESS THAN 5                                 DBANK87P
031800       GO TO GRANT-WRITE-LOOP                                     DBANK87P
031900     END-IF.                                                      DBANK87P
032000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK87P
032100       SET CD87O-ERROR TO TRUE                                    DBANK87P
032200       MOVE 'Unable to save the consent' TO CD87O-MSG             DBANK87P
032300       GO TO GRANT-PROCESSING-EXIT                                DBANK87P
032400     END-IF.                                                      DBANK87P
032500     MOVE CNS-REC-TOKEN TO CD87O-TOKEN.                           DBANK87P
032600     MOVE CNS-REC-PID TO CD87O-PID.                               DBANK87P
032700     MOVE CNS-REC-EXPIRY-DATE TO CD87O-EXPIRY-DATE.               DBANK87P
032800     MOVE CNS-REC-ACCOUNTS TO CD87O-ACCOUNTS.                     DBANK87P
032900 GRANT-PROCESSING-EXIT.                                           DBANK87P
033000     EXIT.                                                        DBANK87P
033100                                                                  DBANK87P
033200***************************************************************** DBANK87P
033300* Each keyed account must be the customer's own and open        * DBANK87P
033400***************************************************************** DBANK87P
033500 CHECK-GRANT-ACCOUNT.                                             DBANK87P
033600     IF CD87I-ACCNO (WS-SUB1) IS EQUAL TO SPACES OR               DBANK87P
033700        CD87I-ACCNO (WS-SUB1) IS EQUAL TO LOW-VALUES              DBANK87P
033800       GO TO CHECK-GRANT-ACCOUNT-EXIT                             DBANK87P
033900     END-IF.                                                      DBANK87P
034000     MOVE CD87I-ACCNO (WS-SUB1) TO WS-BNKACC-RID.                 DBANK87P
034100     EXEC CICS READ FILE('BNKACC')                                DBANK87P
034200                    INTO(WS-BNKACC-REC)                           DBANK87P
034300                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBANK87P
034400                    RIDFLD(WS-BNKACC-RID)                         DBANK87P
034500                    RESP(WS-RESP)                                 DBANK87P
034600     END-EXEC.                                                    DBANK87P
034700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK87P
034800       SET CD87O-ERROR TO TRUE                                    DBANK87P
034900       MOVE 'Account not found' TO CD87O-MSG                      DBANK87P
035000       GO TO CHECK-GRANT-ACCOUNT-EXIT                             DBANK87P
035100     END-IF.                                                      DBANK87P
035200     IF BAC-REC-PID IS NOT EQUAL TO CD87I-PID AND                 DBANK87P
035300        BAC-REC-JOINT-PID IS NOT EQUAL TO CD87I-PID               DBANK87P
035400       SET CD87O-ERROR TO TRUE                                    DBANK87P
035500       MOVE 'Account does not belong to customer' TO CD87O-MSG    DBANK87P
035600       GO TO CHECK-GRANT-ACCOUNT-EXIT                             DBANK87P
035700     END-IF.                                                      DBANK87P
035800     IF NOT BAC-STATUS-OPEN                                       DBANK87P
035900       SET CD87O-ERROR TO TRUE                                    DBANK87P
036000       MOVE 'Account is not open' TO CD87O-MSG                    DBANK87P
036100       GO TO CHECK-GRANT-ACCOUNT-EXIT                             DBANK87P
036200     END-IF.                                                      DBANK87P
036300     ADD 1 TO WS-ACCOUNT-COUNT.                                   DBANK87P
036400 CHECK-GRANT-ACCOUNT-EXIT.                                        DBANK87P
036500     EXIT.                                                        DBANK87P
036600                                                                  DBANK87P
036700***************************************************************** DBANK87P
036800* Pack the keyed accounts to the front of the consent           * DBANK87P
036900***************************************************************** DBANK87P
037000 COPY-GRANT-ACCOUNT.                                              DBANK87P
037100     IF CD87I-ACCNO (WS-SUB1) IS EQUAL TO SPACES OR               DBANK87P
037200        CD87I-ACCNO (WS-SUB1) IS EQUAL TO LOW-VALUES              DBANK87P
037300       GO TO COPY-GRANT-ACCOUNT-EXIT                              DBANK87P
037400     END-IF.                                                      DBANK87P
037500     ADD 1 TO WS-SUB2.                                            DBANK87P
037600     MOVE CD87I-ACCNO (WS-SUB1) TO CNS-REC-ACCNO (WS-SUB2).       DBANK87P
037700 COPY-GRANT-ACCOUNT-EXIT.                                         DBANK87P
037800     EXIT.                                                        DBANK87P
037900                                                                  DBANK87P
038000***************************************************************** DBANK87P
038100* Build a sixteen character token from the clock and task       * DBANK87P
038200* number, stirred through a multiplicative congruential step    * DBANK87P
038300* per character so consecutive grants do not look alike         * DBANK87P
038400***************************************************************** DBANK87P
038500 MAKE-TOKEN.                                                      DBANK87P
038600     ADD WS-ATTEMPT TO WS-SEED.                                   DBANK87P
038700     PERFORM MAKE-TOKEN-CHAR THRU                                 DBANK87P
038800             MAKE-TOKEN-CHAR-EXIT                                 DBANK87P
038900       VARYING WS-SUB1 FROM 1 BY 1                                DBANK87P
039000         UNTIL WS-SUB1 IS GREATER THAN 16.                        DBANK87P
039100 MAKE-TOKEN-EXIT.                                                 DBANK87P
039200     EXIT.                                                        DBANK87P
039300                                                                  DBANK87P
039400 MAKE-TOKEN-CHAR.                                                 DBANK87P
039500     COMPUTE WS-SEED-WORK = WS-SEED * 48271.                      DBANK87P
039600     DIVIDE WS-SEED-WORK BY 2147483647                            DBANK87P
039700       GIVING WS-SEED-QUOT REMAINDER WS-SEED.                     DBANK87P
039800     DIVIDE WS-SEED BY 36                                         DBANK87P
039900       GIVING WS-CHAR-QUOT REMAINDER WS-CHAR-IDX.                 DBANK87P
040000     ADD 1 TO WS-CHAR-IDX.                                        DBANK87P
040100     MOVE WS-TOKEN-CHARS (WS-CHAR-IDX:1)                          DBANK87P
040200       TO CNS-REC-TOKEN (WS-SUB1:1).                              DBANK87P
040300 MAKE-TOKEN-CHAR-EXIT.                                            DBANK87P
040400     EXIT.                                                        DBANK87P
040500                                                                  DBANK87P
040600***************************************************************** DBANK87P
040700* Revoke request - only the customer who gave the consent can   * DBANK87P
040800* revoke it; the row stays on file marked revoked               * DBANK87P
040900***************************************************************** DBANK87P
041000 REVOKE-PROCESSING.                                               DBANK87P
041100     MOVE CD87I-TOKEN TO WS-BNKCONS-RID.                          DBANK87P
041200     EXEC CICS READ FILE('BNKCONS')                               DBANK87P
041300                    UPDATE                                        DBANK87P
041400                    INTO(WS-BNKCONS-REC)                          DBANK87P
041500                    LENGTH(LENGTH OF WS-BNKCONS-REC)              DBANK87P
041600                    RIDFLD(WS-BNKCONS-RID)                        DBANK87P
041700                    RESP(WS-RESP)                                 DBANK87P
041800     END-EXEC.                                                    DBANK87P
041900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK87P
042000       SET CD87O-NOTFND TO TRUE                                   DBANK87P
042100       MOVE 'Consent not found' TO CD87O-MSG                      DBANK87P
042200       GO TO REVOKE-PROCESSING-EXIT                               DBANK87P
042300     END-IF.                                                      DBANK87P
042400     IF CNS-REC-PID IS NOT EQUAL TO CD87I-PID                     DBANK87P
042500       EXEC CICS UNLOCK FILE('BNKCONS')                           DBANK87P
042600       END-EXEC                                                   DBANK87P
042700       SET CD87O-NOTFND TO TRUE                                   DBANK87P
042800       MOVE 'Consent not found' TO CD87O-MSG                      DBANK87P
042900       GO TO REVOKE-PROCESSING-EXIT                               DBANK87P
043000     END-IF.                                                      DBANK87P
043100     IF CNS-STATUS-REVOKED                                        DBANK87P
043200       EXEC CICS UNLOCK FILE('BNKCONS')                           DBANK87P
043300       END-EXEC                                                   DBANK87P
043400       SET CD87O-ERROR TO TRUE                                    DBANK87P
043500       MOVE 'Consent is already revoked' TO CD87O-MSG             DBANK87P
043600       GO TO REVOKE-PROCESSING-EXIT                               DBANK87P
043700     END-IF.                                                      DBANK87P
043800     SET CNS-STATUS-REVOKED TO TRUE.                              DBANK87P
043900     MOVE WS-TODAY TO CNS-REC-REVOKED-DATE.                       DBANK87P
044000     EXEC CICS REWRITE FILE('BNKCONS')                            DBANK87P
044100                       FROM(WS-BNKCONS-REC)                       DBANK87P
044200                       LENGTH(LENGTH OF WS-BNKCONS-REC)           DBANK87P
044300                       RESP(WS-RESP)                              DBANK87P
044400     END-EXEC.                                                    DBANK87P
044500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK87P
044600       SET CD87O-ERROR TO TRUE                                    DBANK87P
044700       MOVE 'Unable to revoke the consent' TO CD87O-MSG           DBANK87P
044800     END-IF.                                                      DBANK87P
044900 REVOKE-PROCESSING-EXIT.                                          DBANK87P
045000     EXIT.                                                        DBANK87P
045100                                                                  DBANK87P
045200***************************************************************** DBANK87P
045300* Verify request - the token must have been issued to the       * DBANK87P
045400* calling provider, be active and unexpired, grant the scope    * DBANK87P
045500* asked for and, when an account is named, cover it while the   * DBANK87P
045600* customer still owns it.  The provider must still be approved  * DBANK87P
045700* for the scope.  A good verify stamps the consent last used.   * DBANK87P
045800***************************************************************** DBANK87P
045900 VERIFY-PROCESSING.                                               DBANK87P
046000     MOVE CD87I-TOKEN TO WS-BNKCONS-RID.                          DBANK87P
046100     EXEC CICS READ FILE('BNKCONS')                               DBANK87P
046200                    INTO(WS-BNKCONS-REC)                          DBANK87P
046300                    LENGTH(LENGTH OF WS-BNKCONS-REC)              DBANK87P
046400                    RIDFLD(WS-BNKCONS-RID)                        DBANK87P
046500                    RESP(WS-RESP)                                 DBANK87P
046600     END-EXEC.                                                    DBANK87P
046700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBANK87P
046800        CNS-REC-TPP-ID IS NOT EQUAL TO CD87I-TPP-ID               DBANK87P
046900       SET CD87O-NOTFND TO TRUE                                   DBANK87P
047000       MOVE 'Consent not recognised' TO CD87O-MSG                 DBANK87P
047100       GO TO VERIFY-PROCESSING-EXIT                               DBANK87P
047200     END-IF.                                                      DBANK87P
047300     IF NOT CNS-STATUS-ACTIVE                                     DBANK87P
047400       SET CD87O-ERROR TO TRUE                                    DBANK87P
047500       MOVE 'Consent has been revoked' TO CD87O-MSG               DBANK87P
047600       GO TO VERIFY-PROCESSING-EXIT                               DBANK87P
047700     END-IF.                                                      DBANK87P
047800     IF CNS-REC-EXPIRY-DATE IS LESS THAN WS-TODAY                 DBANK87P
047900       SET CD87O-ERROR TO TRUE                                    DBANK87P
048000       MOVE 'Consent has expired' TO CD87O-MSG                    DBANK87P
048100       GO TO VERIFY-PROCESSING-EXIT                               DBANK87P
048200     END-IF.                                                      DBANK87P
048300     MOVE CNS-REC-TPP-ID TO WS-BNKTPP-RID.                        DBANK87P
048400     PERFORM READ-PROVIDER THRU                                   DBANK87P
048500             READ-PROVIDER-EXIT.                                  DBANK87P
048600     IF NOT CD87O-OK                                              DBANK87P
048700       GO TO VERIFY-PROCESSING-EXIT                               DBANK87P
048800     END-IF.                                                      DBANK87P
048900     IF (CD87I-SCOPE-BALANCES AND                                 DBANK87P
049000         CNS-SCOPE-BAL-GRANTED AND TPP-SCOPE-BAL-OK) OR           DBANK87P
049100        (CD87I-SCOPE-TRANSACTIONS AND                             DBANK87P
049200         CNS-SCOPE-TXN-GRANTED AND TPP-SCOPE-TXN-OK) OR           DBANK87P
049300        (CD87I-SCOPE-PAYMENT AND                                  DBANK87P
049400         CNS-SCOPE-PAY-GRANTED AND TPP-SCOPE-PAY-OK)              DBANK87P
049500       CONTINUE                                                   DBANK87P
049600     ELSE                                                         DBANK87P
049700       SET CD87O-ERROR TO TRUE                                    DBANK87P
049800       MOVE 'Scope not granted by the consent' TO CD87O-MSG       DBANK87P
049900       GO TO VERIFY-PROCESSING-EXIT                               DBANK87P
050000     END-IF.                                                      DBANK87P
050100     IF CD87I-CHECK-ACCNO IS NOT EQUAL TO SPACES AND              DBANK87P
050200        CD87I-CHECK-ACCNO IS NOT EQUAL TO LOW-VALUES              DBANK87P
050300       PERFORM VERIFY-ACCOUNT THRU                                DBANK87P
050400               VERIFY-ACCOUNT-EXIT                                DBANK87P
050500       IF NOT CD87O-OK                                            DBANK87P
050600         GO TO VERIFY-PROCESSING-EXIT                             DBANK87P
050700       END-IF                                                     DBANK87P
050800     END-IF.                                                      DBANK87P
050900     MOVE CNS-REC-PID TO CD87O-PID.                               DBANK87P
051000     MOVE CNS-REC-EXPIRY-DATE TO CD87O-EXPIRY-DATE.               DBANK87P
051100     MOVE CNS-REC-ACCOUNTS TO CD87O-ACCOUNTS.                     DBANK87P
051200     EXEC CICS READ FILE('BNKCONS')                               DBANK87P
051300                    UPDATE                                        DBANK87P
051400                    INTO(WS-BNKCONS-REC)                          DBANK87P
051500                    LENGTH(LENGTH OF WS-BNKCONS-REC)              DBANK87P
051600                    RIDFLD(WS-BNKCONS-RID)                        DBANK87P
051700                    RESP(WS-RESP)                                 DBANK87P
051800     END-EXEC.                                                    DBANK87P
051900     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK87P
052000       MOVE WS-TIMESTAMP TO CNS-REC-LAST-USED                     DBANK87P
052100       EXEC CICS REWRITE FILE('BNKCONS')                          DBANK87P
052200                         FROM(WS-BNKCONS-REC)                     DBANK87P
052300                         LENGTH(LENGTH OF WS-BNKCONS-REC)         DBANK87P
052400                         RESP(WS-RESP)                            DBANK87P
052500       END-EXEC                                                   DBANK87P
052600     END-IF.                                                      DBANK87P
052700 VERIFY-PROCESSING-EXIT.                                          DBANK87P
052800     EXIT.                                                        DBANK87P
052900                                                                  DBANK87P
053000***************************************************************** DBANK87P
053100* The named account must be one the consent covers and must     * DBANK87P
053200* still belong to the consenting customer                       * DBANK87P
053300***************************************************************** DBANK87P
053400 VERIFY-ACCOUNT.                                                  DBANK87P
053500     MOVE 'N' TO WS-COVERED.                                      DBANK87P
053600     PERFORM CHECK-COVERED-ACCOUNT THRU                           DBANK87P
053700             CHECK-COVERED-ACCOUNT-EXIT                           DBANK87P
053800       VARYING WS-SUB1 FROM 1 BY 1                                DBANK87P
053900         UNTIL WS-SUB1 IS GREATER THAN 5.                         DBANK87P
054000     IF NOT WS-ACCOUNT-COVERED                                    DBANK87P
054100       SET CD87O-ERROR TO TRUE                                    DBANK87P
054200       MOVE 'Account not covered by the consent' TO CD87O-MSG     DBANK87P
054300       GO TO VERIFY-ACCOUNT-EXIT                                  DBANK87P
054400     END-IF.                                                      DBANK87P
054500     MOVE CD87I-CHECK-ACCNO TO WS-BNKACC-RID.                     DBANK87P
054600     EXEC CICS READ FILE('BNKACC')                                DBANK87P
054700                    INTO(WS-BNKACC-REC)                           DBANK87P
054800                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBANK87P
054900                    RIDFLD(WS-BNKACC-RID)                         DBANK87P
055000                    RESP(WS-RESP)                                 DBANK87P
055100     END-EXEC.                                                    DBANK87P
055200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBANK87P
055300        (BAC-REC-PID IS NOT EQUAL TO CNS-REC-PID AND              DBANK87P
055400         BAC-REC-JOINT-PID IS NOT EQUAL TO CNS-REC-PID)           DBANK87P
055500       SET CD87O-ERROR TO TRUE                                    DBANK87P
055600       MOVE 'Account not covered by the consent' TO CD87O-MSG     DBANK87P
055700     END-IF.                                                      DBANK87P
055800 VERIFY-ACCOUNT-EXIT.                                             DBANK87P
055900     EXIT.                                                        DBANK87P
056000                                                                  DBANK87P
056100 CHECK-COVERED-ACCOUNT.                                           DBANK87P
056200     IF CNS-REC-ACCNO (WS-SUB1) IS EQUAL TO CD87I-CHECK-ACCNO     DBANK87P
056300       MOVE 'Y' TO WS-COVERED                                     DBANK87P
056400     END-IF.                                                      DBANK87P
056500 CHECK-COVERED-ACCOUNT-EXIT.                                      DBANK87P
056600     EXIT.                                                        DBANK87P
056700                                                                  DBANK87P
056800***************************************************************** DBANK87P
056900* Read the provider named in WS-BNKTPP-RID - it must be on the  * DBANK87P
057000* registry and approved                                         * DBANK87P
057100***************************************************************** DBANK87P
057200 READ-PROVIDER.                                                   DBANK87P
057300     EXEC CICS READ FILE('BNKTPP')                                DBANK87P
057400                    INTO(WS-BNKTPP-REC)                           DBANK87P
057500                    LENGTH(LENGTH OF WS-BNKTPP-REC)               DBANK87P
057600                    RIDFLD(WS-BNKTPP-RID)                         DBANK87P
057700                    RESP(WS-RESP)                                 DBANK87P
057800     END-EXEC.                                                    DBANK87P
057900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK87P
058000       SET CD87O-ERROR TO TRUE                                    DBANK87P
058100       MOVE 'Provider is not registered' TO CD87O-MSG             DBANK87P
058200       GO TO READ-PROVIDER-EXIT                                   DBANK87P
058300     END-IF.                                                      DBANK87P
058400     IF NOT TPP-STATUS-APPROVED                                   DBANK87P
058500       SET CD87O-ERROR TO TRUE                                    DBANK87P
058600       MOVE 'Provider is suspended' TO CD87O-MSG                  DBANK87P
058700     END-IF.                                                      DBANK87P
058800 READ-PROVIDER-EXIT.                                              DBANK87P
058900     EXIT.                                                        DBANK87P
059000                                                                  DBANK87P
059100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK87P
