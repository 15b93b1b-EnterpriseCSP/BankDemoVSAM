000100***************************************************************** DBANK70P
000200*                                                               * DBANK70P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK70P
000400*   This demonstration program is provided for use by users     * DBANK70P
000500*   of Micro Focus products and may be used, modified and       * DBANK70P
000600*   distributed as part of your application provided that       * DBANK70P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK70P
000800*   in this material.                                           * DBANK70P
000900*                                                               * DBANK70P
001000***************************************************************** DBANK70P
001100                                                                  DBANK70P
001200***************************************************************** DBANK70P
001300* Program:     DBANK70P.CBL                                     * DBANK70P
001400* Function:    Positive pay for an issuing customer's account - * DBANK70P
001500*              browse the enrolment and the items the clearing  * DBANK70P
001600*              run ZBNKCHQ1 has held for a decision (BNKPPEX),  * DBANK70P
001700*              enrol the account and set the customer's default * DBANK70P
001800*              decision (BNKPPEN), withdraw the enrolment, or   * DBANK70P
001900*              record a pay / return decision on a held item    * DBANK70P
002000*              keyed by serial.  A decision is refused once the * DBANK70P
002100*              item's cut-off date has passed; ZBNKPPD1 acts on * DBANK70P
002200*              the decisions.  The account must belong to the   * DBANK70P
002300*              requesting customer (owner or joint owner); the  * DBANK70P
002400*              enrolment is always held under the owner.        * DBANK70P
002500*              VSAM version                                     * DBANK70P
002600***************************************************************** DBANK70P
002700                                                                  DBANK70P
002800 IDENTIFICATION DIVISION.                                         DBANK70P
002900 PROGRAM-ID.                                                      DBANK70P
003000     DBANK70P.                                                    DBANK70P
003100 DATE-WRITTEN.                                                    DBANK70P
003200     October 2026.                                                DBANK70P
003300 DATE-COMPILED.                                                   DBANK70P
003400     Today.                                                       DBANK70P
003500                                                                  DBANK70P
003600 ENVIRONMENT DIVISION.                                            DBANK70P
003700                                                                  DBANK70P
003800 DATA DIVISION.                                                   DBANK70P
003900                                                                  DBANK70P
004000 WORKING-STORAGE SECTION.                                         DBANK70P
004100 COPY CTSTAMPD.                                                   DBANK70P
004200                                                                  DBANK70P
004300 01  WS-MISC-STORAGE.                                             DBANK70P
004400   05  WS-PROGRAM-ID                         PIC X(8)             DBANK70P
004500       VALUE 'DBANK70P'.                                          DBANK70P
004600   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK70P
004700   05  WS-RESP                               PIC S9(8) COMP.      DBANK70P
004800   05  WS-SUB1                               PIC S9(4) COMP.      DBANK70P
004900   05  WS-BNKACC-RID                         PIC X(9).            DBANK70P
005000   05  WS-BNKPPEN-RID.                                            DBANK70P
005100     10  WS-BNKPPEN-RID-PID                  PIC X(5).            DBANK70P
005200     10  WS-BNKPPEN-RID-ACCNO                PIC X(9).            DBANK70P
005300   05  WS-BNKPPEX-RID.                                            DBANK70P
005400     10  WS-BNKPPEX-RID-ACCNO                PIC X(9).            DBANK70P
005500     10  WS-BNKPPEX-RID-SERIAL               PIC X(6).            DBANK70P
005600     10  WS-BNKPPEX-RID-DATE                 PIC X(10).           DBANK70P
005700   05  WS-HELD-FOUND                         PIC X(1).            DBANK70P
005800     88  WS-HELD-ITEM-FOUND                  VALUE 'Y'.           DBANK70P
005900                                                                  DBANK70P
006000 01  WS-BNKPPEN-REC.                                              DBANK70P
006100 COPY CBANKVPE.                                                   DBANK70P
006200                                                                  DBANK70P
006300 01  WS-BNKPPEX-REC.                                              DBANK70P
006400 COPY CBANKVPX.                                                   DBANK70P
006500                                                                  DBANK70P
006600 01  WS-BNKACC-REC.                                               DBANK70P
006700 COPY CBANKVAC.                                                   DBANK70P
006800                                                                  DBANK70P
006900 01  WS-COMMAREA.                                                 DBANK70P
007000 COPY CBANKD70.                                                   DBANK70P
007100                                                                  DBANK70P
007200 COPY CABENDD.                                                    DBANK70P
007300                                                                  DBANK70P
007400 LINKAGE SECTION.                                                 DBANK70P
007500 01  DFHCOMMAREA.                                                 DBANK70P
007600   05  LK-COMMAREA                           PIC X(1)             DBANK70P
007700       OCCURS 1 TO 4096 TIMES                                     DBANK70P
007800         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK70P
007900                                                                  DBANK70P
008000 COPY CENTRY.                                                     DBANK70P
008100***************************************************************** DBANK70P
008200* Move the passed data to our area                              * DBANK70P
008300***************************************************************** DBANK70P
008400     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK70P
008500     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK70P
008600                                                                  DBANK70P
008700***************************************************************** DBANK70P
008800* Initialize our output area                                    * DBANK70P
008900***************************************************************** DBANK70P
009000     MOVE SPACES TO CD70O-DATA.                                   DBANK70P
009100     SET CD70O-OK TO TRUE.                                        DBANK70P
009200 COPY CTSTAMPP.                                                   DBANK70P
009300                                                                  DBANK70P
009400***************************************************************** DBANK70P
009500* Every request names an account - it must exist and belong to  * DBANK70P
009600* the requesting customer as owner or joint owner               * DBANK70P
009700***************************************************************** DBANK70P
009800     MOVE CD70I-ACCNO TO WS-BNKACC-RID.                           DBANK70P
009900     EXEC CICS READ FILE('BNKACC')                                DBANK70P
010000                    INTO(WS-BNKACC-REC)                           DBANK70P
010100                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBANK70P
010200                    RIDFLD(WS-BNKACC-RID)                         DBANK70P
010300                    RESP(WS-RESP)                                 DBANK70P
010400     END-EXEC.                                                    DBANK70P
010500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK70P
010600       SET CD70O-NOTFND TO TRUE                                   DBANK70P
010700       MOVE 'Account not found' TO CD70O-MSG                      DBANK70P
010800       GO TO DBANK70P-RETURN                                      DBANK70P
010900     END-IF.                                                      DBANK70P
011000     IF BAC-REC-PID IS NOT EQUAL TO CD70I-PID AND                 DBANK70P
011100        BAC-REC-JOINT-PID IS NOT EQUAL TO CD70I-PID               DBANK70P
011200       SET CD70O-ERROR TO TRUE                                    DBANK70P
011300       MOVE 'Account does not belong to customer' TO CD70O-MSG    DBANK70P
011400       GO TO DBANK70P-RETURN                                      DBANK70P
011500     END-IF.                                                      DBANK70P
011600                                                                  DBANK70P
011700***************************************************************** DBANK70P
011800* See what kind of request we have and react accordingly        * DBANK70P
011900***************************************************************** DBANK70P
012000     EVALUATE TRUE                                                DBANK70P
012100       WHEN CD70I-BROWSE                                          DBANK70P
012200         PERFORM BROWSE-PROCESSING THRU                           DBANK70P
012300                 BROWSE-PROCESSING-EXIT                           DBANK70P
012400       WHEN CD70I-ENROL                                           DBANK70P
012500         PERFORM ENROL-PROCESSING THRU                            DBANK70P
012600                 ENROL-PROCESSING-EXIT                            DBANK70P
012700       WHEN CD70I-WITHDRAW                                        DBANK70P
012800         PERFORM WITHDRAW-PROCESSING THRU                         DBANK70P
012900                 WITHDRAW-PROCESSING-EXIT                         DBANK70P
013000       WHEN CD70I-DECIDE                                          DBANK70P
013100         PERFORM DECIDE-PROCESSING THRU                           DBANK70P
013200                 DECIDE-PROCESSING-EXIT                           DBANK70P
013300       WHEN OTHER                                                 DBANK70P
013400         SET CD70O-ERROR TO TRUE                                  DBANK70P
013500         MOVE 'Bad request code' TO CD70O-MSG                     DBANK70P
013600     END-EVALUATE.                                                DBANK70P
013700                                                                  DBANK70P
013800 DBANK70P-RETURN.                                                 DBANK70P
013900***************************************************************** DBANK70P
014000* Move the result back to the callers area                      * DBANK70P
014100***************************************************************** DBANK70P
014200     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK70P
014300                                                                  DBANK70P
014400***************************************************************** DBANK70P
014500* Return to our caller                                          * DBANK70P
014600***************************************************************** DBANK70P
014700 COPY CRETURN.                                                    DBANK70P
014800                                                                  DBANK70P
014900***************************************************************** DBANK70P
015000* Browse request - the enrolment and default decision, then up  * DBANK70P
015100* to four of the account's items still held for a decision      * DBANK70P
015200***************************************************************** DBANK70P
015300 BROWSE-PROCESSING.                                               DBANK70P
015400     MOVE 'N' TO CD70O-ENROLLED.                                  DBANK70P
015500     MOVE BAC-REC-PID TO WS-BNKPPEN-RID-PID.                      DBANK70P
015600     MOVE CD70I-ACCNO TO WS-BNKPPEN-RID-ACCNO.                    DBANK70P
015700     EXEC CICS READ FILE('BNKPPEN')                               DBANK70P
015800                    INTO(WS-BNKPPEN-REC)                          DBANK70P
015900                    LENGTH(LENGTH OF WS-BNKPPEN-REC)              DBANK70P
016000                    RIDFLD(WS-BNKPPEN-RID)                        DBANK70P
016100                    RESP(WS-RESP)                                 DBANK70P
016200     END-EXEC.                                                    DBANK70P
016300     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBANK70P
016400        PPE-STATUS-ACTIVE                                         DBANK70P
016500       MOVE 'Y' TO CD70O-ENROLLED                                 DBANK70P
016600     END-IF.                                                      DBANK70P
016700     MOVE SPACES TO WS-BNKPPEN-RID-ACCNO.                         DBANK70P
016800     EXEC CICS READ FILE('BNKPPEN')                               DBANK70P
016900                    INTO(WS-BNKPPEN-REC)                          DBANK70P
017000                    LENGTH(LENGTH OF WS-BNKPPEN-REC)              DBANK70P
017100                    RIDFLD(WS-BNKPPEN-RID)                        DBANK70P
017200                    RESP(WS-RESP)                                 DBANK70P
017300     END-EXEC.                                                    DBANK70P
017400     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK70P
017500       MOVE PPE-REC-DEFAULT-DECISION TO CD70O-DEFAULT-DECISION    DBANK70P
017600     ELSE                                                         DBANK70P
017700       MOVE 'R' TO CD70O-DEFAULT-DECISION                         DBANK70P
017800     END-IF.                                                      DBANK70P
017900                                                                  DBANK70P
018000     MOVE CD70I-ACCNO TO WS-BNKPPEX-RID-ACCNO.                    DBANK70P
018100     MOVE LOW-VALUES TO WS-BNKPPEX-RID-SERIAL.                    DBANK70P
018200     MOVE LOW-VALUES TO WS-BNKPPEX-RID-DATE.                      DBANK70P
018300     MOVE 0 TO WS-SUB1.                                           DBANK70P
018400     EXEC CICS STARTBR FILE('BNKPPEX')                            DBANK70P
018500                  RIDFLD(WS-BNKPPEX-RID)                          DBANK70P
018600                  GTEQ                                            DBANK70P
018700                  RESP(WS-RESP)                                   DBANK70P
018800     END-EXEC.                                                    DBANK70P
018900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK70P
019000       GO TO BROWSE-CHECK                                         DBANK70P
019100     END-IF.                                                      DBANK70P
019200 BROWSE-LOOP.                                                     DBANK70P
019300     IF WS-SUB1 IS EQUAL TO 4                                     DBANK70P
019400       GO TO BROWSE-DONE                                          DBANK70P
019500     END-IF.                                                      DBANK70P
019600     EXEC CICS READNEXT FILE('BNKPPEX')                           DBANK70P
019700                  INTO(WS-BNKPPEX-REC)                            DBANK70P
019800                  LENGTH(LENGTH OF WS-BNKPPEX-REC)                DBANK70P
019900                  RIDFLD(WS-BNKPPEX-RID)                          DBANK70P
020000                  RESP(WS-RESP)                                   DBANK70P
020100     END-EXEC.                                                    DBANK70P
020200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK70P
020300       GO TO BROWSE-DONE                                          DBANK70P
020400     END-IF.                                                      DBANK70P
020500     IF PPX-REC-ACCNO IS NOT EQUAL TO CD70I-ACCNO                 DBANK70P
020600       GO TO BROWSE-DONE                                          DBANK70P
020700     END-IF.                                                      DBANK70P
020800     IF NOT PPX-STATUS-HELD                                       DBANK70P
020900       GO TO BROWSE-LOOP                                          DBANK70P
021000     END-IF.                                                      DBANK70P
021100     ADD 1 TO WS-SUB1.                                            DBANK70P
021200     MOVE PPX-REC-SERIAL TO CD70O-ENTRY-SERIAL (WS-SUB1).         DBANK70P
021300     MOVE PPX-REC-AMOUNT TO CD70O-ENTRY-AMOUNT (WS-SUB1).         DBANK70P
021400     MOVE PPX-REC-REASON-CODE TO CD70O-ENTRY-REASON (WS-SUB1).    DBANK70P
021500     MOVE PPX-REC-CUTOFF-DATE TO CD70O-ENTRY-CUTOFF (WS-SUB1).    DBANK70P
021600     MOVE PPX-REC-DECISION TO CD70O-ENTRY-DECISION (WS-SUB1).     DBANK70P
021700     GO TO BROWSE-LOOP.                                           DBANK70P
021800 BROWSE-DONE.                                                     DBANK70P
021900     EXEC CICS ENDBR FILE('BNKPPEX')                              DBANK70P
022000     END-EXEC.                                                    DBANK70P
022100 BROWSE-CHECK.                                                    DBANK70P
022200     IF WS-SUB1 IS EQUAL TO 0                                     DBANK70P
022300       SET CD70O-NOTFND TO TRUE                                   DBANK70P
022400       MOVE 'No items held for a decision' TO CD70O-MSG           DBANK70P
022500     END-IF.                                                      DBANK70P
022600 BROWSE-PROCESSING-EXIT.                                          DBANK70P
022700     EXIT.                                                        DBANK70P
022800                                                                  DBANK70P
022900***************************************************************** DBANK70P
023000* Enrol request - enrol (or re-enrol) the account under its     * DBANK70P
023100* owner and, when one is keyed, record the owner's default      * DBANK70P
023200* decision on the settings row.  A customer with no settings    * DBANK70P
023300* row yet defaults to return.                                   * DBANK70P
023400***************************************************************** DBANK70P
023500 ENROL-PROCESSING.                                                DBANK70P
023600     IF CD70I-DEFAULT-DECISION IS NOT EQUAL TO SPACE AND          DBANK70P
023700        CD70I-DEFAULT-DECISION IS NOT EQUAL TO 'P' AND            DBANK70P
023800        CD70I-DEFAULT-DECISION IS NOT EQUAL TO 'R'                DBANK70P
023900       SET CD70O-ERROR TO TRUE                                    DBANK70P
024000       MOVE 'Default decision must be P or R' TO CD70O-MSG        DBANK70P
024100       GO TO ENROL-PROCESSING-EXIT                                DBANK70P
024200     END-IF.                                                      DBANK70P
024300     MOVE BAC-REC-PID TO WS-BNKPPEN-RID-PID.                      DBANK70P
024400     MOVE CD70I-ACCNO TO WS-BNKPPEN-RID-ACCNO.                    DBANK70P
024500     EXEC CICS READ FILE('BNKPPEN')                               DBANK70P
024600                    UPDATE                                        DBANK70P
024700                    INTO(WS-BNKPPEN-REC)                          DBANK70P
024800                    LENGTH(LENGTH OF WS-BNKPPEN-REC)              DBANK70P
024900                    RIDFLD(WS-BNKPPEN-RID)                        DBANK70P
025000                    RESP(WS-RESP)                                 DBANK70P
025100     END-EXEC.                                                    DBANK70P
025200     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK70P
025300       SET PPE-STATUS-ACTIVE TO TRUE                              DBANK70P
025400       MOVE WS-TS-DATE TO PPE-REC-CHANGED-DATE                    DBANK70P
025500       EXEC CICS REWRITE FILE('BNKPPEN')                          DBANK70P
025600                      FROM(WS-BNKPPEN-REC)                        DBANK70P
025700                      LENGTH(LENGTH OF WS-BNKPPEN-REC)            DBANK70P
025800                      RESP(WS-RESP)                               DBANK70P
025900       END-EXEC                                                   DBANK70P
026000     ELSE                                                         DBANK70P
026100       MOVE SPACES TO WS-BNKPPEN-REC                              DBANK70P
026200       MOVE BAC-REC-PID TO PPE-REC-PID                            DBANK70P
026300       MOVE CD70I-ACCNO TO PPE-REC-ACCNO                          DBANK70P
026400       SET PPE-STATUS-ACTIVE TO TRUE                              DBANK70P
026500       MOVE WS-TS-DATE TO PPE-REC-ENROLLED-DATE                   DBANK70P
026600       MOVE WS-TS-DATE TO PPE-REC-CHANGED-DATE                    DBANK70P
026700       EXEC CICS WRITE FILE('BNKPPEN')                            DBANK70P
026800                      FROM(WS-BNKPPEN-REC)                        DBANK70P
026900                      LENGTH(LENGTH OF WS-BNKPPEN-REC)            DBANK70P
027000                      RIDFLD(WS-BNKPPEN-RID)                      DBANK70P
027100                      RESP(WS-RESP)                               DBANK70P
027200       END-EXEC                                                   DBANK70P
027300     END-IF.                                                      DBANK70P
027400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK70P
027500       SET CD70O-ERROR TO TRUE                                    DBANK70P
027600       MOVE 'Unable to enrol account' TO CD70O-MSG                DBANK70P
027700       GO TO ENROL-PROCESSING-EXIT                                DBANK70P
027800     END-IF.                                                      DBANK70P
027900                                                                  DBANK70P
028000     MOVE SPACES TO WS-BNKPPEN-RID-ACCNO.                         DBANK70P
028100     EXEC CICS READ FILE('BNKPPEN')                               DBANK70P
028200                    UPDATE                                        DBANK70P
028300                    INTO(WS-BNKPPEN-REC)                          DBANK70P
028400                    LENGTH(LENGTH OF WS-BNKPPEN-REC)              DBANK70P
028500                    RIDFLD(WS-BNKPPEN-RID)                        DBANK70P
028600                    RESP(WS-RESP)                                 DBANK70P
028700     END-EXEC.                                                    DBANK70P
028800     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK70P
028900       IF CD70I-DEFAULT-DECISION IS NOT EQUAL TO SPACE            DBANK70P
029000         MOVE CD70I-DEFAULT-DECISION TO PPE-REC-DEFAULT-DECISION  DBANK70P
029100         MOVE WS-TS-DATE TO PPE-REC-CHANGED-DATE                  DBANK70P
029200       END-IF                                                     DBANK70P
029300       EXEC CICS REWRITE FILE('BNKPPEN')                          DBANK70P
029400                      FROM(WS-BNKPPEN-REC)                        DBANK70P
029500                      LENGTH(LENGTH OF WS-BNKPPEN-REC)            DBANK70P
029600                      RESP(WS-RESP)                               DBANK70P
029700       END-EXEC                                                   DBANK70P
029800     ELSE                                                         DBANK70P
029900       MOVE SPACES TO WS-BNKPPEN-REC                              DBANK70P
030000       MOVE BAC-REC-PID TO PPE-REC-PID                            DBANK70P
030100       MOVE SPACES TO PPE-REC-ACCNO                               DBANK70P
030200       SET PPE-STATUS-ACTIVE TO TRUE                              DBANK70P
030300       IF CD70I-DEFAULT-DECISION IS EQUAL TO SPACE                DBANK70P
030400         SET PPE-DEFAULT-RETURN TO TRUE                           DBANK70P
030500       ELSE                                                       DBANK70P
030600         MOVE CD70I-DEFAULT-DECISION TO PPE-REC-DEFAULT-DECISION  DBANK70P
030700       END-IF                                                     DBANK70P
030800       MOVE WS-TS-DATE TO PPE-REC-ENROLLED-DATE                   DBANK70P
030900       MOVE WS-TS-DATE TO PPE-REC-CHANGED-DATE                    DBANK70P
031000       EXEC CICS WRITE FILE('BNKPPEN')                            DBANK70P
031100                      FROM(WS-BNKPPEN-REC)                        DBANK70P
031200                      LENGTH(LENGTH OF WS-BNKPPEN-REC)            DBANK70P
031300                      RIDFLD(WS-BNKPPEN-RID)                      DBANK70P
031400                      RESP(WS-RESP)                               DBANK70P
031500       END-EXEC                                                   DBANK70P
031600     END-IF.                                                      DBANK70P
031700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK70P
031800       SET CD70O-ERROR TO TRUE                                    DBANK70P
031900       MOVE 'Unable to record default decision' TO CD70O-MSG      DBANK70P
032000     END-IF.                                                      DBANK70P
032100 ENROL-PROCESSING-EXIT.                                           DBANK70P
032200     EXIT.                                                        DBANK70P
032300                                                                  DBANK70P
032400***************************************************************** DBANK70P
032500* Withdraw request - the account's enrolment is marked          * DBANK70P
032600* withdrawn; items already held still await their decision      * DBANK70P
032700***************************************************************** DBANK70P
032800 WITHDRAW-PROCESSING.                                             DBANK70P
032900     MOVE BAC-REC-PID TO WS-BNKPPEN-RID-PID.                      DBANK70P
033000     MOVE CD70I-ACCNO TO WS-BNKPPEN-RID-ACCNO.                    DBANK70P
033100     EXEC CICS READ FILE('BNKPPEN')                               DBANK70P
033200                    UPDATE                                        DBANK70P
033300                    INTO(WS-BNKPPEN-REC)                          DBANK70P
033400                    LENGTH(LENGTH OF WS-BNKPPEN-REC)              DBANK70P
033500                    RIDFLD(WS-BNKPPEN-RID)                        DBANK70P
033600                    RESP(WS-RESP)                                 DBANK70P
033700     END-EXEC.                                                    DBANK70P
033800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK70P
033900       SET CD70O-NOTFND TO TRUE                                   DBANK70P
034000       MOVE 'Account is not enrolled' TO CD70O-MSG                DBANK70P
034100       GO TO WITHDRAW-PROCESSING-EXIT                             DBANK70P
034200     END-IF.                                                      DBANK70P
034300     IF NOT PPE-STATUS-ACTIVE                                     DBANK70P
034400       EXEC CICS UNLOCK FILE('BNKPPEN')                           DBANK70P
034500       END-EXEC                                                   DBANK70P
034600       SET CD70O-NOTFND TO TRUE                                   DBANK70P
034700       MOVE 'Account is not enrolled' TO CD70O-MSG                DBANK70P
034800       GO TO WITHDRAW-PROCESSING-EXIT                             DBANK70P
034900     END-IF.                                                      DBANK70P
035000     SET PPE-STATUS-WITHDRAWN TO TRUE.                            DBANK70P
035100     MOVE WS-TS-DATE TO PPE-REC-CHANGED-DATE.                     DBANK70P
035200     EXEC CICS REWRITE FILE('BNKPPEN')                            DBANK70P
035300                    FROM(WS-BNKPPEN-REC)                          DBANK70P
035400                    LENGTH(LENGTH OF WS-BNKPPEN-REC)              DBANK70P
035500                    RESP(WS-RESP)                                 DBANK70P
035600     END-EXEC.                                                    DBANK70P
035700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK70P
035800       SET CD70O-ERROR TO TRUE                                    DBANK70P
035900       MOVE 'Unable to withdraw enrolment' TO CD70O-MSG           DBANK70P
036000     END-IF.                                                      DBANK70P
036100 WITHDRAW-PROCESSING-EXIT.                                        DBANK70P
036200     EXIT.                                                        DBANK70P
036300                                                                  DBANK70P
036400***************************************************************** DBANK70P
036500* Decide request - find the item held under the keyed serial    * DBANK70P
036600* and record the customer's pay / return decision, provided its * DBANK70P
036700* cut-off date has not passed                                   * DBANK70P
036800***************************************************************** DBANK70P
036900 DECIDE-PROCESSING.                                               DBANK70P
037000     IF NOT CD70I-DECIDE-PAY AND                                  DBANK70P
037100        NOT CD70I-DECIDE-RETURN                                   DBANK70P
037200       SET CD70O-ERROR TO TRUE                                    DBANK70P
037300       MOVE 'Decision must be pay or return' TO CD70O-MSG         DBANK70P
037400       GO TO DECIDE-PROCESSING-EXIT                               DBANK70P
037500     END-IF.                                                      DBANK70P
037600     IF CD70I-SERIAL IS NOT NUMERIC                               DBANK70P
037700       SET CD70O-ERROR TO TRUE                                    DBANK70P
037800       MOVE 'Cheque serial must be numeric' TO CD70O-MSG          DBANK70P
037900       GO TO DECIDE-PROCESSING-EXIT                               DBANK70P
038000     END-IF.                                                      DBANK70P
038100     MOVE SPACE TO WS-HELD-FOUND.                                 DBANK70P
038200     MOVE CD70I-ACCNO TO WS-BNKPPEX-RID-ACCNO.                    DBANK70P
038300     MOVE CD70I-SERIAL TO WS-BNKPPEX-RID-SERIAL.                  DBANK70P
038400     MOVE LOW-VALUES TO WS-BNKPPEX-RID-DATE.                      DBANK70P
038500     EXEC CICS STARTBR FILE('BNKPPEX')                            DBANK70P
038600                  RIDFLD(WS-BNKPPEX-RID)                          DBANK70P
038700                  GTEQ                                            DBANK70P
038800                  RESP(WS-RESP)                                   DBANK70P
038900     END-EXEC.                                                    DBANK70P
039000     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK70P
039100       PERFORM FIND-HELD-ITEM THRU                                DBANK70P
039200               FIND-HELD-ITEM-EXIT                                DBANK70P
039300       EXEC CICS ENDBR FILE('BNKPPEX')                            DBANK70P
039400       END-EXEC                                                   DBANK70P
039500     END-IF.                                                      DBANK70P
039600     IF NOT WS-HELD-ITEM-FOUND                                    DBANK70P
039700       SET CD70O-NOTFND TO TRUE                                   DBANK70P
039800       MOVE 'No item held under that serial' TO CD70O-MSG         DBANK70P
039900       GO TO DECIDE-PROCESSING-EXIT                               DBANK70P
040000     END-IF.                                                      DBANK70P
040100     EXEC CICS READ FILE('BNKPPEX')                               DBANK70P
040200                    UPDATE                                        DBANK70P
040300                    INTO(WS-BNKPPEX-REC)                          DBANK70P
040400                    LENGTH(LENGTH OF WS-BNKPPEX-REC)              DBANK70P
040500                    RIDFLD(WS-BNKPPEX-RID)                        DBANK70P
040600                    RESP(WS-RESP)                                 DBANK70P
040700     END-EXEC.                                                    DBANK70P
040800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK70P
040900       SET CD70O-ERROR TO TRUE                                    DBANK70P
041000       MOVE 'Unable to read held item' TO CD70O-MSG               DBANK70P
041100       GO TO DECIDE-PROCESSING-EXIT                               DBANK70P
041200     END-IF.                                                      DBANK70P
041300     IF NOT PPX-STATUS-HELD OR                                    DBANK70P
041400        PPX-REC-CUTOFF-DATE IS LESS THAN WS-TS-DATE               DBANK70P
041500       EXEC CICS UNLOCK FILE('BNKPPEX')                           DBANK70P
041600       END-EXEC                                                   DBANK70P
041700       SET CD70O-ERROR TO TRUE                                    DBANK70P
041800       MOVE 'Decision cut-off has passed' TO CD70O-MSG            DBANK70P
041900       GO TO DECIDE-PROCESSING-EXIT                               DBANK70P
042000     END-IF.                                                      DBANK70P
042100     MOVE CD70I-DECISION TO PPX-REC-DECISION.                     DBANK70P
042200     SET PPX-BY-CUSTOMER TO TRUE.                                 DBANK70P
042300     MOVE WS-TS-DATE TO PPX-REC-DECIDED-DATE.                     DBANK70P
042400     EXEC CICS REWRITE FILE('BNKPPEX')                            DBANK70P
042500                    FROM(WS-BNKPPEX-REC)                          DBANK70P
042600                    LENGTH(LENGTH OF WS-BNKPPEX-REC)              DBANK70P
042700                    RESP(WS-RESP)                                 DBANK70P
042800     END-EXEC.                                                    DBANK70P
042900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK70P
043000       SET CD70O-ERROR TO TRUE                                    DBANK70P
043100       MOVE 'Unable to record decision' TO CD70O-MSG              DBANK70P
043200     END-IF.                                                      DBANK70P
043300 DECIDE-PROCESSING-EXIT.                                          DBANK70P
043400     EXIT.                                                        DBANK70P
043500                                                                  DBANK70P
043600***************************************************************** DBANK70P
043700* Walk the rows for the account and serial looking for the one  * DBANK70P
043800* still held - earlier presentments are closed history          * DBANK70P
043900***************************************************************** DBANK70P
044000 FIND-HELD-ITEM.                                                  DBANK70P
044100     EXEC CICS READNEXT FILE('BNKPPEX')                           DBANK70P
044200                  INTO(WS-BNKPPEX-REC)                            DBANK70P
044300                  LENGTH(LENGTH OF WS-BNKPPEX-REC)                DBANK70P
044400                  RIDFLD(WS-BNKPPEX-RID)                          DBANK70P
044500                  RESP(WS-RESP)                                   DBANK70P
044600     END-EXEC.                                                    DBANK70P
044700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK70P
044800       GO TO FIND-HELD-ITEM-EXIT                                  DBANK70P
044900     END-IF.                                                      DBANK70P
045000     IF PPX-REC-ACCNO IS NOT EQUAL TO CD70I-ACCNO OR              DBANK70P
045100        PPX-REC-SERIAL IS NOT EQUAL TO CD70I-SERIAL               DBANK70P
045200       GO TO FIND-HELD-ITEM-EXIT                                  DBANK70P
045300     END-IF.                                                      DBANK70P
045400     IF NOT PPX-STATUS-HELD                                       DBANK70P
045500       GO TO FIND-HELD-ITEM                                       DBANK70P
045600     END-IF.                                                      DBANK70P
045700     MOVE 'Y' TO WS-HELD-FOUND.                                   DBANK70P
045800 FIND-HELD-ITEM-EXIT.                                             DBANK70P
045900     EXIT.                                                        DBANK70P
046000                                                                  DBANK70P
046100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK70P
