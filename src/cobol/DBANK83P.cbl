000100***************************************************************** DBANK83P
000200*                                                               * DBANK83P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK83P
000400*   This demonstration program is provided for use by users     * DBANK83P
000500*   of Micro Focus products and may be used, modified and       * DBANK83P
000600*   distributed as part of your application provided that       * DBANK83P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK83P
000800*   in this material.                                           * DBANK83P
000900*                                                               * DBANK83P
001000***************************************************************** DBANK83P
001100                                                                  DBANK83P
001200                                                                  DBANK83P
001300***************************************************************** DBANK83P
001400* Program:     DBANK83P.CBL                                     * DBANK83P
001500* Function:    Staff access recertification.  Lists the users   * DBANK83P
001600*              of the current cycle (BNKRCRT, opened by         * DBANK83P
001700*              ZBNKRCT1 and named on the SYSTEM/RECERT row of   * DBANK83P
001800*              BNKCTL) that the caller must review - those of   * DBANK83P
001900*              the branches the caller manages, and for an      * DBANK83P
002000*              administrator those with no branch manager - a   * DBANK83P
002100*              page of eight at a time, and records the         * DBANK83P
002200*              caller's confirm or revoke decision on one of    * DBANK83P
002300*              them.  A revoke deactivates the BNKSTAF row at   * DBANK83P
002400*              once and audits it through DBANK82P.  No one     * DBANK83P
002500*              may decide their own row, and nothing may be     * DBANK83P
002600*              decided after the deadline.                      * DBANK83P
002700*              VSAM version                                     * DBANK83P
002800***************************************************************** DBANK83P
002900                                                                  DBANK83P
003000 IDENTIFICATION DIVISION.                                         DBANK83P
003100 PROGRAM-ID.                                                      DBANK83P
003200     DBANK83P.                                                    DBANK83P
003300 DATE-WRITTEN.                                                    DBANK83P
003400     October 2026.                                                DBANK83P
003500 DATE-COMPILED.                                                   DBANK83P
003600     Today.                                                       DBANK83P
003700                                                                  DBANK83P
003800 ENVIRONMENT DIVISION.                                            DBANK83P
003900                                                                  DBANK83P
004000 DATA DIVISION.                                                   DBANK83P
004100                                                                  DBANK83P
004200 WORKING-STORAGE SECTION.                                         DBANK83P
004300 01  WS-MISC-STORAGE.                                             DBANK83P
004400   05  WS-PROGRAM-ID                         PIC X(8)             DBANK83P
004500       VALUE 'DBANK83P'.                                          DBANK83P
004600   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK83P
004700   05  WS-RESP                               PIC S9(8) COMP.      DBANK83P
004800   05  WS-SUB1                               PIC S9(4) COMP.      DBANK83P
004900   05  WS-OUT-SUB                            PIC S9(4) COMP.      DBANK83P
005000   05  WS-MATCH-COUNT                        PIC S9(4) COMP.      DBANK83P
005100   05  WS-PENDING-COUNT                      PIC S9(4) COMP.      DBANK83P
005200   05  WS-FIRST-MATCH                        PIC S9(4) COMP.      DBANK83P
005300   05  WS-PAGE                               PIC S9(4) COMP.      DBANK83P
005400   05  WS-LAST-PAGE                          PIC S9(4) COMP.      DBANK83P
005500   05  WS-CALLER-ROLE                        PIC X(1).            DBANK83P
005600   05  WS-CYCLE                              PIC X(10).           DBANK83P
005700   05  WS-TODAY                              PIC X(10).           DBANK83P
005800   05  WS-BNKCTL-RID                         PIC X(16).           DBANK83P
005900   05  WS-BNKSTAF-RID                        PIC X(8).            DBANK83P
006000   05  WS-BNKRCRT-RID.                                            DBANK83P
006100     10  WS-BNKRCRT-RID-CYCLE                PIC X(10).           DBANK83P
006200     10  WS-BNKRCRT-RID-USERID               PIC X(8).            DBANK83P
006300                                                                  DBANK83P
006400 01  WS-BNKCTL-REC.                                               DBANK83P
006500 COPY CBANKVCT.                                                   DBANK83P
006600                                                                  DBANK83P
006700 01  WS-BNKSTAF-REC.                                              DBANK83P
006800 COPY CBANKVSF.                                                   DBANK83P
006900                                                                  DBANK83P
007000 01  WS-BNKRCRT-REC.                                              DBANK83P
007100 COPY CBANKVCR.                                                   DBANK83P
007200                                                                  DBANK83P
007300 01  WS-AUDIT-DATA.                                               DBANK83P
007400 COPY CBANKD82.                                                   DBANK83P
007500                                                                  DBANK83P
007600 COPY CTSTAMPD.                                                   DBANK83P
007700                                                                  DBANK83P
007800 01  WS-COMMAREA.                                                 DBANK83P
007900 COPY CBANKD83.                                                   DBANK83P
008000                                                                  DBANK83P
008100 COPY CABENDD.                                                    DBANK83P
008200                                                                  DBANK83P
008300 LINKAGE SECTION.                                                 DBANK83P
008400 01  DFHCOMMAREA.                                                 DBANK83P
008500   05  LK-COMMAREA                           PIC X(1)             DBANK83P
008600       OCCURS 1 TO 4096 TIMES                                     DBANK83P
008700         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK83P
008800                                                                  DBANK83P
008900 COPY CENTRY.                                                     DBANK83P
009000***************************************************************** DBANK83P
009100* Move the passed data to our area                              * DBANK83P
009200***************************************************************** DBANK83P
009300     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK83P
009400     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK83P
009500                                                                  DBANK83P
009600***************************************************************** DBANK83P
009700* Initialize our output area                                    * DBANK83P
009800***************************************************************** DBANK83P
009900     MOVE SPACES TO CD83O-DATA.                                   DBANK83P
010000     SET CD83O-OK TO TRUE.                                        DBANK83P
010100     MOVE ZERO TO CD83O-TOTAL.                                    DBANK83P
010200     MOVE ZERO TO CD83O-PENDING.                                  DBANK83P
010300     MOVE ZERO TO CD83O-PAGE.                                     DBANK83P
010400     SET CD83O-MORE-NO TO TRUE.                                   DBANK83P
010500                                                                  DBANK83P
010600 COPY CTSTAMPP.                                                   DBANK83P
010700     MOVE WS-TS-DATE (1:10) TO WS-TODAY.                          DBANK83P
010800                                                                  DBANK83P
010900***************************************************************** DBANK83P
011000* Find the open cycle and the caller's own role, then see what  * DBANK83P
011100* was requested                                                 * DBANK83P
011200***************************************************************** DBANK83P
011300     PERFORM FIND-CYCLE THRU                                      DBANK83P
011400             FIND-CYCLE-EXIT.                                     DBANK83P
011500     IF CD83O-OK                                                  DBANK83P
011600       PERFORM FIND-CALLER THRU                                   DBANK83P
011700               FIND-CALLER-EXIT                                   DBANK83P
011800     END-IF.                                                      DBANK83P
011900     IF CD83O-OK                                                  DBANK83P
012000       EVALUATE TRUE                                              DBANK83P
012100         WHEN CD83I-LIST                                          DBANK83P
012200           PERFORM LIST-PROCESSING THRU                           DBANK83P
012300                   LIST-PROCESSING-EXIT                           DBANK83P
012400         WHEN CD83I-DECIDE                                        DBANK83P
012500           PERFORM DECIDE-PROCESSING THRU                         DBANK83P
012600                   DECIDE-PROCESSING-EXIT                         DBANK83P
012700         WHEN OTHER                                               DBANK83P
012800           SET CD83O-ERROR TO TRUE                                DBANK83P
012900           MOVE 'Bad request code' TO CD83O-MSG                   DBANK83P
013000       END-EVALUATE                                               DBANK83P
013100     END-IF.                                                      DBANK83P
013200                                                                  DBANK83P
013300***************************************************************** DBANK83P
013400* Move the result back to the callers area                      * DBANK83P
013500***************************************************************** DBANK83P
013600     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK83P
013700                                                                  DBANK83P
013800***************************************************************** DBANK83P
013900* Return to our caller                                          * DBANK83P
014000***************************************************************** DBANK83P
014100 COPY CRETURN.                                                    DBANK83P
014200                                                                  DBANK83P
014300***************************************************************** DBANK83P
014400* The SYSTEM/RECERT control row names the cycle last opened     * DBANK83P
014500***************************************************************** DBANK83P
014600 FIND-CYCLE.                                                      DBANK83P
014700     MOVE 'SYSTEM  RECERT  ' TO WS-BNKCTL-RID.                    DBANK83P
014800     EXEC CICS READ FILE('BNKCTL')                                DBANK83P
014900                    INTO(WS-BNKCTL-REC)                           DBANK83P
015000                    LENGTH(LENGTH OF WS-BNKCTL-REC)               DBANK83P
015100                    RIDFLD(WS-BNKCTL-RID)                         DBANK83P
015200                    RESP(WS-RESP)                                 DBANK83P
015300     END-EXEC.                                                    DBANK83P
015400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBANK83P
015500        CTL-REC-RUN-DATE IS EQUAL TO SPACES                       DBANK83P
015600       SET CD83O-NOTFND TO TRUE                                   DBANK83P
015700       MOVE 'No recertification cycle has been opened'            DBANK83P
015800         TO CD83O-MSG                                             DBANK83P
015900       GO TO FIND-CYCLE-EXIT                                      DBANK83P
016000     END-IF.                                                      DBANK83P
016100     MOVE CTL-REC-RUN-DATE TO WS-CYCLE.                           DBANK83P
016200     MOVE WS-CYCLE TO CD83O-CYCLE.                                DBANK83P
016300 FIND-CYCLE-EXIT.                                                 DBANK83P
016400     EXIT.                                                        DBANK83P
016500                                                                  DBANK83P
016600***************************************************************** DBANK83P
016700* Only an active staff user may review; an administrator also   * DBANK83P
016800* reviews the users who have no branch manager                  * DBANK83P
016900***************************************************************** DBANK83P
017000 FIND-CALLER.                                                     DBANK83P
017100     MOVE CD83I-USERID TO WS-BNKSTAF-RID.                         DBANK83P
017200     EXEC CICS READ FILE('BNKSTAF')                               DBANK83P
017300                    INTO(WS-BNKSTAF-REC)                          DBANK83P
017400                    LENGTH(LENGTH OF WS-BNKSTAF-REC)              DBANK83P
017500                    RIDFLD(WS-BNKSTAF-RID)                        DBANK83P
017600                    RESP(WS-RESP)                                 DBANK83P
017700     END-EXEC.                                                    DBANK83P
017800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK83P
017900       SET CD83O-ERROR TO TRUE                                    DBANK83P
018000       MOVE 'No staff profile on file' TO CD83O-MSG               DBANK83P
018100       GO TO FIND-CALLER-EXIT                                     DBANK83P
018200     END-IF.                                                      DBANK83P
018300     IF NOT STF-IS-ACTIVE                                         DBANK83P
018400       SET CD83O-ERROR TO TRUE                                    DBANK83P
018500       MOVE 'Staff profile is not active' TO CD83O-MSG            DBANK83P
018600       GO TO FIND-CALLER-EXIT                                     DBANK83P
018700     END-IF.                                                      DBANK83P
018800     MOVE STF-REC-ROLE TO WS-CALLER-ROLE.                         DBANK83P
018900 FIND-CALLER-EXIT.                                                DBANK83P
019000     EXIT.                                                        DBANK83P
019100                                                                  DBANK83P
019200***************************************************************** DBANK83P
019300* List request - count the caller's rows of the cycle and hand  * DBANK83P
019400* back the requested page.  A page past the end is taken as the * DBANK83P
019500* last page, which needs a second pass.                         * DBANK83P
019600***************************************************************** DBANK83P
019700 LIST-PROCESSING.                                                 DBANK83P
019800     IF CD83I-PAGE IS NOT NUMERIC OR                              DBANK83P
019900        CD83I-PAGE IS EQUAL TO ZERO                               DBANK83P
020000       MOVE 1 TO WS-PAGE                                          DBANK83P
020100     ELSE                                                         DBANK83P
020200       MOVE CD83I-PAGE TO WS-PAGE                                 DBANK83P
020300     END-IF.                                                      DBANK83P
020400 LIST-PROCESSING-PASS.                                            DBANK83P
020500     COMPUTE WS-FIRST-MATCH = ((WS-PAGE - 1) * 8) + 1.            DBANK83P
020600     MOVE 0 TO WS-MATCH-COUNT.                                    DBANK83P
020700     MOVE 0 TO WS-PENDING-COUNT.                                  DBANK83P
020800     MOVE 0 TO WS-OUT-SUB.                                        DBANK83P
020900     MOVE SPACES TO CD83O-ENTRY-TABLE.                            DBANK83P
021000     PERFORM SCAN-CYCLE THRU                                      DBANK83P
021100             SCAN-CYCLE-EXIT.                                     DBANK83P
021200     IF WS-MATCH-COUNT IS EQUAL TO 0                              DBANK83P
021300       SET CD83O-NOTFND TO TRUE                                   DBANK83P
021400       MOVE 'No users for you to recertify' TO CD83O-MSG          DBANK83P
021500       GO TO LIST-PROCESSING-EXIT                                 DBANK83P
021600     END-IF.                                                      DBANK83P
021700     DIVIDE WS-MATCH-COUNT BY 8 GIVING WS-LAST-PAGE               DBANK83P
021800       REMAINDER WS-SUB1.                                         DBANK83P
021900     IF WS-SUB1 IS GREATER THAN 0                                 DBANK83P
022000       ADD 1 TO WS-LAST-PAGE                                      DBANK83P
022100     END-IF.                                                      DBANK83P
022200     IF WS-PAGE IS GREATER THAN WS-LAST-PAGE                      DBANK83P
022300       MOVE WS-LAST-PAGE TO WS-PAGE                               DBANK83P
022400       GO TO LIST-PROCESSING-PASS                                 DBANK83P
022500     END-IF.                                                      DBANK83P
022600     MOVE WS-MATCH-COUNT TO CD83O-TOTAL.                          DBANK83P
022700     MOVE WS-PENDING-COUNT TO CD83O-PENDING.                      DBANK83P
022800     MOVE WS-PAGE TO CD83O-PAGE.                                  DBANK83P
022900     IF WS-PAGE IS LESS THAN WS-LAST-PAGE                         DBANK83P
023000       SET CD83O-MORE-YES TO TRUE                                 DBANK83P
023100     END-IF.                                                      DBANK83P
023200 LIST-PROCESSING-EXIT.                                            DBANK83P
023300     EXIT.                                                        DBANK83P
023400                                                                  DBANK83P
023500***************************************************************** DBANK83P
023600* Browse the rows of the cycle, counting those the caller       * DBANK83P
023700* reviews and keeping the ones that fall on the page            * DBANK83P
023800***************************************************************** DBANK83P
023900 SCAN-CYCLE.                                                      DBANK83P
024000     MOVE WS-CYCLE TO WS-BNKRCRT-RID-CYCLE.                       DBANK83P
024100     MOVE LOW-VALUES TO WS-BNKRCRT-RID-USERID.                    DBANK83P
024200     EXEC CICS STARTBR FILE('BNKRCRT')                            DBANK83P
024300                  RIDFLD(WS-BNKRCRT-RID)                          DBANK83P
024400                  GTEQ                                            DBANK83P
024500                  RESP(WS-RESP)                                   DBANK83P
024600     END-EXEC.                                                    DBANK83P
024700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK83P
024800       GO TO SCAN-CYCLE-EXIT                                      DBANK83P
024900     END-IF.                                                      DBANK83P
025000 SCAN-CYCLE-LOOP.                                                 DBANK83P
025100     EXEC CICS READNEXT FILE('BNKRCRT')                           DBANK83P
025200                  INTO(WS-BNKRCRT-REC)                            DBANK83P
025300                  LENGTH(LENGTH OF WS-BNKRCRT-REC)                DBANK83P
025400                  RIDFLD(WS-BNKRCRT-RID)                          DBANK83P
025500                  RESP(WS-RESP)                                   DBANK83P
025600     END-EXEC.                                                    DBANK83P
025700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBANK83P
025800        RCT-REC-CYCLE IS NOT EQUAL TO WS-CYCLE                    DBANK83P
025900       GO TO SCAN-CYCLE-DONE                                      DBANK83P
026000     END-IF.                                                      DBANK83P
026100     MOVE RCT-REC-DEADLINE TO CD83O-DEADLINE.                     DBANK83P
026200     PERFORM CHECK-REVIEWER THRU                                  DBANK83P
026300             CHECK-REVIEWER-EXIT.                                 DBANK83P
026400     IF NOT CD83O-OK                                              DBANK83P
026500       SET CD83O-OK TO TRUE                                       DBANK83P
026600       MOVE SPACES TO CD83O-MSG                                   DBANK83P
026700       GO TO SCAN-CYCLE-LOOP                                      DBANK83P
026800     END-IF.                                                      DBANK83P
026900     ADD 1 TO WS-MATCH-COUNT.                                     DBANK83P
027000     IF RCT-STATUS-PENDING                                        DBANK83P
027100       ADD 1 TO WS-PENDING-COUNT                                  DBANK83P
027200     END-IF.                                                      DBANK83P
027300     IF WS-MATCH-COUNT IS LESS THAN WS-FIRST-MATCH OR             DBANK83P
027400        WS-OUT-SUB IS EQUAL TO 8                                  DBANK83P
027500       GO TO SCAN-CYCLE-LOOP                                      DBANK83P
027600     END-IF.                                                      DBANK83P
027700     ADD 1 TO WS-OUT-SUB.                                         DBANK83P
027800     MOVE RCT-REC-USERID TO CD83O-ENTRY-USERID (WS-OUT-SUB).      DBANK83P
027900     MOVE RCT-REC-NAME TO CD83O-ENTRY-NAME (WS-OUT-SUB).          DBANK83P
028000     MOVE RCT-REC-ROLE TO CD83O-ENTRY-ROLE (WS-OUT-SUB).          DBANK83P
028100     MOVE RCT-REC-BRANCH TO CD83O-ENTRY-BRANCH (WS-OUT-SUB).      DBANK83P
028200     IF RCT-REC-LAST-SIGNON IS EQUAL TO SPACES                    DBANK83P
028300       MOVE 'Never' TO CD83O-ENTRY-SIGNON (WS-OUT-SUB)            DBANK83P
028400     ELSE                                                         DBANK83P
028500       MOVE RCT-REC-LAST-SIGNON (1:10)                            DBANK83P
028600         TO CD83O-ENTRY-SIGNON (WS-OUT-SUB)                       DBANK83P
028700     END-IF.                                                      DBANK83P
028800     MOVE RCT-REC-STATUS TO CD83O-ENTRY-STATUS (WS-OUT-SUB).      DBANK83P
028900     GO TO SCAN-CYCLE-LOOP.                                       DBANK83P
029000 SCAN-CYCLE-DONE.                                                 DBANK83P
029100     EXEC CICS ENDBR FILE('BNKRCRT')                              DBANK83P
029200     END-EXEC.                                                    DBANK83P
029300 SCAN-CYCLE-EXIT.                                                 DBANK83P
029400     EXIT.                                                        DBANK83P
029500                                                                  DBANK83P
029600***************************************************************** DBANK83P
029700* The row in WS-BNKRCRT-REC is the caller's to review when the  * DBANK83P
029800* caller manages it, or when it has no manager and the caller   * DBANK83P
029900* is an administrator.  Sets an error when it is not.           * DBANK83P
030000***************************************************************** DBANK83P
030100 CHECK-REVIEWER.                                                  DBANK83P
030200     IF RCT-REC-MANAGER IS EQUAL TO CD83I-USERID                  DBANK83P
030300       GO TO CHECK-REVIEWER-EXIT                                  DBANK83P
030400     END-IF.                                                      DBANK83P
030500     IF RCT-REC-MANAGER IS EQUAL TO SPACES AND                    DBANK83P
030600        WS-CALLER-ROLE IS EQUAL TO 'A'                            DBANK83P
030700       GO TO CHECK-REVIEWER-EXIT                                  DBANK83P
030800     END-IF.                                                      DBANK83P
030900     SET CD83O-ERROR TO TRUE.                                     DBANK83P
031000     MOVE 'That user is not yours to recertify' TO CD83O-MSG.     DBANK83P
031100 CHECK-REVIEWER-EXIT.                                             DBANK83P
031200     EXIT.                                                        DBANK83P
031300                                                                  DBANK83P
031400***************************************************************** DBANK83P
031500* Decide request - confirm or revoke one pending user.  A       * DBANK83P
031600* revoke takes the user's access away at once rather than       * DBANK83P
031700* waiting for the cycle to close.                               * DBANK83P
031800***************************************************************** DBANK83P
031900 DECIDE-PROCESSING.                                               DBANK83P
032000     IF NOT CD83I-CONFIRM AND                                     DBANK83P
032100        NOT CD83I-REVOKE                                          DBANK83P
032200       SET CD83O-ERROR TO TRUE                                    DBANK83P
032300       MOVE 'Decision must be C or R' TO CD83O-MSG                DBANK83P
032400       GO TO DECIDE-PROCESSING-EXIT                               DBANK83P
032500     END-IF.                                                      DBANK83P
032600     IF CD83I-TARGET IS EQUAL TO SPACES OR                        DBANK83P
032700        CD83I-TARGET IS EQUAL TO LOW-VALUES                       DBANK83P
032800       SET CD83O-ERROR TO TRUE                                    DBANK83P
032900       MOVE 'Select a user to recertify' TO CD83O-MSG             DBANK83P
033000       GO TO DECIDE-PROCESSING-EXIT                               DBANK83P
033100     END-IF.                                                      DBANK83P
033200     IF CD83I-TARGET IS EQUAL TO CD83I-USERID                     DBANK83P
033300       SET CD83O-ERROR TO TRUE                                    DBANK83P
033400       MOVE 'You may not recertify your own access'               DBANK83P
033500         TO CD83O-MSG                                             DBANK83P
033600       GO TO DECIDE-PROCESSING-EXIT                               DBANK83P
033700     END-IF.                                                      DBANK83P
033800     MOVE WS-CYCLE TO WS-BNKRCRT-RID-CYCLE.                       DBANK83P
033900     MOVE CD83I-TARGET TO WS-BNKRCRT-RID-USERID.                  DBANK83P
034000     EXEC CICS READ FILE('BNKRCRT')                               DBANK83P
034100                    UPDATE                                        DBANK83P
034200                    INTO(WS-BNKRCRT-REC)                          DBANK83P
034300                    LENGTH(LENGTH OF WS-BNKRCRT-REC)              DBANK83P
034400                    RIDFLD(WS-BNKRCRT-RID)                        DBANK83P
034500                    RESP(WS-RESP)                                 DBANK83P
034600     END-EXEC.                                                    DBANK83P
034700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK83P
034800       SET CD83O-NOTFND TO TRUE                                   DBANK83P
034900       MOVE 'User is not in this cycle' TO CD83O-MSG              DBANK83P
035000       GO TO DECIDE-PROCESSING-EXIT                               DBANK83P
035100     END-IF.                                                      DBANK83P
035200     MOVE RCT-REC-DEADLINE TO CD83O-DEADLINE.                     DBANK83P
035300     PERFORM CHECK-REVIEWER THRU                                  DBANK83P
035400             CHECK-REVIEWER-EXIT.                                 DBANK83P
035500     IF NOT CD83O-OK                                              DBANK83P
035600       GO TO DECIDE-PROCESSING-UNLOCK                             DBANK83P
035700     END-IF.                                                      DBANK83P
035800     IF NOT RCT-STATUS-PENDING                                    DBANK83P
035900       SET CD83O-ERROR TO TRUE                                    DBANK83P
036000       MOVE 'That user has already been decided'                  DBANK83P
036100         TO CD83O-MSG                                             DBANK83P
036200       GO TO DECIDE-PROCESSING-UNLOCK                             DBANK83P
036300     END-IF.                                                      DBANK83P
036400     IF WS-TODAY IS GREATER THAN RCT-REC-DEADLINE                 DBANK83P
036500       SET CD83O-ERROR TO TRUE                                    DBANK83P
036600       MOVE 'The recertification deadline has passed'             DBANK83P
036700         TO CD83O-MSG                                             DBANK83P
036800       GO TO DECIDE-PROCESSING-UNLOCK                             DBANK83P
036900     END-IF.                                                      DBANK83P
037000     MOVE CD83I-DECISION TO RCT-REC-STATUS.                       DBANK83P
037100     MOVE CD83I-USERID TO RCT-REC-DECIDED-BY.                     DBANK83P
037200     MOVE WS-TIMESTAMP TO RCT-REC-DECIDED-TS.                     DBANK83P
037300     IF RCT-STATUS-REVOKED                                        DBANK83P
037400       PERFORM DEACTIVATE-STAFF THRU                              DBANK83P
037500               DEACTIVATE-STAFF-EXIT                              DBANK83P
037600       IF NOT CD83O-OK                                            DBANK83P
037700         GO TO DECIDE-PROCESSING-UNLOCK                           DBANK83P
037800       END-IF                                                     DBANK83P
037900     END-IF.                                                      DBANK83P
038000     EXEC CICS REWRITE FILE('BNKRCRT')                            DBANK83P
038100                    FROM(WS-BNKRCRT-REC)                          DBANK83P
038200                    LENGTH(LENGTH OF WS-BNKRCRT-REC)              DBANK83P
038300                    RESP(WS-RESP)                                 DBANK83P
038400     END-EXEC.                                                    DBANK83P
038500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK83P
038600       SET CD83O-ERROR TO TRUE                                    DBANK83P
038700       MOVE 'Unable to record the decision' TO CD83O-MSG          DBANK83P
038800       GO TO DECIDE-PROCESSING-EXIT                               DBANK83P
038900     END-IF.                                                      DBANK83P
039000     IF RCT-STATUS-CONFIRMED                                      DBANK83P
039100       MOVE 'Access confirmed' TO CD83O-MSG                       DBANK83P
039200     ELSE                                                         DBANK83P
039300       MOVE 'Access revoked - user deactivated' TO CD83O-MSG      DBANK83P
039400     END-IF.                                                      DBANK83P
039500     GO TO DECIDE-PROCESSING-EXIT.                                DBANK83P
039600 DECIDE-PROCESSING-UNLOCK.                                        DBANK83P
039700     EXEC CICS UNLOCK FILE('BNKRCRT')                             DBANK83P
039800     END-EXEC.                                                    DBANK83P
039900 DECIDE-PROCESSING-EXIT.                                          DBANK83P
040000     EXIT.                                                        DBANK83P
040100                                                                  DBANK83P
040200***************************************************************** DBANK83P
040300* Deactivate the revoked user's staff profile and audit the     * DBANK83P
040400* change like any other staff maintenance                       * DBANK83P
040500***************************************************************** DBANK83P
040600 DEACTIVATE-STAFF.                                                DBANK83P
040700     MOVE RCT-REC-USERID TO WS-BNKSTAF-RID.                       DBANK83P
040800     EXEC CICS READ FILE('BNKSTAF')                               DBANK83P
040900                    UPDATE                                        DBANK83P
041000                    INTO(WS-BNKSTAF-REC)                          DBANK83P
041100                    LENGTH(LENGTH OF WS-BNKSTAF-REC)              DBANK83P
041200                    RIDFLD(WS-BNKSTAF-RID)                        DBANK83P
041300                    RESP(WS-RESP)                                 DBANK83P
041400     END-EXEC.                                                    DBANK83P
041500     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                       DBANK83P
041600       GO TO DEACTIVATE-STAFF-EXIT                                DBANK83P
041700     END-IF.                                                      DBANK83P
041800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK83P
041900       SET CD83O-ERROR TO TRUE                                    DBANK83P
042000       MOVE 'Unable to lock staff profile' TO CD83O-MSG           DBANK83P
042100       GO TO DEACTIVATE-STAFF-EXIT                                DBANK83P
042200     END-IF.                                                      DBANK83P
042300     IF NOT STF-IS-ACTIVE                                         DBANK83P
042400       EXEC CICS UNLOCK FILE('BNKSTAF')                           DBANK83P
042500       END-EXEC                                                   DBANK83P
042600       GO TO DEACTIVATE-STAFF-EXIT                                DBANK83P
042700     END-IF.                                                      DBANK83P
042800     MOVE SPACES TO CD82-DATA.                                    DBANK83P
042900     MOVE WS-BNKSTAF-REC TO CD82I-BEFORE.                         DBANK83P
043000     SET CD82I-CHANGE TO TRUE.                                    DBANK83P
043100     MOVE 'N' TO STF-REC-ACTIVE.                                  DBANK83P
043200     EXEC CICS REWRITE FILE('BNKSTAF')                            DBANK83P
043300                    FROM(WS-BNKSTAF-REC)                          DBANK83P
043400                    LENGTH(LENGTH OF WS-BNKSTAF-REC)              DBANK83P
043500                    RESP(WS-RESP)                                 DBANK83P
043600     END-EXEC.                                                    DBANK83P
043700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK83P
043800       SET CD83O-ERROR TO TRUE                                    DBANK83P
043900       MOVE 'Unable to update staff profile' TO CD83O-MSG         DBANK83P
044000       GO TO DEACTIVATE-STAFF-EXIT                                DBANK83P
044100     END-IF.                                                      DBANK83P
044200     MOVE 'Y' TO RCT-REC-DEACTIVATED.                             DBANK83P
044300     MOVE 'BNKSTAF' TO CD82I-TABLE.                               DBANK83P
044400     MOVE WS-PROGRAM-ID TO CD82I-PROGRAM.                         DBANK83P
044500     MOVE WS-BNKSTAF-RID TO CD82I-KEY.                            DBANK83P
044600     MOVE LENGTH OF WS-BNKSTAF-REC TO CD82I-IMAGE-LEN.            DBANK83P
044700     MOVE WS-BNKSTAF-REC TO CD82I-AFTER.                          DBANK83P
044800 COPY CBANKX82.                                                   DBANK83P
044900 DEACTIVATE-STAFF-EXIT.                                           DBANK83P
045000     EXIT.                                                        DBANK83P
045100                                                                  DBANK83P
045200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK83P
