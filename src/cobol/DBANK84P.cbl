000100***************************************************************** DBANK84P
000200*                                                               * DBANK84P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK84P
000400*   This demonstration program is provided for use by users     * DBANK84P
000500*   of Micro Focus products and may be used, modified and       * DBANK84P
000600*   distributed as part of your application provided that       * DBANK84P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK84P
000800*   in this material.                                           * DBANK84P
000900*                                                               * DBANK84P
001000***************************************************************** DBANK84P
001100                                                                  DBANK84P
001200***************************************************************** DBANK84P
001300* Program:     DBANK84P.CBL                                     * DBANK84P
001400* Function:    Staff connected-party register and check.        * DBANK84P
001500*              Lists, declares and removes the customers a      * DBANK84P
001600*              member of staff has declared as connected to     * DBANK84P
001700*              them (BNKSCON), every change audited through     * DBANK84P
001800*              DBANK82P.  Anyone may declare their own          * DBANK84P
001900*              connected parties; declaring for someone else,   * DBANK84P
002000*              and removing a declaration, is for an            * DBANK84P
002100*              administrator, and no one may remove their own.  * DBANK84P
002200*              The check request answers whether a customer,    * DBANK84P
002300*              keyed by PID or account number, is connected to  * DBANK84P
002400*              the signed-on user - their own PID on BNKSTAF, a * DBANK84P
002500*              member of their household on BNKHHLD or a        * DBANK84P
002600*              declared party - and logs a connected answer to  * DBANK84P
002700*              BNKTRLG.  The override request lets a supervisor * DBANK84P
002800*              who is not connected to the customer themselves  * DBANK84P
002900*              release the warning, logged the same way.        * DBANK84P
003000*              VSAM version                                     * DBANK84P
003100***************************************************************** DBANK84P
003200                                                                  DBANK84P
003300 IDENTIFICATION DIVISION.                                         DBANK84P
003400 PROGRAM-ID.                                                      DBANK84P
003500     DBANK84P.                                                    DBANK84P
003600 DATE-WRITTEN.                                                    DBANK84P
003700     October 2026.                                                DBANK84P
003800 DATE-COMPILED.                                                   DBANK84P
003900     Today.                                                       DBANK84P
004000                                                                  DBANK84P
004100 ENVIRONMENT DIVISION.                                            DBANK84P
004200                                                                  DBANK84P
004300 DATA DIVISION.                                                   DBANK84P
004400                                                                  DBANK84P
004500 WORKING-STORAGE SECTION.                                         DBANK84P
004600 01  WS-MISC-STORAGE.                                             DBANK84P
004700   05  WS-PROGRAM-ID                         PIC X(8)             DBANK84P
004800       VALUE 'DBANK84P'.                                          DBANK84P
004900   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK84P
005000   05  WS-RESP                               PIC S9(8) COMP.      DBANK84P
005100   05  WS-SUB1                               PIC S9(4) COMP.      DBANK84P
005200   05  WS-OUT-SUB                            PIC S9(4) COMP.      DBANK84P
005300   05  WS-MATCH-COUNT                        PIC S9(4) COMP.      DBANK84P
005400   05  WS-FIRST-MATCH                        PIC S9(4) COMP.      DBANK84P
005500   05  WS-PAGE                               PIC S9(4) COMP.      DBANK84P
005600   05  WS-LAST-PAGE                          PIC S9(4) COMP.      DBANK84P
005700   05  WS-CALLER-ROLE                        PIC X(1).            DBANK84P
005800   05  WS-TODAY                              PIC X(10).           DBANK84P
005900   05  WS-CHECK-USERID                       PIC X(8).            DBANK84P
006000   05  WS-CHECK-PID                          PIC X(5).            DBANK84P
006100   05  WS-CHECK-REASON                       PIC X(1).            DBANK84P
006200   05  WS-CUST-HHLD-ID                       PIC X(5).            DBANK84P
006300   05  WS-LOG-TRAN                           PIC X(4).            DBANK84P
006400   05  WS-LOG-USERID                         PIC X(8).            DBANK84P
006500   05  WS-LOG-ACTION                         PIC X(1).            DBANK84P
006600   05  WS-LOG-SEQ                            PIC X(1).            DBANK84P
006700   05  WS-BNKSTAF-RID                        PIC X(8).            DBANK84P
006800   05  WS-BNKCUST-RID                        PIC X(5).            DBANK84P
006900   05  WS-BNKACC-RID                         PIC X(9).            DBANK84P
007000   05  WS-BNKHHLD-RID                        PIC X(5).            DBANK84P
007100   05  WS-BNKSCON-RID.                                            DBANK84P
007200     10  WS-BNKSCON-RID-USERID               PIC X(8).            DBANK84P
007300     10  WS-BNKSCON-RID-PID                  PIC X(5).            DBANK84P
007400                                                                  DBANK84P
007500 01  WS-BNKSTAF-REC.                                              DBANK84P
007600 COPY CBANKVSF.                                                   DBANK84P
007700                                                                  DBANK84P
007800 01  WS-BNKSCON-REC.                                              DBANK84P
007900 COPY CBANKVCN.                                                   DBANK84P
008000                                                                  DBANK84P
008100 01  WS-BNKCUST-REC.                                              DBANK84P
008200 COPY CBANKVCS.                                                   DBANK84P
008300                                                                  DBANK84P
008400 01  WS-BNKACC-REC.                                               DBANK84P
008500 COPY CBANKVAC.                                                   DBANK84P
008600                                                                  DBANK84P
008700 01  WS-BNKHHLD-REC.                                              DBANK84P
008800 COPY CBANKVHH.                                                   DBANK84P
008900                                                                  DBANK84P
009000 01  WS-BNKTRLG-REC.                                              DBANK84P
009100 COPY CBANKVTL.                                                   DBANK84P
009200                                                                  DBANK84P
009300 01  WS-AUDIT-DATA.                                               DBANK84P
009400 COPY CBANKD82.                                                   DBANK84P
009500                                                                  DBANK84P
009600 COPY CTSTAMPD.                                                   DBANK84P
009700                                                                  DBANK84P
009800 01  WS-COMMAREA.                                                 DBANK84P
009900 COPY CBANKD84.                                                   DBANK84P
010000                                                                  DBANK84P
010100 COPY CABENDD.                                                    DBANK84P
010200                                                                  DBANK84P
010300 LINKAGE SECTION.                                                 DBANK84P
010400 01  DFHCOMMAREA.                                                 DBANK84P
010500   05  LK-COMMAREA                           PIC X(1)             DBANK84P
010600       OCCURS 1 TO 4096 TIMES                                     DBANK84P
010700         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK84P
010800                                                                  DBANK84P
010900 COPY CENTRY.                                                     DBANK84P
011000***************************************************************** DBANK84P
011100* Move the passed data to our area                              * DBANK84P
011200***************************************************************** DBANK84P
011300     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK84P
011400     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK84P
011500                                                                  DBANK84P
011600***************************************************************** DBANK84P
011700* Initialize our output area                                    * DBANK84P
011800***************************************************************** DBANK84P
011900     MOVE SPACES TO CD84O-DATA.                                   DBANK84P
012000     SET CD84O-OK TO TRUE.                                        DBANK84P
012100     SET CD84O-CONNECTED-NO TO TRUE.                              DBANK84P
012200     MOVE ZERO TO CD84O-TOTAL.                                    DBANK84P
012300     MOVE ZERO TO CD84O-PAGE.                                     DBANK84P
012400     SET CD84O-MORE-NO TO TRUE.                                   DBANK84P
012500                                                                  DBANK84P
012600 COPY CTSTAMPP.                                                   DBANK84P
012700     MOVE WS-TS-DATE (1:10) TO WS-TODAY.                          DBANK84P
012800                                                                  DBANK84P
012900***************************************************************** DBANK84P
013000* Check what has been requested                                 * DBANK84P
013100***************************************************************** DBANK84P
013200     EVALUATE TRUE                                                DBANK84P
013300       WHEN CD84I-LIST                                            DBANK84P
013400         PERFORM LIST-PROCESSING THRU                             DBANK84P
013500                 LIST-PROCESSING-EXIT                             DBANK84P
013600       WHEN CD84I-DECLARE                                         DBANK84P
013700         PERFORM DECLARE-PROCESSING THRU                          DBANK84P
013800                 DECLARE-PROCESSING-EXIT                          DBANK84P
013900       WHEN CD84I-REMOVE                                          DBANK84P
014000         PERFORM REMOVE-PROCESSING THRU                           DBANK84P
014100                 REMOVE-PROCESSING-EXIT                           DBANK84P
014200       WHEN CD84I-CHECK                                           DBANK84P
014300         PERFORM CHECK-PROCESSING THRU                            DBANK84P
014400                 CHECK-PROCESSING-EXIT                            DBANK84P
014500       WHEN CD84I-OVERRIDE                                        DBANK84P
014600         PERFORM OVERRIDE-PROCESSING THRU                         DBANK84P
014700                 OVERRIDE-PROCESSING-EXIT                         DBANK84P
014800       WHEN OTHER                                                 DBANK84P
014900         SET CD84O-ERROR TO TRUE                                  DBANK84P
015000         MOVE 'Bad request code' TO CD84O-MSG                     DBANK84P
015100     END-EVALUATE.                                                DBANK84P
015200                                                                  DBANK84P
015300***************************************************************** DBANK84P
015400* Move the result back to the callers area                      * DBANK84P
015500***************************************************************** DBANK84P
015600     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK84P
015700                                                                  DBANK84P
015800***************************************************************** DBANK84P
015900* Return to our caller                                          * DBANK84P
016000***************************************************************** DBANK84P
016100 COPY CRETURN.                                                    DBANK84P
016200                                                                  DBANK84P
016300***************************************************************** DBANK84P
016400* The caller must be an active member of staff; their role      * DBANK84P
016500* decides whose register they may maintain                      * DBANK84P
016600***************************************************************** DBANK84P
016700 FIND-CALLER.                                                     DBANK84P
016800     MOVE CD84I-CALLER TO WS-BNKSTAF-RID.                         DBANK84P
016900     EXEC CICS READ FILE('BNKSTAF')                               DBANK84P
017000                    INTO(WS-BNKSTAF-REC)                          DBANK84P
017100                    LENGTH(LENGTH OF WS-BNKSTAF-REC)              DBANK84P
017200                    RIDFLD(WS-BNKSTAF-RID)                        DBANK84P
017300                    RESP(WS-RESP)                                 DBANK84P
017400     END-EXEC.                                                    DBANK84P
017500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK84P
017600       SET CD84O-ERROR TO TRUE                                    DBANK84P
017700       MOVE 'No staff profile on file' TO CD84O-MSG               DBANK84P
017800       GO TO FIND-CALLER-EXIT                                     DBANK84P
017900     END-IF.                                                      DBANK84P
018000     IF NOT STF-IS-ACTIVE                                         DBANK84P
018100       SET CD84O-ERROR TO TRUE                                    DBANK84P
018200       MOVE 'Staff profile is not active' TO CD84O-MSG            DBANK84P
018300       GO TO FIND-CALLER-EXIT                                     DBANK84P
018400     END-IF.                                                      DBANK84P
018500     MOVE STF-REC-ROLE TO WS-CALLER-ROLE.                         DBANK84P
018600     IF CD84I-USERID IS EQUAL TO SPACES OR                        DBANK84P
018700        CD84I-USERID IS EQUAL TO LOW-VALUES                       DBANK84P
018800       MOVE CD84I-CALLER TO CD84I-USERID                          DBANK84P
018900     END-IF.                                                      DBANK84P
019000 FIND-CALLER-EXIT.                                                DBANK84P
019100     EXIT.                                                        DBANK84P
019200                                                                  DBANK84P
019300***************************************************************** DBANK84P
019400* The member of staff whose register is wanted - returns their  * DBANK84P
019500* name and own PID                                              * DBANK84P
019600***************************************************************** DBANK84P
019700 FIND-SUBJECT.                                                    DBANK84P
019800     MOVE CD84I-USERID TO WS-BNKSTAF-RID.                         DBANK84P
019900     EXEC CICS READ FILE('BNKSTAF')                               DBANK84P
020000                    INTO(WS-BNKSTAF-REC)                          DBANK84P
020100                    LENGTH(LENGTH OF WS-BNKSTAF-REC)              DBANK84P
020200                    RIDFLD(WS-BNKSTAF-RID)                        DBANK84P
020300                    RESP(WS-RESP)                                 DBANK84P
020400     END-EXEC.                                                    DBANK84P
020500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK84P
020600       SET CD84O-NOTFND TO TRUE                                   DBANK84P
020700       MOVE 'No staff profile for that user' TO CD84O-MSG         DBANK84P
020800       GO TO FIND-SUBJECT-EXIT                                    DBANK84P
020900     END-IF.                                                      DBANK84P
021000     MOVE STF-REC-NAME TO CD84O-STAFF-NAME.                       DBANK84P
021100     MOVE STF-REC-OWN-PID TO CD84O-OWN-PID.                       DBANK84P
021200 FIND-SUBJECT-EXIT.                                               DBANK84P
021300     EXIT.                                                        DBANK84P
021400                                                                  DBANK84P
021500***************************************************************** DBANK84P
021600* List request - one page of eight of the user's declarations,  * DBANK84P
021700* removed ones included.  A page past the end is taken as the   * DBANK84P
021800* last page, which needs a second pass.                         * DBANK84P
021900***************************************************************** DBANK84P
022000 LIST-PROCESSING.                                                 DBANK84P
022100     PERFORM FIND-CALLER THRU                                     DBANK84P
022200             FIND-CALLER-EXIT.                                    DBANK84P
022300     IF NOT CD84O-OK                                              DBANK84P
022400       GO TO LIST-PROCESSING-EXIT                                 DBANK84P
022500     END-IF.                                                      DBANK84P
022600     IF CD84I-USERID IS NOT EQUAL TO CD84I-CALLER AND             DBANK84P
022700        WS-CALLER-ROLE IS EQUAL TO 'T'                            DBANK84P
022800       SET CD84O-ERROR TO TRUE                                    DBANK84P
022900       MOVE 'You may only list your own connected parties'        DBANK84P
023000         TO CD84O-MSG                                             DBANK84P
023100       GO TO LIST-PROCESSING-EXIT                                 DBANK84P
023200     END-IF.                                                      DBANK84P
023300     PERFORM FIND-SUBJECT THRU                                    DBANK84P
023400             FIND-SUBJECT-EXIT.                                   DBANK84P
023500     IF NOT CD84O-OK                                              DBANK84P
023600       GO TO LIST-PROCESSING-EXIT                                 DBANK84P
023700     END-IF.                                                      DBANK84P
023800     IF CD84I-PAGE IS NOT NUMERIC OR                              DBANK84P
023900        CD84I-PAGE IS EQUAL TO ZERO                               DBANK84P
024000       MOVE 1 TO WS-PAGE                                          DBANK84P
024100     ELSE                                                         DBANK84P
024200       MOVE CD84I-PAGE TO WS-PAGE                                 DBANK84P
024300     END-IF.                                                      DBANK84P
024400 LIST-PROCESSING-PASS.                                            DBANK84P
024500     COMPUTE WS-FIRST-MATCH = ((WS-PAGE - 1) * 8) + 1.            DBANK84P
024600     MOVE 0 TO WS-MATCH-COUNT.                                    DBANK84P
024700     MOVE 0 TO WS-OUT-SUB.                                        DBANK84P
024800     MOVE SPACES TO CD84O-ENTRY-TABLE.                            DBANK84P
024900     PERFORM SCAN-REGISTER THRU                                   DBANK84P
025000             SCAN-REGISTER-EXIT.                                  DBANK84P
025100     IF WS-MATCH-COUNT IS EQUAL TO 0                              DBANK84P
025200       SET CD84O-NOTFND TO TRUE                                   DBANK84P
025300       MOVE 'No connected parties declared' TO CD84O-MSG          DBANK84P
025400       GO TO LIST-PROCESSING-EXIT                                 DBANK84P
025500     END-IF.                                                      DBANK84P
025600     DIVIDE WS-MATCH-COUNT BY 8 GIVING WS-LAST-PAGE               DBANK84P
025700       REMAINDER WS-SUB1.                                         DBANK84P
025800     IF WS-SUB1 IS GREATER THAN 0                                 DBANK84P
025900       ADD 1 TO WS-LAST-PAGE                                      DBANK84P
026000     END-IF.                                                      DBANK84P
026100     IF WS-PAGE IS GREATER THAN WS-LAST-PAGE                      DBANK84P
026200       MOVE WS-LAST-PAGE TO WS-PAGE                               DBANK84P
026300       GO TO LIST-PROCESSING-PASS                                 DBANK84P
026400     END-IF.                                                      DBANK84P
026500     MOVE WS-MATCH-COUNT TO CD84O-TOTAL.                          DBANK84P
026600     MOVE WS-PAGE TO CD84O-PAGE.                                  DBANK84P
026700     IF WS-PAGE IS LESS THAN WS-LAST-PAGE                         DBANK84P
026800       SET CD84O-MORE-YES TO TRUE                                 DBANK84P
026900     END-IF.                                                      DBANK84P
027000 LIST-PROCESSING-EXIT.                                            DBANK84P
027100     EXIT.                                                        DBANK84P
027200                                                                  DBANK84P
027300***************************************************************** DBANK84P
027400* Browse the user's rows, counting them and keeping the ones    * DBANK84P
027500* that fall on the page                                         * DBANK84P
027600***************************************************************** DBANK84P
027700 SCAN-REGISTER.                                                   DBANK84P
027800     MOVE CD84I-USERID TO WS-BNKSCON-RID-USERID.                  DBANK84P
027900     MOVE LOW-VALUES TO WS-BNKSCON-RID-PID.                       DBANK84P
028000     EXEC CICS STARTBR FILE('BNKSCON')                            DBANK84P
028100                  RIDFLD(WS-BNKSCON-RID)                          DBANK84P
028200                  GTEQ                                            DBANK84P
028300                  RESP(WS-RESP)                                   DBANK84P
028400     END-EXEC.                                                    DBANK84P
028500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK84P
028600       GO TO SCAN-REGISTER-EXIT                                   DBANK84P
028700     END-IF.                                                      DBANK84P
028800 SCAN-REGISTER-LOOP.                                              DBANK84P
028900     EXEC CICS READNEXT FILE('BNKSCON')                           DBANK84P
029000                  INTO(WS-BNKSCON-REC)                            DBANK84P
029100                  LENGTH(LENGTH OF WS-BNKSCON-REC)                DBANK84P
029200                  RIDFLD(WS-BNKSCON-RID)                          DBANK84P
029300                  RESP(WS-RESP)                                   DBANK84P
029400     END-EXEC.                                                    DBANK84P
029500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBANK84P
029600        SCN-REC-USERID IS NOT EQUAL TO CD84I-USERID               DBANK84P
029700       GO TO SCAN-REGISTER-DONE                                   DBANK84P
029800     END-IF.                                                      DBANK84P
029900     ADD 1 TO WS-MATCH-COUNT.                                     DBANK84P
030000     IF WS-MATCH-COUNT IS LESS THAN WS-FIRST-MATCH OR             DBANK84P
030100        WS-OUT-SUB IS EQUAL TO 8                                  DBANK84P
030200       GO TO SCAN-REGISTER-LOOP                                   DBANK84P
030300     END-IF.                                                      DBANK84P
030400     ADD 1 TO WS-OUT-SUB.                                         DBANK84P
030500     MOVE SCN-REC-PID TO CD84O-ENTRY-PID (WS-OUT-SUB).            DBANK84P
030600     MOVE SCN-REC-RELATION TO CD84O-ENTRY-RELATION (WS-OUT-SUB).  DBANK84P
030700     MOVE SCN-REC-STATUS TO CD84O-ENTRY-STATUS (WS-OUT-SUB).      DBANK84P
030800     MOVE SCN-REC-DECLARED-DTE                                    DBANK84P
030900       TO CD84O-ENTRY-DECL-DTE (WS-OUT-SUB).                      DBANK84P
031000     MOVE SCN-REC-DECLARED-BY TO CD84O-ENTRY-DECL-BY (WS-OUT-SUB).DBANK84P
031100     MOVE SCN-REC-PID TO WS-BNKCUST-RID.                          DBANK84P
031200     EXEC CICS READ FILE('BNKCUST')                               DBANK84P
031300                    INTO(WS-BNKCUST-REC)                          DBANK84P
031400                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBANK84P
031500                    RIDFLD(WS-BNKCUST-RID)                        DBANK84P
031600                    RESP(WS-RESP)                                 DBANK84P
031700     END-EXEC.                                                    DBANK84P
031800     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK84P
031900       MOVE BCS-REC-NAME TO CD84O-ENTRY-NAME (WS-OUT-SUB)         DBANK84P
032000     ELSE                                                         DBANK84P
032100       MOVE 'Not on customer file'                                DBANK84P
032200         TO CD84O-ENTRY-NAME (WS-OUT-SUB)                         DBANK84P
032300     END-IF.                                                      DBANK84P
032400     GO TO SCAN-REGISTER-LOOP.                                    DBANK84P
032500 SCAN-REGISTER-DONE.                                              DBANK84P
032600     EXEC CICS ENDBR FILE('BNKSCON')                              DBANK84P
032700     END-EXEC.                                                    DBANK84P
032800 SCAN-REGISTER-EXIT.                                              DBANK84P
032900     EXIT.                                                        DBANK84P
033000                                                                  DBANK84P
033100***************************************************************** DBANK84P
033200* Declare request - add a connected party, or restore one that  * DBANK84P
033300* was removed                                                   * DBANK84P
033400***************************************************************** DBANK84P
033500 DECLARE-PROCESSING.                                              DBANK84P
033600     PERFORM FIND-CALLER THRU                                     DBANK84P
033700             FIND-CALLER-EXIT.                                    DBANK84P
033800     IF NOT CD84O-OK                                              DBANK84P
033900       GO TO DECLARE-PROCESSING-EXIT                              DBANK84P
034000     END-IF.                                                      DBANK84P
034100     IF CD84I-USERID IS NOT EQUAL TO CD84I-CALLER AND             DBANK84P
034200        WS-CALLER-ROLE IS NOT EQUAL TO 'A'                        DBANK84P
034300       SET CD84O-ERROR TO TRUE                                    DBANK84P
034400       MOVE 'Only an administrator may declare for another user'  DBANK84P
034500         TO CD84O-MSG                                             DBANK84P
034600       GO TO DECLARE-PROCESSING-EXIT                              DBANK84P
034700     END-IF.                                                      DBANK84P
034800     IF CD84I-RELATION IS NOT EQUAL TO 'F' AND                    DBANK84P
034900        CD84I-RELATION IS NOT EQUAL TO 'P' AND                    DBANK84P
035000        CD84I-RELATION IS NOT EQUAL TO 'B' AND                    DBANK84P
035100        CD84I-RELATION IS NOT EQUAL TO 'O'                        DBANK84P
035200       SET CD84O-ERROR TO TRUE                                    DBANK84P
035300       MOVE 'Relation must be F, P, B or O' TO CD84O-MSG          DBANK84P
035400       GO TO DECLARE-PROCESSING-EXIT                              DBANK84P
035500     END-IF.                                                      DBANK84P
035600     PERFORM FIND-SUBJECT THRU                                    DBANK84P
035700             FIND-SUBJECT-EXIT.                                   DBANK84P
035800     IF NOT CD84O-OK                                              DBANK84P
035900       GO TO DECLARE-PROCESSING-EXIT                              DBANK84P
036000     END-IF.                                                      DBANK84P
036100     MOVE CD84I-PID TO WS-BNKCUST-RID.                            DBANK84P
036200     EXEC CICS READ FILE('BNKCUST')                               DBANK84P
036300                    INTO(WS-BNKCUST-REC)                          DBANK84P
036400                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBANK84P
036500                    RIDFLD(WS-BNKCUST-RID)                        DBANK84P
036600                    RESP(WS-RESP)                                 DBANK84P
036700     END-EXEC.                                                    DBANK84P
036800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK84P
036900       SET CD84O-ERROR TO TRUE                                    DBANK84P
037000       MOVE 'Customer not on file' TO CD84O-MSG                   DBANK84P
037100       GO TO DECLARE-PROCESSING-EXIT                              DBANK84P
037200     END-IF.                                                      DBANK84P
037300     IF CD84I-PID IS EQUAL TO CD84O-OWN-PID                       DBANK84P
037400       SET CD84O-ERROR TO TRUE                                    DBANK84P
037500       MOVE 'That is the user''s own PID' TO CD84O-MSG            DBANK84P
037600       GO TO DECLARE-PROCESSING-EXIT                              DBANK84P
037700     END-IF.                                                      DBANK84P
037800     MOVE CD84I-USERID TO WS-BNKSCON-RID-USERID.                  DBANK84P
037900     MOVE CD84I-PID TO WS-BNKSCON-RID-PID.                        DBANK84P
038000     EXEC CICS READ FILE('BNKSCON')                               DBANK84P
038100                    UPDATE                                        DBANK84P
038200                    INTO(WS-BNKSCON-REC)                          DBANK84P
038300                    LENGTH(LENGTH OF WS-BNKSCON-REC)              DBANK84P
038400                    RIDFLD(WS-BNKSCON-RID)                        DBANK84P
038500                    RESP(WS-RESP)                                 DBANK84P
038600     END-EXEC.                                                    DBANK84P
038700     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                       DBANK84P
038800       MOVE SPACES TO WS-BNKSCON-REC                              DBANK84P
038900       MOVE CD84I-USERID TO SCN-REC-USERID                        DBANK84P
039000       MOVE CD84I-PID TO SCN-REC-PID                              DBANK84P
039100       MOVE CD84I-RELATION TO SCN-REC-RELATION                    DBANK84P
039200       SET SCN-STATUS-ACTIVE TO TRUE                              DBANK84P
039300       MOVE WS-TODAY TO SCN-REC-DECLARED-DTE                      DBANK84P
039400       MOVE CD84I-CALLER TO SCN-REC-DECLARED-BY                   DBANK84P
039500       EXEC CICS WRITE FILE('BNKSCON')                            DBANK84P
039600                      FROM(WS-BNKSCON-REC)                        DBANK84P
039700                      LENGTH(LENGTH OF WS-BNKSCON-REC)            DBANK84P
039800                      RIDFLD(WS-BNKSCON-RID)                      DBANK84P
039900                      RESP(WS-RESP)                               DBANK84P
040000       END-EXEC                                                   DBANK84P
040100       IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                 DBANK84P
040200         SET CD84O-ERROR TO TRUE                                  DBANK84P
040300         MOVE 'Unable to record the declaration' TO CD84O-MSG     DBANK84P
040400       ELSE                                                       DBANK84P
040500         MOVE SPACES TO CD82-DATA                                 DBANK84P
040600         SET CD82I-ADD TO TRUE                                    DBANK84P
040700         PERFORM AUDIT-REGISTER-CHANGE THRU                       DBANK84P
040800                 AUDIT-REGISTER-CHANGE-EXIT                       DBANK84P
040900         MOVE 'Connected party declared' TO CD84O-MSG             DBANK84P
041000       END-IF                                                     DBANK84P
041100       GO TO DECLARE-PROCESSING-EXIT                              DBANK84P
041200     END-IF.                                                      DBANK84P
041300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK84P
041400       SET CD84O-ERROR TO TRUE                                    DBANK84P
041500       MOVE 'Unable to lock the declaration' TO CD84O-MSG         DBANK84P
041600       GO TO DECLARE-PROCESSING-EXIT                              DBANK84P
041700     END-IF.                                                      DBANK84P
041800     IF SCN-STATUS-ACTIVE                                         DBANK84P
041900       EXEC CICS UNLOCK FILE('BNKSCON')                           DBANK84P
042000       END-EXEC                                                   DBANK84P
042100       SET CD84O-ERROR TO TRUE                                    DBANK84P
042200       MOVE 'That party is already declared' TO CD84O-MSG         DBANK84P
042300       GO TO DECLARE-PROCESSING-EXIT                              DBANK84P
042400     END-IF.                                                      DBANK84P
042500     MOVE SPACES TO CD82-DATA.                                    DBANK84P
042600     MOVE WS-BNKSCON-REC TO CD82I-BEFORE.                         DBANK84P
042700     SET CD82I-CHANGE TO TRUE.                                    DBANK84P
042800     MOVE CD84I-RELATION TO SCN-REC-RELATION.                     DBANK84P
042900     SET SCN-STATUS-ACTIVE TO TRUE.                               DBANK84P
043000     MOVE WS-TODAY TO SCN-REC-DECLARED-DTE.                       DBANK84P
043100     MOVE CD84I-CALLER TO SCN-REC-DECLARED-BY.                    DBANK84P
043200     MOVE SPACES TO SCN-REC-REMOVED-DTE.                          DBANK84P
043300     MOVE SPACES TO SCN-REC-REMOVED-BY.                           DBANK84P
043400     EXEC CICS REWRITE FILE('BNKSCON')                            DBANK84P
043500                    FROM(WS-BNKSCON-REC)                          DBANK84P
043600                    LENGTH(LENGTH OF WS-BNKSCON-REC)              DBANK84P
043700                    RESP(WS-RESP)                                 DBANK84P
043800     END-EXEC.                                                    DBANK84P
043900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK84P
044000       SET CD84O-ERROR TO TRUE                                    DBANK84P
044100       MOVE 'Unable to record the declaration' TO CD84O-MSG       DBANK84P
044200       GO TO DECLARE-PROCESSING-EXIT                              DBANK84P
044300     END-IF.                                                      DBANK84P
044400     PERFORM AUDIT-REGISTER-CHANGE THRU                           DBANK84P
044500             AUDIT-REGISTER-CHANGE-EXIT.                          DBANK84P
044600     MOVE 'Connected party declared again' TO CD84O-MSG.          DBANK84P
044700 DECLARE-PROCESSING-EXIT.                                         DBANK84P
044800     EXIT.                                                        DBANK84P
044900                                                                  DBANK84P
045000***************************************************************** DBANK84P
045100* Remove request - an administrator marks a declaration removed * DBANK84P
045200* but keeps the row; no one may remove one of their own         * DBANK84P
045300***************************************************************** DBANK84P
045400 REMOVE-PROCESSING.                                               DBANK84P
045500     PERFORM FIND-CALLER THRU                                     DBANK84P
045600             FIND-CALLER-EXIT.                                    DBANK84P
045700     IF NOT CD84O-OK                                              DBANK84P
045800       GO TO REMOVE-PROCESSING-EXIT                               DBANK84P
045900     END-IF.                                                      DBANK84P
046000     IF WS-CALLER-ROLE IS NOT EQUAL TO 'A'                        DBANK84P
046100       SET CD84O-ERROR TO TRUE                                    DBANK84P
046200       MOVE 'Only an administrator may remove a declaration'      DBANK84P
046300         TO CD84O-MSG                                             DBANK84P
046400       GO TO REMOVE-PROCESSING-EXIT                               DBANK84P
046500     END-IF.                                                      DBANK84P
046600     IF CD84I-USERID IS EQUAL TO CD84I-CALLER                     DBANK84P
046700       SET CD84O-ERROR TO TRUE                                    DBANK84P
046800       MOVE 'You may not remove your own declarations'            DBANK84P
046900         TO CD84O-MSG                                             DBANK84P
047000       GO TO REMOVE-PROCESSING-EXIT                               DBANK84P
047100     END-IF.                                                      DBANK84P
047200     MOVE CD84I-USERID TO WS-BNKSCON-RID-USERID.                  DBANK84P
047300     MOVE CD84I-PID TO WS-BNKSCON-RID-PID.                        DBANK84P
047400     EXEC CICS READ FILE('BNKSCON')                               DBANK84P
047500                    UPDATE                                        DBANK84P
047600                    INTO(WS-BNKSCON-REC)                          DBANK84P
047700                    LENGTH(LENGTH OF WS-BNKSCON-REC)              DBANK84P
047800                    RIDFLD(WS-BNKSCON-RID)                        DBANK84P
047900                    RESP(WS-RESP)                                 DBANK84P
048000     END-EXEC.                                                    DBANK84P
048100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK84P
048200       SET CD84O-NOTFND TO TRUE                                   DBANK84P
048300       MOVE 'No such declaration' TO CD84O-MSG                    DBANK84P
048400       GO TO REMOVE-PROCESSING-EXIT                               DBANK84P
048500     END-IF.                                                      DBANK84P
048600     IF SCN-STATUS-REMOVED                                        DBANK84P
048700       EXEC CICS UNLOCK FILE('BNKSCON')                           DBANK84P
048800       END-EXEC                                                   DBANK84P
048900       SET CD84O-ERROR TO TRUE                                    DBANK84P
049000       MOVE 'That declaration is already removed' TO CD84O-MSG    DBANK84P
049100       GO TO REMOVE-PROCESSING-EXIT                               DBANK84P
049200     END-IF.                                                      DBANK84P
049300     MOVE SPACES TO CD82-DATA.                                    DBANK84P
049400     MOVE WS-BNKSCON-REC TO CD82I-BEFORE.                         DBANK84P
049500     SET CD82I-CHANGE TO TRUE.                                    DBANK84P
049600     SET SCN-STATUS-REMOVED TO TRUE.                              DBANK84P
049700     MOVE WS-TODAY TO SCN-REC-REMOVED-DTE.                        DBANK84P
049800     MOVE CD84I-CALLER TO SCN-REC-REMOVED-BY.                     DBANK84P
049900     EXEC CICS REWRITE FILE('BNKSCON')                            DBANK84P
050000                    FROM(WS-BNKSCON-REC)                          DBANK84P
050100                    LENGTH(LENGTH OF WS-BNKSCON-REC)              DBANK84P
050200                    RESP(WS-RESP)                                 DBANK84P
050300     END-EXEC.                                                    DBANK84P
050400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK84P
050500       SET CD84O-ERROR TO TRUE                                    DBANK84P
050600       MOVE 'Unable to remove the declaration' TO CD84O-MSG       DBANK84P
050700       GO TO REMOVE-PROCESSING-EXIT                               DBANK84P
050800     END-IF.                                                      DBANK84P
050900     PERFORM AUDIT-REGISTER-CHANGE THRU                           DBANK84P
051000             AUDIT-REGISTER-CHANGE-EXIT.                          DBANK84P
051100     MOVE 'Declaration removed' TO CD84O-MSG.                     DBANK84P
051200 REMOVE-PROCESSING-EXIT.                                          DBANK84P
051300     EXIT.                                                        DBANK84P
051400                                                                  DBANK84P
051500***************************************************************** DBANK84P
051600* Write the register row before and after to the BNKRAUD change * DBANK84P
051700* audit                                                         * DBANK84P
051800***************************************************************** DBANK84P
051900 AUDIT-REGISTER-CHANGE.                                           DBANK84P
052000     MOVE 'BNKSCON' TO CD82I-TABLE.                               DBANK84P
052100     MOVE WS-PROGRAM-ID TO CD82I-PROGRAM.                         DBANK84P
052200     MOVE WS-BNKSCON-RID TO CD82I-KEY.                            DBANK84P
052300     MOVE LENGTH OF WS-BNKSCON-REC TO CD82I-IMAGE-LEN.            DBANK84P
052400     MOVE WS-BNKSCON-REC TO CD82I-AFTER.                          DBANK84P
052500 COPY CBANKX82.                                                   DBANK84P
052600 AUDIT-REGISTER-CHANGE-EXIT.                                      DBANK84P
052700     EXIT.                                                        DBANK84P
052800                                                                  DBANK84P
052900***************************************************************** DBANK84P
053000* Check request - is the customer connected to the signed-on    * DBANK84P
053100* user?  A connected answer is logged as a warning.             * DBANK84P
053200***************************************************************** DBANK84P
053300 CHECK-PROCESSING.                                                DBANK84P
053400     PERFORM FIND-CUSTOMER THRU                                   DBANK84P
053500             FIND-CUSTOMER-EXIT.                                  DBANK84P
053600     IF NOT CD84O-OK                                              DBANK84P
053700       GO TO CHECK-PROCESSING-EXIT                                DBANK84P
053800     END-IF.                                                      DBANK84P
053900     MOVE CD84I-USERID TO WS-CHECK-USERID.                        DBANK84P
054000     PERFORM CHECK-CONNECTION THRU                                DBANK84P
054100             CHECK-CONNECTION-EXIT.                               DBANK84P
054200     IF WS-CHECK-REASON IS EQUAL TO SPACE                         DBANK84P
054300       GO TO CHECK-PROCESSING-EXIT                                DBANK84P
054400     END-IF.                                                      DBANK84P
054500     SET CD84O-CONNECTED-YES TO TRUE.                             DBANK84P
054600     MOVE WS-CHECK-REASON TO CD84O-REASON.                        DBANK84P
054700     EVALUATE TRUE                                                DBANK84P
054800       WHEN CD84O-REASON-OWN                                      DBANK84P
054900         MOVE 'Own account - supervisor must key SUPV to go on'   DBANK84P
055000           TO CD84O-MSG                                           DBANK84P
055100       WHEN CD84O-REASON-HOUSEHOLD                                DBANK84P
055200         MOVE                                                     DBANK84P
055300           'Household member - supervisor must key SUPV to go on' DBANK84P
055400           TO CD84O-MSG                                           DBANK84P
055500       WHEN OTHER                                                 DBANK84P
055600         MOVE                                                     DBANK84P
055700           'Declared party - supervisor must key SUPV to go on'   DBANK84P
055800           TO CD84O-MSG                                           DBANK84P
055900     END-EVALUATE.                                                DBANK84P
056000     MOVE 'CPTY' TO WS-LOG-TRAN.                                  DBANK84P
056100     MOVE CD84I-USERID TO WS-LOG-USERID.                          DBANK84P
056200     MOVE 'W' TO WS-LOG-ACTION.                                   DBANK84P
056300     MOVE SPACE TO WS-LOG-SEQ.                                    DBANK84P
056400     PERFORM WRITE-ACTIVITY-LOG THRU                              DBANK84P
056500             WRITE-ACTIVITY-LOG-EXIT.                             DBANK84P
056600 CHECK-PROCESSING-EXIT.                                           DBANK84P
056700     EXIT.                                                        DBANK84P
056800                                                                  DBANK84P
056900***************************************************************** DBANK84P
057000* Override request - a supervisor releases the warning.  The    * DBANK84P
057100* supervisor must be an active supervisor or administrator,     * DBANK84P
057200* someone other than the user, and not connected to the         * DBANK84P
057300* customer themselves.                                          * DBANK84P
057400***************************************************************** DBANK84P
057500 OVERRIDE-PROCESSING.                                             DBANK84P
057600     PERFORM FIND-CUSTOMER THRU                                   DBANK84P
057700             FIND-CUSTOMER-EXIT.                                  DBANK84P
057800     IF NOT CD84O-OK                                              DBANK84P
057900       GO TO OVERRIDE-PROCESSING-EXIT                             DBANK84P
058000     END-IF.                                                      DBANK84P
058100     IF CD84I-SUPERVISOR IS EQUAL TO SPACES OR                    DBANK84P
058200        CD84I-SUPERVISOR IS EQUAL TO LOW-VALUES                   DBANK84P
058300       SET CD84O-ERROR TO TRUE                                    DBANK84P
058400       MOVE 'Supervisor userid is required' TO CD84O-MSG          DBANK84P
058500       GO TO OVERRIDE-PROCESSING-EXIT                             DBANK84P
058600     END-IF.                                                      DBANK84P
058700     IF CD84I-SUPERVISOR IS EQUAL TO CD84I-USERID                 DBANK84P
058800       SET CD84O-ERROR TO TRUE                                    DBANK84P
058900       MOVE 'You may not override your own warning' TO CD84O-MSG  DBANK84P
059000       GO TO OVERRIDE-PROCESSING-EXIT                             DBANK84P
059100     END-IF.                                                      DBANK84P
059200     MOVE CD84I-SUPERVISOR TO WS-BNKSTAF-RID.                     DBANK84P
059300     EXEC CICS READ FILE('BNKSTAF')                               DBANK84P
059400                    INTO(WS-BNKSTAF-REC)                          DBANK84P
059500                    LENGTH(LENGTH OF WS-BNKSTAF-REC)              DBANK84P
059600                    RIDFLD(WS-BNKSTAF-RID)                        DBANK84P
059700                    RESP(WS-RESP)                                 DBANK84P
059800     END-EXEC.                                                    DBANK84P
059900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBANK84P
060000        NOT STF-IS-ACTIVE OR                                      DBANK84P
060100        STF-ROLE-TELLER                                           DBANK84P
060200       SET CD84O-ERROR TO TRUE                                    DBANK84P
060300       MOVE 'Override needs an active supervisor' TO CD84O-MSG    DBANK84P
060400       GO TO OVERRIDE-PROCESSING-EXIT                             DBANK84P
060500     END-IF.                                                      DBANK84P
060600     MOVE CD84I-SUPERVISOR TO WS-CHECK-USERID.                    DBANK84P
060700     PERFORM CHECK-CONNECTION THRU                                DBANK84P
060800             CHECK-CONNECTION-EXIT.                               DBANK84P
060900     IF WS-CHECK-REASON IS NOT EQUAL TO SPACE                     DBANK84P
061000       SET CD84O-ERROR TO TRUE                                    DBANK84P
061100       MOVE 'Supervisor is connected to this customer too'        DBANK84P
061200         TO CD84O-MSG                                             DBANK84P
061300       GO TO OVERRIDE-PROCESSING-EXIT                             DBANK84P
061400     END-IF.                                                      DBANK84P
061500     MOVE CD84I-USERID TO WS-CHECK-USERID.                        DBANK84P
061600     PERFORM CHECK-CONNECTION THRU                                DBANK84P
061700             CHECK-CONNECTION-EXIT.                               DBANK84P
061800     IF WS-CHECK-REASON IS EQUAL TO SPACE                         DBANK84P
061900       GO TO OVERRIDE-PROCESSING-EXIT                             DBANK84P
062000     END-IF.                                                      DBANK84P
062100     SET CD84O-CONNECTED-YES TO TRUE.                             DBANK84P
062200     MOVE WS-CHECK-REASON TO CD84O-REASON.                        DBANK84P
062300     MOVE 'CPTY' TO WS-LOG-TRAN.                                  DBANK84P
062400     MOVE CD84I-USERID TO WS-LOG-USERID.                          DBANK84P
062500     MOVE 'O' TO WS-LOG-ACTION.                                   DBANK84P
062600     MOVE '0' TO WS-LOG-SEQ.                                      DBANK84P
062700     PERFORM WRITE-ACTIVITY-LOG THRU                              DBANK84P
062800             WRITE-ACTIVITY-LOG-EXIT.                             DBANK84P
062900     MOVE 'CPTO' TO WS-LOG-TRAN.                                  DBANK84P
063000     MOVE CD84I-SUPERVISOR TO WS-LOG-USERID.                      DBANK84P
063100     MOVE '1' TO WS-LOG-SEQ.                                      DBANK84P
063200     PERFORM WRITE-ACTIVITY-LOG THRU                              DBANK84P
063300             WRITE-ACTIVITY-LOG-EXIT.                             DBANK84P
063400     MOVE 'Connected party warning overridden' TO CD84O-MSG.      DBANK84P
063500 OVERRIDE-PROCESSING-EXIT.                                        DBANK84P
063600     EXIT.                                                        DBANK84P
063700                                                                  DBANK84P
063800***************************************************************** DBANK84P
063900* The customer is keyed by PID, or by account number when no    * DBANK84P
064000* PID is given                                                  * DBANK84P
064100***************************************************************** DBANK84P
064200 FIND-CUSTOMER.                                                   DBANK84P
064300     IF CD84I-PID IS NOT EQUAL TO SPACES AND                      DBANK84P
064400        CD84I-PID IS NOT EQUAL TO LOW-VALUES                      DBANK84P
064500       MOVE CD84I-PID TO CD84O-PID                                DBANK84P
064600       GO TO FIND-CUSTOMER-EXIT                                   DBANK84P
064700     END-IF.                                                      DBANK84P
064800     MOVE CD84I-ACCNO TO WS-BNKACC-RID.                           DBANK84P
064900     EXEC CICS READ FILE('BNKACC')                                DBANK84P
065000                    INTO(WS-BNKACC-REC)                           DBANK84P
065100                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBANK84P
065200                    RIDFLD(WS-BNKACC-RID)                         DBANK84P
065300                    RESP(WS-RESP)                                 DBANK84P
065400     END-EXEC.                                                    DBANK84P
065500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK84P
065600       SET CD84O-NOTFND TO TRUE                                   DBANK84P
065700       MOVE 'Account not on file' TO CD84O-MSG                    DBANK84P
065800       GO TO FIND-CUSTOMER-EXIT                                   DBANK84P
065900     END-IF.                                                      DBANK84P
066000     MOVE BAC-REC-PID TO CD84O-PID.                               DBANK84P
066100 FIND-CUSTOMER-EXIT.                                              DBANK84P
066200     EXIT.                                                        DBANK84P
066300                                                                  DBANK84P
066400***************************************************************** DBANK84P
066500* Is the customer in CD84O-PID connected to WS-CHECK-USERID?    * DBANK84P
066600* WS-CHECK-REASON comes back O for the user's own PID, D for a  * DBANK84P
066700* declared party, H for a member of the user's household, or    * DBANK84P
066800* space when there is no connection.                            * DBANK84P
066900***************************************************************** DBANK84P
067000 CHECK-CONNECTION.                                                DBANK84P
067100     MOVE SPACE TO WS-CHECK-REASON.                               DBANK84P
067200     MOVE CD84O-PID TO WS-CHECK-PID.                              DBANK84P
067300     MOVE WS-CHECK-USERID TO WS-BNKSTAF-RID.                      DBANK84P
067400     EXEC CICS READ FILE('BNKSTAF')                               DBANK84P
067500                    INTO(WS-BNKSTAF-REC)                          DBANK84P
067600                    LENGTH(LENGTH OF WS-BNKSTAF-REC)              DBANK84P
067700                    RIDFLD(WS-BNKSTAF-RID)                        DBANK84P
067800                    RESP(WS-RESP)                                 DBANK84P
067900     END-EXEC.                                                    DBANK84P
068000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK84P
068100       MOVE SPACES TO STF-REC-OWN-PID                             DBANK84P
068200     END-IF.                                                      DBANK84P
068300     IF STF-REC-OWN-PID IS NOT EQUAL TO SPACES AND                DBANK84P
068400        STF-REC-OWN-PID IS EQUAL TO WS-CHECK-PID                  DBANK84P
068500       MOVE 'O' TO WS-CHECK-REASON                                DBANK84P
068600       GO TO CHECK-CONNECTION-EXIT                                DBANK84P
068700     END-IF.                                                      DBANK84P
068800     MOVE WS-CHECK-USERID TO WS-BNKSCON-RID-USERID.               DBANK84P
068900     MOVE WS-CHECK-PID TO WS-BNKSCON-RID-PID.                     DBANK84P
069000     EXEC CICS READ FILE('BNKSCON')                               DBANK84P
069100                    INTO(WS-BNKSCON-REC)                          DBANK84P
069200                    LENGTH(LENGTH OF WS-BNKSCON-REC)              DBANK84P
069300                    RIDFLD(WS-BNKSCON-RID)                        DBANK84P
069400                    RESP(WS-RESP)                                 DBANK84P
069500     END-EXEC.                                                    DBANK84P
069600     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBANK84P
069700        SCN-STATUS-ACTIVE                                         DBANK84P
069800       MOVE 'D' TO WS-CHECK-REASON                                DBANK84P
069900       GO TO CHECK-CONNECTION-EXIT                                DBANK84P
070000     END-IF.                                                      DBANK84P
070100     IF STF-REC-OWN-PID IS EQUAL TO SPACES                        DBANK84P
070200       GO TO CHECK-CONNECTION-EXIT                                DBANK84P
070300     END-IF.                                                      DBANK84P
070400     MOVE WS-CHECK-PID TO WS-BNKHHLD-RID.                         DBANK84P
070500     EXEC CICS READ FILE('BNKHHLD')                               DBANK84P
070600                    INTO(WS-BNKHHLD-REC)                          DBANK84P
070700                    LENGTH(LENGTH OF WS-BNKHHLD-REC)              DBANK84P
070800                    RIDFLD(WS-BNKHHLD-RID)                        DBANK84P
070900                    RESP(WS-RESP)                                 DBANK84P
071000     END-EXEC.                                                    DBANK84P
071100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBANK84P
071200        NOT HHM-STATUS-ACTIVE                                     DBANK84P
071300       GO TO CHECK-CONNECTION-EXIT                                DBANK84P
071400     END-IF.                                                      DBANK84P
071500     MOVE HHM-REC-HHLD-ID TO WS-CUST-HHLD-ID.                     DBANK84P
071600     MOVE STF-REC-OWN-PID TO WS-BNKHHLD-RID.                      DBANK84P
071700     EXEC CICS READ FILE('BNKHHLD')                               DBANK84P
071800                    INTO(WS-BNKHHLD-REC)                          DBANK84P
071900                    LENGTH(LENGTH OF WS-BNKHHLD-REC)              DBANK84P
072000                    RIDFLD(WS-BNKHHLD-RID)                        DBANK84P
072100                    RESP(WS-RESP)                                 DBANK84P
072200     END-EXEC.                                                    DBANK84P
072300     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBANK84P
072400        HHM-STATUS-ACTIVE AND                                     DBANK84P
072500        HHM-REC-HHLD-ID IS EQUAL TO WS-CUST-HHLD-ID               DBANK84P
072600       MOVE 'H' TO WS-CHECK-REASON                                DBANK84P
072700     END-IF.                                                      DBANK84P
072800 CHECK-CONNECTION-EXIT.                                           DBANK84P
072900     EXIT.                                                        DBANK84P
073000                                                                  DBANK84P
073100***************************************************************** DBANK84P
073200* Log the connected-party event to BNKTRLG.  The two rows of an * DBANK84P
073300* override share a timestamp, told apart by its last digit.     * DBANK84P
073400***************************************************************** DBANK84P
073500 WRITE-ACTIVITY-LOG.                                              DBANK84P
073600     MOVE SPACES TO WS-BNKTRLG-REC.                               DBANK84P
073700     MOVE WS-TIMESTAMP TO TRL-REC-TIMESTAMP.                      DBANK84P
073800     IF WS-LOG-SEQ IS NOT EQUAL TO SPACE                          DBANK84P
073900       MOVE WS-LOG-SEQ TO TRL-REC-TIMESTAMP (26:1)                DBANK84P
074000     END-IF.                                                      DBANK84P
074100     MOVE CD84I-TERM TO TRL-REC-TERM.                             DBANK84P
074200     MOVE WS-LOG-TRAN TO TRL-REC-TRAN.                            DBANK84P
074300     MOVE CD84I-PROGRAM TO TRL-REC-PROG.                          DBANK84P
074400     MOVE WS-LOG-USERID TO TRL-REC-USERID.                        DBANK84P
074500     MOVE CD84O-PID TO TRL-REC-CPTY-PID.                          DBANK84P
074600     MOVE CD84O-REASON TO TRL-REC-CPTY-REASON.                    DBANK84P
074700     MOVE WS-LOG-ACTION TO TRL-REC-CPTY-ACTION.                   DBANK84P
074800     EXEC CICS WRITE FILE('BNKTRLG')                              DBANK84P
074900                    FROM(WS-BNKTRLG-REC)                          DBANK84P
075000                    LENGTH(LENGTH OF WS-BNKTRLG-REC)              DBANK84P
075100                    RIDFLD(TRL-REC-TIMESTAMP)                     DBANK84P
075200                    RESP(WS-RESP)                                 DBANK84P
075300     END-EXEC.                                                    DBANK84P
075400 WRITE-ACTIVITY-LOG-EXIT.                                         DBANK84P
075500     EXIT.                                                        DBANK84P
075600                                                                  DBANK84P
075700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK84P
