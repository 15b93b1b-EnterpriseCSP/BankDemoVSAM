000100***************************************************************** DBANK94P
000200*                                                               * DBANK94P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK94P
000400*   This demonstration program is provided for use by users     * DBANK94P
000500*   of Micro Focus products and may be used, modified and       * DBANK94P
000600*   distributed as part of your application provided that       * DBANK94P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK94P
000800*   in this material.                                           * DBANK94P
000900*                                                               * DBANK94P
001000***************************************************************** DBANK94P
001100                                                                  DBANK94P
001200***************************************************************** DBANK94P
001300* Program:     DBANK94P.CBL                                     * DBANK94P
001400* Function:    Customer care markers and care banner.           * DBANK94P
001500*              Lists, adds and removes the special-handling     * DBANK94P
001600*              markers held on a customer (BNKVULN), every      * DBANK94P
001700*              change audited through DBANK82P.  Any member of  * DBANK94P
001800*              staff may list a customer's markers; adding,     * DBANK94P
001900*              amending and removing one is for a supervisor or * DBANK94P
002000*              an administrator, and only they are given the    * DBANK94P
002100*              reason note.  A marker must carry a review date, * DBANK94P
002200*              a year from today unless one is given.  The      * DBANK94P
002300*              banner request answers, for a customer keyed by  * DBANK94P
002400*              PID or account number, the one-line care banner  * DBANK94P
002500*              the staff screens show, whether any marker is    * DBANK94P
002600*              past its review date and whether collections     * DBANK94P
002700*              activity is to be paused.                        * DBANK94P
002800*              VSAM version                                     * DBANK94P
002900***************************************************************** DBANK94P
003000                                                                  DBANK94P
003100 IDENTIFICATION DIVISION.                                         DBANK94P
003200 PROGRAM-ID.                                                      DBANK94P
003300     DBANK94P.                                                    DBANK94P
003400 DATE-WRITTEN.                                                    DBANK94P
003500     October 2026.                                                DBANK94P
003600 DATE-COMPILED.                                                   DBANK94P
003700     Today.                                                       DBANK94P
003800                                                                  DBANK94P
003900 ENVIRONMENT DIVISION.                                            DBANK94P
004000                                                                  DBANK94P
004100 DATA DIVISION.                                                   DBANK94P
004200                                                                  DBANK94P
004300 WORKING-STORAGE SECTION.                                         DBANK94P
004400 01  WS-MISC-STORAGE.                                             DBANK94P
004500   05  WS-PROGRAM-ID                         PIC X(8)             DBANK94P
004600       VALUE 'DBANK94P'.                                          DBANK94P
004700   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK94P
004800   05  WS-RESP                               PIC S9(8) COMP.      DBANK94P
004900   05  WS-OUT-SUB                            PIC S9(4) COMP.      DBANK94P
005000   05  WS-BANNER-PTR                         PIC S9(4) COMP.      DBANK94P
005100   05  WS-CALLER-ROLE                        PIC X(1).            DBANK94P
005200   05  WS-TODAY                              PIC X(10).           DBANK94P
005300   05  WS-FIRST-INSTR                        PIC X(40).           DBANK94P
005400   05  WS-BANNER-CODES                       PIC X(18).           DBANK94P
005500   05  WS-DATE-WORK                          PIC X(10).           DBANK94P
005600   05  FILLER REDEFINES WS-DATE-WORK.                             DBANK94P
005700     10  WS-DATE-WORK-YYYY                   PIC 9(4).            DBANK94P
005800     10  WS-DATE-WORK-DASH1                  PIC X(1).            DBANK94P
005900     10  WS-DATE-WORK-MM                     PIC 9(2).            DBANK94P
006000     10  WS-DATE-WORK-DASH2                  PIC X(1).            DBANK94P
006100     10  WS-DATE-WORK-DD                     PIC 9(2).            DBANK94P
006200   05  WS-BNKCUST-RID                        PIC X(5).            DBANK94P
006300   05  WS-BNKACC-RID                         PIC X(9).            DBANK94P
006400   05  WS-BNKSTAF-RID                        PIC X(8).            DBANK94P
006500   05  WS-BNKVULN-RID.                                            DBANK94P
006600     10  WS-BNKVULN-RID-PID                  PIC X(5).            DBANK94P
006700     10  WS-BNKVULN-RID-CODE                 PIC X(2).            DBANK94P
006800                                                                  DBANK94P
006900 01  WS-BNKSTAF-REC.                                              DBANK94P
007000 COPY CBANKVSF.                                                   DBANK94P
007100                                                                  DBANK94P
007200 01  WS-BNKVULN-REC.                                              DBANK94P
007300 COPY CBANKVVM.                                                   DBANK94P
007400                                                                  DBANK94P
007500 01  WS-BNKCUST-REC.                                              DBANK94P
007600 COPY CBANKVCS.                                                   DBANK94P
007700                                                                  DBANK94P
007800 01  WS-BNKACC-REC.                                               DBANK94P
007900 COPY CBANKVAC.                                                   DBANK94P
008000                                                                  DBANK94P
008100 01  WS-AUDIT-DATA.                                               DBANK94P
008200 COPY CBANKD82.                                                   DBANK94P
008300                                                                  DBANK94P
008400 COPY CTSTAMPD.                                                   DBANK94P
008500                                                                  DBANK94P
008600 01  WS-COMMAREA.                                                 DBANK94P
008700 COPY CBANKD94.                                                   DBANK94P
008800                                                                  DBANK94P
008900 COPY CABENDD.                                                    DBANK94P
009000                                                                  DBANK94P
009100 LINKAGE SECTION.                                                 DBANK94P
009200 01  DFHCOMMAREA.                                                 DBANK94P
009300   05  LK-COMMAREA                           PIC X(1)             DBANK94P
009400       OCCURS 1 TO 4096 TIMES                                     DBANK94P
009500         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK94P
009600                                                                  DBANK94P
009700 COPY CENTRY.                                                     DBANK94P
009800***************************************************************** DBANK94P
009900* Move the passed data to our area                              * DBANK94P
010000***************************************************************** DBANK94P
010100     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK94P
010200     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK94P
010300                                                                  DBANK94P
010400***************************************************************** DBANK94P
010500* Initialize our output area                                    * DBANK94P
010600***************************************************************** DBANK94P
010700     MOVE SPACES TO CD94O-DATA.                                   DBANK94P
010800     SET CD94O-OK TO TRUE.                                        DBANK94P
010900     MOVE ZERO TO CD94O-ACTIVE.                                   DBANK94P
011000     MOVE ZERO TO CD94O-COUNT.                                    DBANK94P
011100     SET CD94O-PAUSE-COLL-NO TO TRUE.                             DBANK94P
011200     SET CD94O-REVIEW-DUE-NO TO TRUE.                             DBANK94P
011300     SET CD94O-SHOW-REASON-NO TO TRUE.                            DBANK94P
011400                                                                  DBANK94P
011500 COPY CTSTAMPP.                                                   DBANK94P
011600     MOVE WS-TS-DATE (1:10) TO WS-TODAY.                          DBANK94P
011700                                                                  DBANK94P
011800***************************************************************** DBANK94P
011900* Check what has been requested                                 * DBANK94P
012000***************************************************************** DBANK94P
012100     EVALUATE TRUE                                                DBANK94P
012200       WHEN CD94I-LIST                                            DBANK94P
012300         PERFORM LIST-PROCESSING THRU                             DBANK94P
012400                 LIST-PROCESSING-EXIT                             DBANK94P
012500       WHEN CD94I-ADD                                             DBANK94P
012600         PERFORM ADD-PROCESSING THRU                              DBANK94P
012700                 ADD-PROCESSING-EXIT                              DBANK94P
012800       WHEN CD94I-REMOVE                                          DBANK94P
012900         PERFORM REMOVE-PROCESSING THRU                           DBANK94P
013000                 REMOVE-PROCESSING-EXIT                           DBANK94P
013100       WHEN CD94I-BANNER                                          DBANK94P
013200         PERFORM BANNER-PROCESSING THRU                           DBANK94P
013300                 BANNER-PROCESSING-EXIT                           DBANK94P
013400       WHEN OTHER                                                 DBANK94P
013500         SET CD94O-ERROR TO TRUE                                  DBANK94P
013600         MOVE 'Bad request code' TO CD94O-MSG                     DBANK94P
013700     END-EVALUATE.                                                DBANK94P
013800                                                                  DBANK94P
013900***************************************************************** DBANK94P
014000* Move the result back to the callers area                      * DBANK94P
014100***************************************************************** DBANK94P
014200     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK94P
014300                                                                  DBANK94P
014400***************************************************************** DBANK94P
014500* Return to our caller                                          * DBANK94P
014600***************************************************************** DBANK94P
014700 COPY CRETURN.                                                    DBANK94P
014800                                                                  DBANK94P
014900***************************************************************** DBANK94P
015000* The caller must be an active member of staff; their role      * DBANK94P
015100* decides whether they may maintain markers and see the reason  * DBANK94P
015200***************************************************************** DBANK94P
015300 FIND-CALLER.                                                     DBANK94P
015400     MOVE CD94I-CALLER TO WS-BNKSTAF-RID.                         DBANK94P
015500     EXEC CICS READ FILE('BNKSTAF')                               DBANK94P
015600                    INTO(WS-BNKSTAF-REC)                          DBANK94P
015700                    LENGTH(LENGTH OF WS-BNKSTAF-REC)              DBANK94P
015800                    RIDFLD(WS-BNKSTAF-RID)                        DBANK94P
015900                    RESP(WS-RESP)                                 DBANK94P
016000     END-EXEC.                                                    DBANK94P
016100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK94P
016200       SET CD94O-ERROR TO TRUE                                    DBANK94P
016300       MOVE 'No staff profile on file' TO CD94O-MSG               DBANK94P
016400       GO TO FIND-CALLER-EXIT                                     DBANK94P
016500     END-IF.                                                      DBANK94P
016600     IF NOT STF-IS-ACTIVE                                         DBANK94P
016700       SET CD94O-ERROR TO TRUE                                    DBANK94P
016800       MOVE 'Staff profile is not active' TO CD94O-MSG            DBANK94P
016900       GO TO FIND-CALLER-EXIT                                     DBANK94P
017000     END-IF.                                                      DBANK94P
017100     MOVE STF-REC-ROLE TO WS-CALLER-ROLE.                         DBANK94P
017200     IF STF-ROLE-SUPERVISOR OR STF-ROLE-ADMIN                     DBANK94P
017300       SET CD94O-SHOW-REASON-YES TO TRUE                          DBANK94P
017400     END-IF.                                                      DBANK94P
017500 FIND-CALLER-EXIT.                                                DBANK94P
017600     EXIT.                                                        DBANK94P
017700                                                                  DBANK94P
017800***************************************************************** DBANK94P
017900* The customer is keyed by PID, or by account number when no    * DBANK94P
018000* PID is given, and must be on the customer file                * DBANK94P
018100***************************************************************** DBANK94P
018200 FIND-CUSTOMER.                                                   DBANK94P
018300     IF CD94I-PID IS NOT EQUAL TO SPACES AND                      DBANK94P
018400        CD94I-PID IS NOT EQUAL TO LOW-VALUES                      DBANK94P
018500       MOVE CD94I-PID TO CD94O-PID                                DBANK94P
018600     ELSE                                                         DBANK94P
018700       MOVE CD94I-ACCNO TO WS-BNKACC-RID                          DBANK94P
018800       EXEC CICS READ FILE('BNKACC')                              DBANK94P
018900                      INTO(WS-BNKACC-REC)                         DBANK94P
019000                      LENGTH(LENGTH OF WS-BNKACC-REC)             DBANK94P
019100                      RIDFLD(WS-BNKACC-RID)                       DBANK94P
019200                      RESP(WS-RESP)                               DBANK94P
019300       END-EXEC                                                   DBANK94P
019400       IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                 DBANK94P
019500         SET CD94O-NOTFND TO TRUE                                 DBANK94P
019600         MOVE 'Account not on file' TO CD94O-MSG                  DBANK94P
019700         GO TO FIND-CUSTOMER-EXIT                                 DBANK94P
019800       END-IF                                                     DBANK94P
019900       MOVE BAC-REC-PID TO CD94O-PID                              DBANK94P
020000     END-IF.                                                      DBANK94P
020100     MOVE CD94O-PID TO WS-BNKCUST-RID.                            DBANK94P
020200     EXEC CICS READ FILE('BNKCUST')                               DBANK94P
020300                    INTO(WS-BNKCUST-REC)                          DBANK94P
020400                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBANK94P
020500                    RIDFLD(WS-BNKCUST-RID)                        DBANK94P
020600                    RESP(WS-RESP)                                 DBANK94P
020700     END-EXEC.                                                    DBANK94P
020800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK94P
020900       SET CD94O-NOTFND TO TRUE                                   DBANK94P
021000       MOVE 'Customer not on file' TO CD94O-MSG                   DBANK94P
021100       GO TO FIND-CUSTOMER-EXIT                                   DBANK94P
021200     END-IF.                                                      DBANK94P
021300     MOVE BCS-REC-NAME TO CD94O-NAME.                             DBANK94P
021400 FIND-CUSTOMER-EXIT.                                              DBANK94P
021500     EXIT.                                                        DBANK94P
021600                                                                  DBANK94P
021700***************************************************************** DBANK94P
021800* List request - every marker held on the customer, removed     * DBANK94P
021900* ones included, with the banner built from the active ones     * DBANK94P
022000***************************************************************** DBANK94P
022100 LIST-PROCESSING.                                                 DBANK94P
022200     PERFORM FIND-CALLER THRU                                     DBANK94P
022300             FIND-CALLER-EXIT.                                    DBANK94P
022400     IF NOT CD94O-OK                                              DBANK94P
022500       GO TO LIST-PROCESSING-EXIT                                 DBANK94P
022600     END-IF.                                                      DBANK94P
022700     PERFORM FIND-CUSTOMER THRU                                   DBANK94P
022800             FIND-CUSTOMER-EXIT.                                  DBANK94P
022900     IF NOT CD94O-OK                                              DBANK94P
023000       GO TO LIST-PROCESSING-EXIT                                 DBANK94P
023100     END-IF.                                                      DBANK94P
023200     PERFORM SCAN-MARKERS THRU                                    DBANK94P
023300             SCAN-MARKERS-EXIT.                                   DBANK94P
023400     IF CD94O-COUNT IS EQUAL TO 0                                 DBANK94P
023500       SET CD94O-NOTFND TO TRUE                                   DBANK94P
023600       MOVE 'No care markers held on this customer' TO CD94O-MSG  DBANK94P
023700     END-IF.                                                      DBANK94P
023800 LIST-PROCESSING-EXIT.                                            DBANK94P
023900     EXIT.                                                        DBANK94P
024000                                                                  DBANK94P
024100***************************************************************** DBANK94P
024200* Banner request - open to any program acting on the customer;  * DBANK94P
024300* no reason notes are returned                                  * DBANK94P
024400***************************************************************** DBANK94P
024500 BANNER-PROCESSING.                                               DBANK94P
024600     PERFORM FIND-CUSTOMER THRU                                   DBANK94P
024700             FIND-CUSTOMER-EXIT.                                  DBANK94P
024800     IF NOT CD94O-OK                                              DBANK94P
024900       GO TO BANNER-PROCESSING-EXIT                               DBANK94P
025000     END-IF.                                                      DBANK94P
025100     PERFORM SCAN-MARKERS THRU                                    DBANK94P
025200             SCAN-MARKERS-EXIT.                                   DBANK94P
025300 BANNER-PROCESSING-EXIT.                                          DBANK94P
025400     EXIT.                                                        DBANK94P
025500                                                                  DBANK94P
025600***************************************************************** DBANK94P
025700* Browse the customer's markers into the entry table, counting  * DBANK94P
025800* the active ones and building the banner from them             * DBANK94P
025900***************************************************************** DBANK94P
026000 SCAN-MARKERS.                                                    DBANK94P
026100     MOVE 0 TO WS-OUT-SUB.                                        DBANK94P
026200     MOVE SPACES TO CD94O-ENTRY-TABLE.                            DBANK94P
026300     MOVE SPACES TO WS-BANNER-CODES.                              DBANK94P
026400     MOVE SPACES TO WS-FIRST-INSTR.                               DBANK94P
026500     MOVE 1 TO WS-BANNER-PTR.                                     DBANK94P
026600     MOVE CD94O-PID TO WS-BNKVULN-RID-PID.                        DBANK94P
026700     MOVE LOW-VALUES TO WS-BNKVULN-RID-CODE.                      DBANK94P
026800     EXEC CICS STARTBR FILE('BNKVULN')                            DBANK94P
026900                  RIDFLD(WS-BNKVULN-RID)                          DBANK94P
027000                  GTEQ                                            DBANK94P
027100                  RESP(WS-RESP)                                   DBANK94P
027200     END-EXEC.                                                    DBANK94P
027300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK94P
027400       GO TO SCAN-MARKERS-EXIT                                    DBANK94P
027500     END-IF.                                                      DBANK94P
027600 SCAN-MARKERS-LOOP.                                               DBANK94P
027700     EXEC CICS READNEXT FILE('BNKVULN')                           DBANK94P
027800                  INTO(WS-BNKVULN-REC)                            DBANK94P
027900                  LENGTH(LENGTH OF WS-BNKVULN-REC)                DBANK94P
028000                  RIDFLD(WS-BNKVULN-RID)                          DBANK94P
028100                  RESP(WS-RESP)                                   DBANK94P
028200     END-EXEC.                                                    DBANK94P
028300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBANK94P
028400        VLM-REC-PID IS NOT EQUAL TO CD94O-PID                     DBANK94P
028500       GO TO SCAN-MARKERS-DONE                                    DBANK94P
028600     END-IF.                                                      DBANK94P
028700     IF WS-OUT-SUB IS LESS THAN 6                                 DBANK94P
028800       ADD 1 TO WS-OUT-SUB                                        DBANK94P
028900       MOVE VLM-REC-CODE TO CD94O-ENTRY-CODE (WS-OUT-SUB)         DBANK94P
029000       MOVE VLM-REC-STATUS TO CD94O-ENTRY-STATUS (WS-OUT-SUB)     DBANK94P
029100       MOVE VLM-REC-ADDED-DTE TO CD94O-ENTRY-ADDED (WS-OUT-SUB)   DBANK94P
029200       MOVE VLM-REC-ADDED-BY TO CD94O-ENTRY-BY (WS-OUT-SUB)       DBANK94P
029300       MOVE VLM-REC-REVIEW-DTE TO CD94O-ENTRY-REVIEW (WS-OUT-SUB) DBANK94P
029400       MOVE VLM-REC-INSTRUCTION TO CD94O-ENTRY-INSTR (WS-OUT-SUB) DBANK94P
029500       IF CD94O-SHOW-REASON-YES                                   DBANK94P
029600         MOVE VLM-REC-REASON TO CD94O-ENTRY-REASON (WS-OUT-SUB)   DBANK94P
029700       END-IF                                                     DBANK94P
029800     END-IF.                                                      DBANK94P
029900     IF NOT VLM-STATUS-ACTIVE                                     DBANK94P
030000       GO TO SCAN-MARKERS-LOOP                                    DBANK94P
030100     END-IF.                                                      DBANK94P
030200     ADD 1 TO CD94O-ACTIVE.                                       DBANK94P
030300     IF VLM-CODE-PAUSES-COLL                                      DBANK94P
030400       SET CD94O-PAUSE-COLL-YES TO TRUE                           DBANK94P
030500     END-IF.                                                      DBANK94P
030600     IF VLM-REC-REVIEW-DTE IS NOT EQUAL TO SPACES AND             DBANK94P
030700        VLM-REC-REVIEW-DTE IS LESS THAN WS-TODAY                  DBANK94P
030800       SET CD94O-REVIEW-DUE-YES TO TRUE                           DBANK94P
030900     END-IF.                                                      DBANK94P
031000     STRING VLM-REC-CODE DELIMITED BY SIZE                        DBANK94P
031100            ' ' DELIMITED BY SIZE                                 DBANK94P
031200       INTO WS-BANNER-CODES                                       DBANK94P
031300       WITH POINTER WS-BANNER-PTR.                                DBANK94P
031400     IF WS-FIRST-INSTR IS EQUAL TO SPACES                         DBANK94P
031500       MOVE VLM-REC-INSTRUCTION TO WS-FIRST-INSTR                 DBANK94P
031600     END-IF.                                                      DBANK94P
031700     GO TO SCAN-MARKERS-LOOP.                                     DBANK94P
031800 SCAN-MARKERS-DONE.                                               DBANK94P
031900     EXEC CICS ENDBR FILE('BNKVULN')                              DBANK94P
032000     END-EXEC.                                                    DBANK94P
032100     MOVE WS-OUT-SUB TO CD94O-COUNT.                              DBANK94P
032200     IF CD94O-ACTIVE IS EQUAL TO 0                                DBANK94P
032300       GO TO SCAN-MARKERS-EXIT                                    DBANK94P
032400     END-IF.                                                      DBANK94P
032500     MOVE 1 TO WS-BANNER-PTR.                                     DBANK94P
032600     STRING 'CARE: ' DELIMITED BY SIZE                            DBANK94P
032700            WS-BANNER-CODES DELIMITED BY '  '                     DBANK94P
032800            ' - ' DELIMITED BY SIZE                               DBANK94P
032900            WS-FIRST-INSTR DELIMITED BY '  '                      DBANK94P
033000       INTO CD94O-BANNER                                          DBANK94P
033100       WITH POINTER WS-BANNER-PTR.                                DBANK94P
033200     IF CD94O-REVIEW-DUE-YES                                      DBANK94P
033300       STRING ' (review due)' DELIMITED BY SIZE                   DBANK94P
033400         INTO CD94O-BANNER                                        DBANK94P
033500         WITH POINTER WS-BANNER-PTR                               DBANK94P
033600     END-IF.                                                      DBANK94P
033700 SCAN-MARKERS-EXIT.                                               DBANK94P
033800     EXIT.                                                        DBANK94P
033900                                                                  DBANK94P
034000***************************************************************** DBANK94P
034100* Add request - place a marker, restore a removed one or amend  * DBANK94P
034200* the instruction, reason and review date of an active one      * DBANK94P
034300***************************************************************** DBANK94P
034400 ADD-PROCESSING.                                                  DBANK94P
034500     PERFORM FIND-CALLER THRU                                     DBANK94P
034600             FIND-CALLER-EXIT.                                    DBANK94P
034700     IF NOT CD94O-OK                                              DBANK94P
034800       GO TO ADD-PROCESSING-EXIT                                  DBANK94P
034900     END-IF.                                                      DBANK94P
035000     IF NOT CD94O-SHOW-REASON-YES                                 DBANK94P
035100       SET CD94O-ERROR TO TRUE                                    DBANK94P
035200       MOVE 'Only a supervisor may place a care marker'           DBANK94P
035300         TO CD94O-MSG                                             DBANK94P
035400       GO TO ADD-PROCESSING-EXIT                                  DBANK94P
035500     END-IF.                                                      DBANK94P
035600     MOVE CD94I-CODE TO VLM-REC-CODE.                             DBANK94P
035700     IF NOT VLM-CODE-VALID                                        DBANK94P
035800       SET CD94O-ERROR TO TRUE                                    DBANK94P
035900       MOVE 'Code must be BV, FD, CI, HM, CT or OT' TO CD94O-MSG  DBANK94P
036000       GO TO ADD-PROCESSING-EXIT                                  DBANK94P
036100     END-IF.                                                      DBANK94P
036200     IF CD94I-INSTRUCTION IS EQUAL TO SPACES OR                   DBANK94P
036300        CD94I-INSTRUCTION IS EQUAL TO LOW-VALUES                  DBANK94P
036400       SET CD94O-ERROR TO TRUE                                    DBANK94P
036500       MOVE 'A handling instruction is required' TO CD94O-MSG     DBANK94P
036600       GO TO ADD-PROCESSING-EXIT                                  DBANK94P
036700     END-IF.                                                      DBANK94P
036800     PERFORM SET-REVIEW-DATE THRU                                 DBANK94P
036900             SET-REVIEW-DATE-EXIT.                                DBANK94P
037000     IF NOT CD94O-OK                                              DBANK94P
037100       GO TO ADD-PROCESSING-EXIT                                  DBANK94P
037200     END-IF.                                                      DBANK94P
037300     PERFORM FIND-CUSTOMER THRU                                   DBANK94P
037400             FIND-CUSTOMER-EXIT.                                  DBANK94P
037500     IF NOT CD94O-OK                                              DBANK94P
037600       GO TO ADD-PROCESSING-EXIT                                  DBANK94P
037700     END-IF.                                                      DBANK94P
037800     MOVE CD94O-PID TO WS-BNKVULN-RID-PID.                        DBANK94P
037900     MOVE CD94I-CODE TO WS-BNKVULN-RID-CODE.                      DBANK94P
038000     EXEC CICS READ FILE('BNKVULN')                               DBANK94P
038100                    UPDATE                                        DBANK94P
038200                    INTO(WS-BNKVULN-REC)                          DBANK94P
038300                    LENGTH(LENGTH OF WS-BNKVULN-REC)              DBANK94P
038400                    RIDFLD(WS-BNKVULN-RID)                        DBANK94P
038500                    RESP(WS-RESP)                                 DBANK94P
038600     END-EXEC.                                                    DBANK94P
038700     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                       DBANK94P
038800       MOVE SPACES TO WS-BNKVULN-REC                              DBANK94P
038900       MOVE CD94O-PID TO VLM-REC-PID                              DBANK94P
039000       MOVE CD94I-CODE TO VLM-REC-CODE                            DBANK94P
039100       SET VLM-STATUS-ACTIVE TO TRUE                              DBANK94P
039200       MOVE WS-TODAY TO VLM-REC-ADDED-DTE                         DBANK94P
039300       MOVE CD94I-CALLER TO VLM-REC-ADDED-BY                      DBANK94P
039400       MOVE WS-DATE-WORK TO VLM-REC-REVIEW-DTE                    DBANK94P
039500       MOVE CD94I-INSTRUCTION TO VLM-REC-INSTRUCTION              DBANK94P
039600       MOVE CD94I-REASON TO VLM-REC-REASON                        DBANK94P
039700       EXEC CICS WRITE FILE('BNKVULN')                            DBANK94P
039800                      FROM(WS-BNKVULN-REC)                        DBANK94P
039900                      LENGTH(LENGTH OF WS-BNKVULN-REC)            DBANK94P
040000                      RIDFLD(WS-BNKVULN-RID)                      DBANK94P
040100                      RESP(WS-RESP)                               DBANK94P
040200       END-EXEC                                                   DBANK94P
040300       IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                 DBANK94P
040400         SET CD94O-ERROR TO TRUE                                  DBANK94P
040500         MOVE 'Unable to record the care marker' TO CD94O-MSG     DBANK94P
040600       ELSE                                                       DBANK94P
040700         MOVE SPACES TO CD82-DATA                                 DBANK94P
040800         SET CD82I-ADD TO TRUE                                    DBANK94P
040900         PERFORM AUDIT-MARKER-CHANGE THRU                         DBANK94P
041000                 AUDIT-MARKER-CHANGE-EXIT                         DBANK94P
041100         MOVE 'Care marker placed' TO CD94O-MSG                   DBANK94P
041200       END-IF                                                     DBANK94P
041300       GO TO ADD-PROCESSING-EXIT                                  DBANK94P
041400     END-IF.                                                      DBANK94P
041500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK94P
041600       SET CD94O-ERROR TO TRUE                                    DBANK94P
041700       MOVE 'Unable to lock the care marker' TO CD94O-MSG         DBANK94P
041800       GO TO ADD-PROCESSING-EXIT                                  DBANK94P
041900     END-IF.                                                      DBANK94P
042000     MOVE SPACES TO CD82-DATA.                                    DBANK94P
042100     MOVE WS-BNKVULN-REC TO CD82I-BEFORE.                         DBANK94P
042200     SET CD82I-CHANGE TO TRUE.                                    DBANK94P
042300     IF VLM-STATUS-REMOVED                                        DBANK94P
042400       SET VLM-STATUS-ACTIVE TO TRUE                              DBANK94P
042500       MOVE WS-TODAY TO VLM-REC-ADDED-DTE                         DBANK94P
042600       MOVE CD94I-CALLER TO VLM-REC-ADDED-BY                      DBANK94P
042700       MOVE SPACES TO VLM-REC-REMOVED-DTE                         DBANK94P
042800       MOVE SPACES TO VLM-REC-REMOVED-BY                          DBANK94P
042900       MOVE 'Care marker placed again' TO CD94O-MSG               DBANK94P
043000     ELSE                                                         DBANK94P
043100       MOVE 'Care marker updated' TO CD94O-MSG                    DBANK94P
043200     END-IF.                                                      DBANK94P
043300     MOVE WS-DATE-WORK TO VLM-REC-REVIEW-DTE.                     DBANK94P
043400     MOVE CD94I-INSTRUCTION TO VLM-REC-INSTRUCTION.               DBANK94P
043500     MOVE CD94I-REASON TO VLM-REC-REASON.                         DBANK94P
043600     EXEC CICS REWRITE FILE('BNKVULN')                            DBANK94P
043700                    FROM(WS-BNKVULN-REC)                          DBANK94P
043800                    LENGTH(LENGTH OF WS-BNKVULN-REC)              DBANK94P
043900                    RESP(WS-RESP)                                 DBANK94P
044000     END-EXEC.                                                    DBANK94P
044100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK94P
044200       SET CD94O-ERROR TO TRUE                                    DBANK94P
044300       MOVE 'Unable to record the care marker' TO CD94O-MSG       DBANK94P
044400       GO TO ADD-PROCESSING-EXIT                                  DBANK94P
044500     END-IF.                                                      DBANK94P
044600     PERFORM AUDIT-MARKER-CHANGE THRU                             DBANK94P
044700             AUDIT-MARKER-CHANGE-EXIT.                            DBANK94P
044800 ADD-PROCESSING-EXIT.                                             DBANK94P
044900     EXIT.                                                        DBANK94P
045000                                                                  DBANK94P
045100***************************************************************** DBANK94P
045200* The review date as given, which must be a real date after     * DBANK94P
045300* today, or a year from today when none is given; the result is * DBANK94P
045400* left in WS-DATE-WORK                                          * DBANK94P
045500***************************************************************** DBANK94P
045600 SET-REVIEW-DATE.                                                 DBANK94P
045700     IF CD94I-REVIEW-DTE IS EQUAL TO SPACES OR                    DBANK94P
045800        CD94I-REVIEW-DTE IS EQUAL TO LOW-VALUES                   DBANK94P
045900       MOVE WS-TODAY TO WS-DATE-WORK                              DBANK94P
046000       ADD 1 TO WS-DATE-WORK-YYYY                                 DBANK94P
046100       IF WS-DATE-WORK-MM IS EQUAL TO 2 AND                       DBANK94P
046200          WS-DATE-WORK-DD IS EQUAL TO 29                          DBANK94P
046300         MOVE 28 TO WS-DATE-WORK-DD                               DBANK94P
046400       END-IF                                                     DBANK94P
046500       GO TO SET-REVIEW-DATE-EXIT                                 DBANK94P
046600     END-IF.                                                      DBANK94P
046700     MOVE CD94I-REVIEW-DTE TO WS-DATE-WORK.                       DBANK94P
046800     IF WS-DATE-WORK-YYYY IS NOT NUMERIC OR                       DBANK94P
046900        WS-DATE-WORK-MM IS NOT NUMERIC OR                         DBANK94P
047000        WS-DATE-WORK-DD IS NOT NUMERIC OR                         DBANK94P
047100        WS-DATE-WORK-DASH1 IS NOT EQUAL TO '-' OR                 DBANK94P
047200        WS-DATE-WORK-DASH2 IS NOT EQUAL TO '-' OR                 DBANK94P
047300        WS-DATE-WORK-MM IS LESS THAN 1 OR                         DBANK94P
047400        WS-DATE-WORK-MM IS GREATER THAN 12 OR                     DBANK94P
047500        WS-DATE-WORK-DD IS LESS THAN 1 OR                         DBANK94P
047600        WS-DATE-WORK-DD IS GREATER THAN 31                        DBANK94P
047700       SET CD94O-ERROR TO TRUE                                    DBANK94P
047800       MOVE 'Review date must be YYYY-MM-DD' TO CD94O-MSG         DBANK94P
047900       GO TO SET-REVIEW-DATE-EXIT                                 DBANK94P
048000     END-IF.                                                      DBANK94P
048100     IF WS-DATE-WORK IS NOT GREATER THAN WS-TODAY                 DBANK94P
048200       SET CD94O-ERROR TO TRUE                                    DBANK94P
048300       MOVE 'Review date must be after today' TO CD94O-MSG        DBANK94P
048400     END-IF.                                                      DBANK94P
048500 SET-REVIEW-DATE-EXIT.                                            DBANK94P
048600     EXIT.                                                        DBANK94P
048700                                                                  DBANK94P
048800***************************************************************** DBANK94P
048900* Remove request - a supervisor marks a marker removed but      * DBANK94P
049000* keeps the row                                                 * DBANK94P
049100***************************************************************** DBANK94P
049200 REMOVE-PROCESSING.                                               DBANK94P
049300     PERFORM FIND-CALLER THRU                                     DBANK94P
049400             FIND-CALLER-EXIT.                                    DBANK94P
049500     IF NOT CD94O-OK                                              DBANK94P
049600       GO TO REMOVE-PROCESSING-EXIT                               DBANK94P
049700     END-IF.                                                      DBANK94P
049800     IF NOT CD94O-SHOW-REASON-YES                                 DBANK94P
049900       SET CD94O-ERROR TO TRUE                                    DBANK94P
050000       MOVE 'Only a supervisor may remove a care marker'          DBANK94P
050100         TO CD94O-MSG                                             DBANK94P
050200       GO TO REMOVE-PROCESSING-EXIT                               DBANK94P
050300     END-IF.                                                      DBANK94P
050400     PERFORM FIND-CUSTOMER THRU                                   DBANK94P
050500             FIND-CUSTOMER-EXIT.                                  DBANK94P
050600     IF NOT CD94O-OK                                              DBANK94P
050700       GO TO REMOVE-PROCESSING-EXIT                               DBANK94P
050800     END-IF.                                                      DBANK94P
050900     MOVE CD94O-PID TO WS-BNKVULN-RID-PID.                        DBANK94P
051000     MOVE CD94I-CODE TO WS-BNKVULN-RID-CODE.                      DBANK94P
051100     EXEC CICS READ FILE('BNKVULN')                               DBANK94P
051200                    UPDATE                                        DBANK94P
051300                    INTO(WS-BNKVULN-REC)                          DBANK94P
051400                    LENGTH(LENGTH OF WS-BNKVULN-REC)              DBANK94P
051500                    RIDFLD(WS-BNKVULN-RID)                        DBANK94P
051600                    RESP(WS-RESP)                                 DBANK94P
051700     END-EXEC.                                                    DBANK94P
051800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK94P
051900       SET CD94O-NOTFND TO TRUE                                   DBANK94P
052000       MOVE 'No such care marker' TO CD94O-MSG                    DBANK94P
052100       GO TO REMOVE-PROCESSING-EXIT                               DBANK94P
052200     END-IF.                                                      DBANK94P
052300     IF VLM-STATUS-REMOVED                                        DBANK94P
052400       EXEC CICS UNLOCK FILE('BNKVULN')                           DBANK94P
052500       END-EXEC                                                   DBANK94P
052600       SET CD94O-ERROR TO TRUE                                    DBANK94P
052700       MOVE 'That care marker is already removed' TO CD94O-MSG    DBANK94P
052800       GO TO REMOVE-PROCESSING-EXIT                               DBANK94P
052900     END-IF.                                                      DBANK94P
053000     MOVE SPACES TO CD82-DATA.                                    DBANK94P
053100     MOVE WS-BNKVULN-REC TO CD82I-BEFORE.                         DBANK94P
053200     SET CD82I-CHANGE TO TRUE.                                    DBANK94P
053300     SET VLM-STATUS-REMOVED TO TRUE.                              DBANK94P
053400     MOVE WS-TODAY TO VLM-REC-REMOVED-DTE.                        DBANK94P
053500     MOVE CD94I-CALLER TO VLM-REC-REMOVED-BY.                     DBANK94P
053600     EXEC CICS REWRITE FILE('BNKVULN')                            DBANK94P
053700                    FROM(WS-BNKVULN-REC)                          DBANK94P
053800                    LENGTH(LENGTH OF WS-BNKVULN-REC)              DBANK94P
053900                    RESP(WS-RESP)                                 DBANK94P
054000     END-EXEC.                                                    DBANK94P
054100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK94P
054200       SET CD94O-ERROR TO TRUE                                    DBANK94P
054300       MOVE 'Unable to remove the care marker' TO CD94O-MSG       DBANK94P
054400       GO TO REMOVE-PROCESSING-EXIT                               DBANK94P
054500     END-IF.                                                      DBANK94P
054600     PERFORM AUDIT-MARKER-CHANGE THRU                             DBANK94P
054700             AUDIT-MARKER-CHANGE-EXIT.                            DBANK94P
054800     MOVE 'Care marker removed' TO CD94O-MSG.                     DBANK94P
054900 REMOVE-PROCESSING-EXIT.                                          DBANK94P
055000     EXIT.                                                        DBANK94P
055100                                                                  DBANK94P
055200***************************************************************** DBANK94P
055300* Write the marker row before and after to the BNKRAUD change   * DBANK94P
055400* audit                                                         * DBANK94P
055500***************************************************************** DBANK94P
055600 AUDIT-MARKER-CHANGE.                                             DBANK94P
055700     MOVE 'BNKVULN' TO CD82I-TABLE.                               DBANK94P
055800     MOVE WS-PROGRAM-ID TO CD82I-PROGRAM.                         DBANK94P
055900     MOVE WS-BNKVULN-RID TO CD82I-KEY.                            DBANK94P
056000     MOVE LENGTH OF WS-BNKVULN-REC TO CD82I-IMAGE-LEN.            DBANK94P
056100     MOVE WS-BNKVULN-REC TO CD82I-AFTER.                          DBANK94P
056200 COPY CBANKX82.                                                   DBANK94P
056300 AUDIT-MARKER-CHANGE-EXIT.                                        DBANK94P
056400     EXIT.                                                        DBANK94P
056500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK94P
