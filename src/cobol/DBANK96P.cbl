000100***************************************************************** DBANK96P
000200*                                                               * DBANK96P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK96P
000400*   This demonstration program is provided for use by users     * DBANK96P
000500*   of Micro Focus products and may be used, modified and       * DBANK96P
000600*   distributed as part of your application provided that       * DBANK96P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK96P
000800*   in this material.                                           * DBANK96P
000900*                                                               * DBANK96P
001000***************************************************************** DBANK96P
001100                                                                  DBANK96P
001200***************************************************************** DBANK96P
001300* Program:     DBANK96P.CBL                                     * DBANK96P
001400* Function:    Account analysis price table maintenance (file   * DBANK96P
001500*              BNKAAPR) - read an activity row and list the     * DBANK96P
001600*              table from it, add a row, or change the unit     * DBANK96P
001700*              price charged for the activity.  The EC row      * DBANK96P
001800*              carries the annual earnings credit rate instead  * DBANK96P
001900*              of a price.  Every change writes a before/after  * DBANK96P
002000*              audit posting to BNKTXN.                         * DBANK96P
002100*              Every master-file update is journaled through    * DBANK96P
002200*              DBANK85P for forward recovery.                   * DBANK96P
002300*              VSAM version                                     * DBANK96P
002400***************************************************************** DBANK96P
002500                                                                  DBANK96P
002600 IDENTIFICATION DIVISION.                                         DBANK96P
002700 PROGRAM-ID.                                                      DBANK96P
002800     DBANK96P.                                                    DBANK96P
002900 DATE-WRITTEN.                                                    DBANK96P
003000     October 2026.                                                DBANK96P
003100 DATE-COMPILED.                                                   DBANK96P
003200     Today.                                                       DBANK96P
003300                                                                  DBANK96P
003400 ENVIRONMENT DIVISION.                                            DBANK96P
003500                                                                  DBANK96P
003600 DATA DIVISION.                                                   DBANK96P
003700                                                                  DBANK96P
003800 WORKING-STORAGE SECTION.                                         DBANK96P
003900 01  WS-MISC-STORAGE.                                             DBANK96P
004000   05  WS-PROGRAM-ID                         PIC X(8)             DBANK96P
004100       VALUE 'DBANK96P'.                                          DBANK96P
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK96P
004300   05  WS-RESP                               PIC S9(8) COMP.      DBANK96P
004400   05  WS-SUB1                               PIC S9(4) COMP.      DBANK96P
004500   05  WS-BNKAAPR-RID                        PIC X(2).            DBANK96P
004600   05  WS-BNKTXN-RID                         PIC X(26).           DBANK96P
004700   05  WS-AUDIT-ACTION                       PIC X(4).            DBANK96P
004800   05  WS-OLD-PRICE-DISPLAY                  PIC ZZ9.99.          DBANK96P
004900   05  WS-NEW-PRICE-DISPLAY                  PIC ZZ9.99.          DBANK96P
005000                                                                  DBANK96P
005100 01  WS-TWOS-COMP.                                                DBANK96P
005200   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBANK96P
005300   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBANK96P
005400   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          DBANK96P
005500   05  WS-TWOS-COMP-FORMAT                   PIC X(1) VALUE 'B'.  DBANK96P
005600                                                                  DBANK96P
005700 01  WS-BNKAAPR-REC.                                              DBANK96P
005800 COPY CBANKVAN.                                                   DBANK96P
005900                                                                  DBANK96P
006000 01  WS-BNKTXN-REC.                                               DBANK96P
006100 COPY CBANKVTX.                                                   DBANK96P
006200                                                                  DBANK96P
006300 COPY CBANKTXD.                                                   DBANK96P
006400                                                                  DBANK96P
006500 COPY CTSTAMPD.                                                   DBANK96P
006600                                                                  DBANK96P
006700 01  WS-COMMAREA.                                                 DBANK96P
006800 COPY CBANKD96.                                                   DBANK96P
006900                                                                  DBANK96P
007000 COPY CABENDD.                                                    DBANK96P
007100                                                                  DBANK96P
007200 01  WS-RECOVERY-DATA.                                            DBANK96P
007300 COPY CBANKD85.                                                   DBANK96P
007400                                                                  DBANK96P
007500 LINKAGE SECTION.                                                 DBANK96P
007600 01  DFHCOMMAREA.                                                 DBANK96P
007700   05  LK-COMMAREA                           PIC X(1)             DBANK96P
007800       OCCURS 1 TO 4096 TIMES                                     DBANK96P
007900         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK96P
008000                                                                  DBANK96P
008100 COPY CENTRY.                                                     DBANK96P
008200***************************************************************** DBANK96P
008300* Move the passed data to our area                              * DBANK96P
008400***************************************************************** DBANK96P
008500     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK96P
008600     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK96P
008700                                                                  DBANK96P
008800***************************************************************** DBANK96P
008900* Initialize our output area                                    * DBANK96P
009000***************************************************************** DBANK96P
009100     MOVE SPACES TO CD96O-DATA.                                   DBANK96P
009200     SET CD96O-OK TO TRUE.                                        DBANK96P
009300     MOVE ZERO TO CD96O-PRICE.                                    DBANK96P
009400     MOVE 1 TO WS-SUB1.                                           DBANK96P
009500 CLEAR-ENTRY-LOOP.                                                DBANK96P
009600     MOVE ZERO TO CD96O-ENTRY-PRICE (WS-SUB1).                    DBANK96P
009700     IF WS-SUB1 IS LESS THAN 6                                    DBANK96P
009800       ADD 1 TO WS-SUB1                                           DBANK96P
009900       GO TO CLEAR-ENTRY-LOOP                                     DBANK96P
010000     END-IF.                                                      DBANK96P
010100                                                                  DBANK96P
010200 COPY CTSTAMPP.                                                   DBANK96P
010300                                                                  DBANK96P
010400***************************************************************** DBANK96P
010500* See what kind of request we have and react accordingly        * DBANK96P
010600***************************************************************** DBANK96P
010700     EVALUATE TRUE                                                DBANK96P
010800       WHEN CD96I-READ                                            DBANK96P
010900         PERFORM READ-PROCESSING THRU                             DBANK96P
011000                 READ-PROCESSING-EXIT                             DBANK96P
011100       WHEN CD96I-WRITE                                           DBANK96P
011200         PERFORM WRITE-PROCESSING THRU                            DBANK96P
011300                 WRITE-PROCESSING-EXIT                            DBANK96P
011400       WHEN CD96I-UPDATE                                          DBANK96P
011500         PERFORM UPDATE-PROCESSING THRU                           DBANK96P
011600                 UPDATE-PROCESSING-EXIT                           DBANK96P
011700       WHEN OTHER                                                 DBANK96P
011800         SET CD96O-ERROR TO TRUE                                  DBANK96P
011900         MOVE 'Bad request code' TO CD96O-MSG                     DBANK96P
012000     END-EVALUATE.                                                DBANK96P
012100                                                                  DBANK96P
012200***************************************************************** DBANK96P
012300* Move the result back to the callers area                      * DBANK96P
012400***************************************************************** DBANK96P
012500     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK96P
012600                                                                  DBANK96P
012700***************************************************************** DBANK96P
012800* Return to our caller                                          * DBANK96P
012900***************************************************************** DBANK96P
013000 COPY CRETURN.                                                    DBANK96P
013100                                                                  DBANK96P
013200***************************************************************** DBANK96P
013300* Read request - list the table from the keyed row on (from the * DBANK96P
013400* top if nothing was keyed) and return the first row listed in  * DBANK96P
013500* full                                                          * DBANK96P
013600***************************************************************** DBANK96P
013700 READ-PROCESSING.                                                 DBANK96P
013800     PERFORM SCAN-TABLE THRU                                      DBANK96P
013900             SCAN-TABLE-EXIT.                                     DBANK96P
014000     IF CD96O-ENTRY-CODE (1) IS EQUAL TO SPACES                   DBANK96P
014100       SET CD96O-NOTFND TO TRUE                                   DBANK96P
014200       MOVE 'No analysis prices on file' TO CD96O-MSG             DBANK96P
014300       GO TO READ-PROCESSING-EXIT                                 DBANK96P
014400     END-IF.                                                      DBANK96P
014500     MOVE CD96O-ENTRY-CODE (1) TO WS-BNKAAPR-RID.                 DBANK96P
014600     EXEC CICS READ FILE('BNKAAPR')                               DBANK96P
014700                    INTO(WS-BNKAAPR-REC)                          DBANK96P
014800                    LENGTH(LENGTH OF WS-BNKAAPR-REC)              DBANK96P
014900                    RIDFLD(WS-BNKAAPR-RID)                        DBANK96P
015000                    RESP(WS-RESP)                                 DBANK96P
015100     END-EXEC.                                                    DBANK96P
015200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK96P
015300       SET CD96O-NOTFND TO TRUE                                   DBANK96P
015400       MOVE 'Analysis price row not found' TO CD96O-MSG           DBANK96P
015500       GO TO READ-PROCESSING-EXIT                                 DBANK96P
015600     END-IF.                                                      DBANK96P
015700     PERFORM FILL-OUTPUT-FIELDS THRU                              DBANK96P
015800             FILL-OUTPUT-FIELDS-EXIT.                             DBANK96P
015900 READ-PROCESSING-EXIT.                                            DBANK96P
016000     EXIT.                                                        DBANK96P
016100                                                                  DBANK96P
016200***************************************************************** DBANK96P
016300* Write request - add an activity row                           * DBANK96P
016400***************************************************************** DBANK96P
016500 WRITE-PROCESSING.                                                DBANK96P
016600     PERFORM EDIT-PRICE-FIELDS THRU                               DBANK96P
016700             EDIT-PRICE-FIELDS-EXIT.                              DBANK96P
016800     IF NOT CD96O-OK                                              DBANK96P
016900       GO TO WRITE-PROCESSING-EXIT                                DBANK96P
017000     END-IF.                                                      DBANK96P
017100     MOVE SPACES TO WS-BNKAAPR-REC.                               DBANK96P
017200     MOVE CD96I-CODE TO AAP-REC-CODE.                             DBANK96P
017300     PERFORM MOVE-PRICE-FIELDS THRU                               DBANK96P
017400             MOVE-PRICE-FIELDS-EXIT.                              DBANK96P
017500     MOVE AAP-KEY TO WS-BNKAAPR-RID.                              DBANK96P
017600     EXEC CICS WRITE FILE('BNKAAPR')                              DBANK96P
017700                    FROM(WS-BNKAAPR-REC)                          DBANK96P
017800                    LENGTH(LENGTH OF WS-BNKAAPR-REC)              DBANK96P
017900                    RIDFLD(WS-BNKAAPR-RID)                        DBANK96P
018000                    RESP(WS-RESP)                                 DBANK96P
018100     END-EXEC.                                                    DBANK96P
018200     IF WS-RESP IS EQUAL TO DFHRESP(DUPREC)                       DBANK96P
018300       SET CD96O-ERROR TO TRUE                                    DBANK96P
018400       MOVE 'Price already on file - use PF6 to change'           DBANK96P
018500         TO CD96O-MSG                                             DBANK96P
018600       GO TO WRITE-PROCESSING-EXIT                                DBANK96P
018700     END-IF.                                                      DBANK96P
018800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK96P
018900       SET CD96O-ERROR TO TRUE                                    DBANK96P
019000       MOVE 'Unable to add the price row' TO CD96O-MSG            DBANK96P
019100       GO TO WRITE-PROCESSING-EXIT                                DBANK96P
019200     END-IF.                                                      DBANK96P
019300     MOVE 'ADD ' TO WS-AUDIT-ACTION.                              DBANK96P
019400     MOVE ZERO TO WS-OLD-PRICE-DISPLAY.                           DBANK96P
019500     PERFORM WRITE-MAINT-AUDIT THRU                               DBANK96P
019600             WRITE-MAINT-AUDIT-EXIT.                              DBANK96P
019700     PERFORM SCAN-TABLE THRU                                      DBANK96P
019800             SCAN-TABLE-EXIT.                                     DBANK96P
019900     PERFORM FILL-OUTPUT-FIELDS THRU                              DBANK96P
020000             FILL-OUTPUT-FIELDS-EXIT.                             DBANK96P
020100 WRITE-PROCESSING-EXIT.                                           DBANK96P
020200     EXIT.                                                        DBANK96P
020300                                                                  DBANK96P
020400***************************************************************** DBANK96P
020500* Update request - change the description and price of a row    * DBANK96P
020600***************************************************************** DBANK96P
020700 UPDATE-PROCESSING.                                               DBANK96P
020800     PERFORM EDIT-PRICE-FIELDS THRU                               DBANK96P
020900             EDIT-PRICE-FIELDS-EXIT.                              DBANK96P
021000     IF NOT CD96O-OK                                              DBANK96P
021100       GO TO UPDATE-PROCESSING-EXIT                               DBANK96P
021200     END-IF.                                                      DBANK96P
021300     MOVE CD96I-CODE TO WS-BNKAAPR-RID.                           DBANK96P
021400     EXEC CICS READ FILE('BNKAAPR')                               DBANK96P
021500                    UPDATE                                        DBANK96P
021600                    INTO(WS-BNKAAPR-REC)                          DBANK96P
021700                    LENGTH(LENGTH OF WS-BNKAAPR-REC)              DBANK96P
021800                    RIDFLD(WS-BNKAAPR-RID)                        DBANK96P
021900                    RESP(WS-RESP)                                 DBANK96P
022000     END-EXEC.                                                    DBANK96P
022100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK96P
022200       SET CD96O-NOTFND TO TRUE                                   DBANK96P
022300       MOVE 'Price row not found - use PF5 to add'                DBANK96P
022400         TO CD96O-MSG                                             DBANK96P
022500       GO TO UPDATE-PROCESSING-EXIT                               DBANK96P
022600     END-IF.                                                      DBANK96P
022700     MOVE AAP-REC-PRICE TO WS-OLD-PRICE-DISPLAY.                  DBANK96P
022800     PERFORM MOVE-PRICE-FIELDS THRU                               DBANK96P
022900             MOVE-PRICE-FIELDS-EXIT.                              DBANK96P
023000     EXEC CICS REWRITE FILE('BNKAAPR')                            DBANK96P
023100                    FROM(WS-BNKAAPR-REC)                          DBANK96P
023200                    LENGTH(LENGTH OF WS-BNKAAPR-REC)              DBANK96P
023300                    RESP(WS-RESP)                                 DBANK96P
023400     END-EXEC.                                                    DBANK96P
023500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK96P
023600       SET CD96O-ERROR TO TRUE                                    DBANK96P
023700       MOVE 'Unable to update the price row' TO CD96O-MSG         DBANK96P
023800       GO TO UPDATE-PROCESSING-EXIT                               DBANK96P
023900     END-IF.                                                      DBANK96P
024000     MOVE 'UPD ' TO WS-AUDIT-ACTION.                              DBANK96P
024100     PERFORM WRITE-MAINT-AUDIT THRU                               DBANK96P
024200             WRITE-MAINT-AUDIT-EXIT.                              DBANK96P
024300     PERFORM SCAN-TABLE THRU                                      DBANK96P
024400             SCAN-TABLE-EXIT.                                     DBANK96P
024500     PERFORM FILL-OUTPUT-FIELDS THRU                              DBANK96P
024600             FILL-OUTPUT-FIELDS-EXIT.                             DBANK96P
024700 UPDATE-PROCESSING-EXIT.                                          DBANK96P
024800     EXIT.                                                        DBANK96P
024900                                                                  DBANK96P
025000***************************************************************** DBANK96P
025100* Edit the keyed row - one of the activity codes the analysis   * DBANK96P
025200* run counts (BK bulk transfer, DC direct-debit collection, WR  * DBANK96P
025300* wire, CQ cheque, AC account maintenance) or EC for the        * DBANK96P
025400* earnings credit rate, a description, and a price.  The        * DBANK96P
025500* earnings credit rate can be no more than 100 percent.         * DBANK96P
025600***************************************************************** DBANK96P
025700 EDIT-PRICE-FIELDS.                                               DBANK96P
025800     MOVE CD96I-CODE TO AAP-REC-CODE.                             DBANK96P
025900     IF NOT AAP-CODE-VALID                                        DBANK96P
026000       SET CD96O-ERROR TO TRUE                                    DBANK96P
026100       MOVE 'Code must be BK, DC, WR, CQ, AC or EC'               DBANK96P
026200         TO CD96O-MSG                                             DBANK96P
026300       GO TO EDIT-PRICE-FIELDS-EXIT                               DBANK96P
026400     END-IF.                                                      DBANK96P
026500     IF CD96I-DESC IS EQUAL TO SPACES OR                          DBANK96P
026600        CD96I-DESC IS EQUAL TO LOW-VALUES                         DBANK96P
026700       SET CD96O-ERROR TO TRUE                                    DBANK96P
026800       MOVE 'Describe the activity' TO CD96O-MSG                  DBANK96P
026900       GO TO EDIT-PRICE-FIELDS-EXIT                               DBANK96P
027000     END-IF.                                                      DBANK96P
027100     IF CD96I-PRICE IS NOT NUMERIC                                DBANK96P
027200       SET CD96O-ERROR TO TRUE                                    DBANK96P
027300       MOVE 'Key the price or rate' TO CD96O-MSG                  DBANK96P
027400       GO TO EDIT-PRICE-FIELDS-EXIT                               DBANK96P
027500     END-IF.                                                      DBANK96P
027600     IF AAP-CODE-EARNINGS-CREDIT AND                              DBANK96P
027700        CD96I-PRICE IS GREATER THAN 100                           DBANK96P
027800       SET CD96O-ERROR TO TRUE                                    DBANK96P
027900       MOVE 'The credit rate cannot exceed 100 percent'           DBANK96P
028000         TO CD96O-MSG                                             DBANK96P
028100     END-IF.                                                      DBANK96P
028200 EDIT-PRICE-FIELDS-EXIT.                                          DBANK96P
028300     EXIT.                                                        DBANK96P
028400                                                                  DBANK96P
028500***************************************************************** DBANK96P
028600* Move the edited fields onto the record                        * DBANK96P
028700***************************************************************** DBANK96P
028800 MOVE-PRICE-FIELDS.                                               DBANK96P
028900     MOVE CD96I-DESC TO AAP-REC-DESC.                             DBANK96P
029000     MOVE CD96I-PRICE TO AAP-REC-PRICE.                           DBANK96P
029100     MOVE WS-TS-DATE TO AAP-REC-MAINT-DATE.                       DBANK96P
029200     MOVE CD96I-USERID TO AAP-REC-MAINT-USER.                     DBANK96P
029300 MOVE-PRICE-FIELDS-EXIT.                                          DBANK96P
029400     EXIT.                                                        DBANK96P
029500                                                                  DBANK96P
029600***************************************************************** DBANK96P
029700* Return the row to the caller                                  * DBANK96P
029800***************************************************************** DBANK96P
029900 FILL-OUTPUT-FIELDS.                                              DBANK96P
030000     MOVE AAP-REC-CODE TO CD96O-CODE.                             DBANK96P
030100     MOVE AAP-REC-DESC TO CD96O-DESC.                             DBANK96P
030200     IF AAP-REC-PRICE IS NUMERIC                                  DBANK96P
030300       MOVE AAP-REC-PRICE TO CD96O-PRICE                          DBANK96P
030400     END-IF.                                                      DBANK96P
030500     MOVE AAP-REC-MAINT-DATE TO CD96O-MAINT-DATE.                 DBANK96P
030600     MOVE AAP-REC-MAINT-USER TO CD96O-MAINT-USER.                 DBANK96P
030700 FILL-OUTPUT-FIELDS-EXIT.                                         DBANK96P
030800     EXIT.                                                        DBANK96P
030900                                                                  DBANK96P
031000***************************************************************** DBANK96P
031100* Browse the table from the keyed row, listing six rows - five  * DBANK96P
031200* activities and the earnings credit rate is the whole table    * DBANK96P
031300***************************************************************** DBANK96P
031400 SCAN-TABLE.                                                      DBANK96P
031500     MOVE 0 TO WS-SUB1.                                           DBANK96P
031600     IF CD96I-CODE IS EQUAL TO LOW-VALUES                         DBANK96P
031700       MOVE SPACES TO CD96I-CODE                                  DBANK96P
031800     END-IF.                                                      DBANK96P
031900     MOVE CD96I-CODE TO WS-BNKAAPR-RID.                           DBANK96P
032000     EXEC CICS STARTBR FILE('BNKAAPR')                            DBANK96P
032100                  RIDFLD(WS-BNKAAPR-RID)                          DBANK96P
032200                  GTEQ                                            DBANK96P
032300                  RESP(WS-RESP)                                   DBANK96P
032400     END-EXEC.                                                    DBANK96P
032500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK96P
032600       GO TO SCAN-TABLE-EXIT                                      DBANK96P
032700     END-IF.                                                      DBANK96P
032800 SCAN-TABLE-LOOP.                                                 DBANK96P
032900     EXEC CICS READNEXT FILE('BNKAAPR')                           DBANK96P
033000                  INTO(WS-BNKAAPR-REC)                            DBANK96P
033100                  LENGTH(LENGTH OF WS-BNKAAPR-REC)                DBANK96P
033200                  RIDFLD(WS-BNKAAPR-RID)                          DBANK96P
033300                  RESP(WS-RESP)                                   DBANK96P
033400     END-EXEC.                                                    DBANK96P
033500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK96P
033600       GO TO SCAN-TABLE-DONE                                      DBANK96P
033700     END-IF.                                                      DBANK96P
033800     ADD 1 TO WS-SUB1.                                            DBANK96P
033900     MOVE AAP-REC-CODE TO CD96O-ENTRY-CODE (WS-SUB1).             DBANK96P
034000     MOVE AAP-REC-DESC TO CD96O-ENTRY-DESC (WS-SUB1).             DBANK96P
034100     IF AAP-REC-PRICE IS NUMERIC                                  DBANK96P
034200       MOVE AAP-REC-PRICE TO CD96O-ENTRY-PRICE (WS-SUB1)          DBANK96P
034300     END-IF.                                                      DBANK96P
034400     IF WS-SUB1 IS LESS THAN 6                                    DBANK96P
034500       GO TO SCAN-TABLE-LOOP                                      DBANK96P
034600     END-IF.                                                      DBANK96P
034700 SCAN-TABLE-DONE.                                                 DBANK96P
034800     EXEC CICS ENDBR FILE('BNKAAPR')                              DBANK96P
034900     END-EXEC.                                                    DBANK96P
035000 SCAN-TABLE-EXIT.                                                 DBANK96P
035100     EXIT.                                                        DBANK96P
035200                                                                  DBANK96P
035300***************************************************************** DBANK96P
035400* Write the before/after audit posting for the change under     * DBANK96P
035500* the maintenance transaction type, as DBANK74P does.  The      * DBANK96P
035600* posting carries no amount - the GL feed has no mapping for    * DBANK96P
035700* it and skips it.                                              * DBANK96P
035800***************************************************************** DBANK96P
035900 WRITE-MAINT-AUDIT.                                               DBANK96P
036000     MOVE AAP-REC-PRICE TO WS-NEW-PRICE-DISPLAY.                  DBANK96P
036100     MOVE SPACES TO WS-BNKTXN-REC.                                DBANK96P
036200     MOVE SPACES TO BTX-REC-PID.                                  DBANK96P
036300     MOVE 'M' TO BTX-REC-TYPE.                                    DBANK96P
036400     MOVE '3' TO BTX-REC-SUB-TYPE.                                DBANK96P
036500     MOVE SPACES TO BTX-REC-ACCNO.                                DBANK96P
036600     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      DBANK96P
036700     MOVE ZERO TO BTX-REC-AMOUNT.                                 DBANK96P
036800     MOVE SPACES TO TXN-DATA.                                     DBANK96P
036900     STRING 'AAP ' DELIMITED BY SIZE                              DBANK96P
037000            WS-AUDIT-ACTION DELIMITED BY SIZE                     DBANK96P
037100            AAP-REC-CODE DELIMITED BY SIZE                        DBANK96P
037200            ' P' DELIMITED BY SIZE                                DBANK96P
037300            WS-OLD-PRICE-DISPLAY DELIMITED BY SIZE                DBANK96P
037400       INTO TXN-T1-OLD-DESC.                                      DBANK96P
037500     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       DBANK96P
037600     MOVE SPACES TO TXN-DATA.                                     DBANK96P
037700     STRING 'P' DELIMITED BY SIZE                                 DBANK96P
037800            WS-NEW-PRICE-DISPLAY DELIMITED BY SIZE                DBANK96P
037900            ' BY ' DELIMITED BY SIZE                              DBANK96P
038000            CD96I-USERID DELIMITED BY SIZE                        DBANK96P
038100       INTO TXN-T1-OLD-DESC.                                      DBANK96P
038200     MOVE TXN-DATA-OLD TO BTX-REC-DATA-NEW.                       DBANK96P
038300     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBANK96P
038400     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBANK96P
038500     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBANK96P
038600     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBANK96P
038700                           WS-TWOS-COMP-INPUT                     DBANK96P
038800                           WS-TWOS-COMP-OUTPUT                    DBANK96P
038900                           WS-TWOS-COMP-FORMAT.                   DBANK96P
039000     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            DBANK96P
039100     MOVE WS-TIMESTAMP TO WS-BNKTXN-RID.                          DBANK96P
039200 COPY CBANKTXP.                                                   DBANK96P
039300     EXEC CICS WRITE FILE('BNKTXN')                               DBANK96P
039400                    FROM(WS-BNKTXN-REC)                           DBANK96P
039500                    LENGTH(LENGTH OF WS-BNKTXN-REC)               DBANK96P
039600                    RIDFLD(WS-BNKTXN-RID)                         DBANK96P
039700                    KEYLENGTH(LENGTH OF WS-BNKTXN-RID)            DBANK96P
039800                    RESP(WS-RESP)                                 DBANK96P
039900     END-EXEC                                                     DBANK96P
040000     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK96P
040100        MOVE 'BNKTXN' TO CD85I-FILE                               DBANK96P
040200        SET CD85I-ADD TO TRUE                                     DBANK96P
040300        MOVE WS-BNKTXN-REC TO CD85I-IMAGE                         DBANK96P
040400        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           DBANK96P
040500     END-IF.                                                      DBANK96P
040600 WRITE-MAINT-AUDIT-EXIT.                                          DBANK96P
040700     EXIT.                                                        DBANK96P
040800                                                                  DBANK96P
040900***************************************************************** DBANK96P
041000* Journal the after-image of the master-file update just        * DBANK96P
041100* made so it can be rolled forward onto a reload                * DBANK96P
041200***************************************************************** DBANK96P
041300 JOURNAL-UPDATE.                                                  DBANK96P
041400     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         DBANK96P
041500 COPY CBANKX85.                                                   DBANK96P
041600 JOURNAL-UPDATE-EXIT.                                             DBANK96P
041700     EXIT.                                                        DBANK96P
041800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK96P
