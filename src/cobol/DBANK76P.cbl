000100***************************************************************** DBANK76P
000200*                                                               * DBANK76P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK76P
000400*   This demonstration program is provided for use by users     * DBANK76P
000500*   of Micro Focus products and may be used, modified and       * DBANK76P
000600*   distributed as part of your application provided that       * DBANK76P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK76P
000800*   in this material.                                           * DBANK76P
000900*                                                               * DBANK76P
001000***************************************************************** DBANK76P
001100                                                                  DBANK76P
001200***************************************************************** DBANK76P
001300* Program:     DBANK76P.CBL                                     * DBANK76P
001400* Function:    Bankruptcy case file maintenance (file BNKBKRP)  * DBANK76P
001500*              - read a customer's case, lodge a new filing     * DBANK76P
001600*              with its chapter, filing date and court          * DBANK76P
001700*              reference, or close the case when the court      * DBANK76P
001800*              discharges the debts or dismisses the petition.  * DBANK76P
001900*              Lodging and closing flag the case for the        * DBANK76P
002000*              nightly ZBNKBKR1 run, which applies it to the    * DBANK76P
002100*              customer's loans, collection cases and deposit   * DBANK76P
002200*              accounts.  Every change writes a before/after    * DBANK76P
002300*              audit posting to BNKTXN.                         * DBANK76P
002333*              Every master-file update is journaled through    * DBANK76P
002366*              DBANK85P for forward recovery.                   * DBANK76P
002400*              VSAM version                                     * DBANK76P
002500***************************************************************** DBANK76P
002600                                                                  DBANK76P
002700 IDENTIFICATION DIVISION.                                         DBANK76P
002800 PROGRAM-ID.                                                      DBANK76P
002900     DBANK76P.                                                    DBANK76P
003000 DATE-WRITTEN.                                                    DBANK76P
003100     October 2026.                                                DBANK76P
003200 DATE-COMPILED.                                                   DBANK76P
003300     Today.                                                       DBANK76P
003400                                                                  DBANK76P
003500 ENVIRONMENT DIVISION.                                            DBANK76P
003600                                                                  DBANK76P
003700 DATA DIVISION.                                                   DBANK76P
003800                                                                  DBANK76P
003900 WORKING-STORAGE SECTION.                                         DBANK76P
004000 01  WS-MISC-STORAGE.                                             DBANK76P
004100   05  WS-PROGRAM-ID                         PIC X(8)             DBANK76P
004200       VALUE 'DBANK76P'.                                          DBANK76P
004300   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK76P
004400   05  WS-RESP                               PIC S9(8) COMP.      DBANK76P
004500   05  WS-BNKCUST-RID                        PIC X(5).            DBANK76P
004600   05  WS-BNKBKRP-RID                        PIC X(5).            DBANK76P
004700   05  WS-BNKTXN-RID                         PIC X(26).           DBANK76P
004800   05  WS-CASE-FOUND                         PIC X(1).            DBANK76P
004900   05  WS-AUDIT-ACTION                       PIC X(4).            DBANK76P
005000   05  WS-OLD-STATUS                         PIC X(1).            DBANK76P
005100   05  WS-CHAPTER-IN                         PIC X(2).            DBANK76P
005200   05  WS-CHAPTER-IN-N REDEFINES WS-CHAPTER-IN                    DBANK76P
005300                                             PIC 9(2).            DBANK76P
005400   05  WS-DATE-CHECK.                                             DBANK76P
005500     10  WS-DATE-CHECK-YYYY                  PIC X(4).            DBANK76P
005600     10  WS-DATE-CHECK-DASH1                 PIC X(1).            DBANK76P
005700     10  WS-DATE-CHECK-MM                    PIC X(2).            DBANK76P
005800     10  WS-DATE-CHECK-MM-N REDEFINES WS-DATE-CHECK-MM            DBANK76P
005900                                             PIC 9(2).            DBANK76P
006000     10  WS-DATE-CHECK-DASH2                 PIC X(1).            DBANK76P
006100     10  WS-DATE-CHECK-DD                    PIC X(2).            DBANK76P
006200     10  WS-DATE-CHECK-DD-N REDEFINES WS-DATE-CHECK-DD            DBANK76P
006300                                             PIC 9(2).            DBANK76P
006400   05  WS-DATE-VALID                         PIC X(1).            DBANK76P
006500                                                                  DBANK76P
006600 01  WS-TWOS-COMP.                                                DBANK76P
006700   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBANK76P
006800   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBANK76P
006900   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          DBANK76P
007000   05  WS-TWOS-COMP-FORMAT                   PIC X(1) VALUE 'B'.  DBANK76P
007100                                                                  DBANK76P
007200 01  WS-BNKBKRP-REC.                                              DBANK76P
007300 COPY CBANKVBK.                                                   DBANK76P
007400                                                                  DBANK76P
007500 01  WS-BNKCUST-REC.                                              DBANK76P
007600 COPY CBANKVCS.                                                   DBANK76P
007700                                                                  DBANK76P
007800 01  WS-BNKTXN-REC.                                               DBANK76P
007900 COPY CBANKVTX.                                                   DBANK76P
008000                                                                  DBANK76P
008100 COPY CBANKTXD.                                                   DBANK76P
008200                                                                  DBANK76P
008300 COPY CTSTAMPD.                                                   DBANK76P
008400                                                                  DBANK76P
008500 01  WS-COMMAREA.                                                 DBANK76P
008600 COPY CBANKD76.                                                   DBANK76P
008700                                                                  DBANK76P
008800 COPY CABENDD.                                                    DBANK76P
008900                                                                  DBANK76P
008925 01  WS-RECOVERY-DATA.                                            DBANK76P
008950 COPY CBANKD85.                                                   DBANK76P
008975                                                                  DBANK76P
009000 LINKAGE SECTION.                                                 DBANK76P
009100 01  DFHCOMMAREA.                                                 DBANK76P
009200   05  LK-COMMAREA                           PIC X(1)             DBANK76P
009300       OCCURS 1 TO 4096 TIMES                                     DBANK76P
009400         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK76P
009500                                                                  DBANK76P
009600 COPY CENTRY.                                                     DBANK76P
009700***************************************************************** DBANK76P
009800* Move the passed data to our area                              * DBANK76P
009900***************************************************************** DBANK76P
010000     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK76P
010100     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK76P
010200                                                                  DBANK76P
010300***************************************************************** DBANK76P
010400* Initialize our output area                                    * DBANK76P
010500***************************************************************** DBANK76P
010600     MOVE SPACES TO CD76O-DATA.                                   DBANK76P
010700     SET CD76O-OK TO TRUE.                                        DBANK76P
010800                                                                  DBANK76P
010900 COPY CTSTAMPP.                                                   DBANK76P
011000                                                                  DBANK76P
011100***************************************************************** DBANK76P
011200* See what kind of request we have and react accordingly        * DBANK76P
011300***************************************************************** DBANK76P
011400     EVALUATE TRUE                                                DBANK76P
011500       WHEN CD76I-READ                                            DBANK76P
011600         PERFORM READ-PROCESSING THRU                             DBANK76P
011700                 READ-PROCESSING-EXIT                             DBANK76P
011800       WHEN CD76I-LODGE                                           DBANK76P
011900         PERFORM LODGE-PROCESSING THRU                            DBANK76P
012000                 LODGE-PROCESSING-EXIT                            DBANK76P
012100       WHEN CD76I-CLOSE                                           DBANK76P
012200         PERFORM CLOSE-PROCESSING THRU                            DBANK76P
012300                 CLOSE-PROCESSING-EXIT                            DBANK76P
012400       WHEN OTHER                                                 DBANK76P
012500         SET CD76O-ERROR TO TRUE                                  DBANK76P
012600         MOVE 'Bad request code' TO CD76O-MSG                     DBANK76P
012700     END-EVALUATE.                                                DBANK76P
012800                                                                  DBANK76P
012900***************************************************************** DBANK76P
013000* Move the result back to the callers area                      * DBANK76P
013100***************************************************************** DBANK76P
013200     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK76P
013300                                                                  DBANK76P
013400***************************************************************** DBANK76P
013500* Return to our caller                                          * DBANK76P
013600***************************************************************** DBANK76P
013700 COPY CRETURN.                                                    DBANK76P
013800                                                                  DBANK76P
013900***************************************************************** DBANK76P
014000* Read request - the customer's case, if there is one           * DBANK76P
014100***************************************************************** DBANK76P
014200 READ-PROCESSING.                                                 DBANK76P
014300     PERFORM READ-CUSTOMER THRU                                   DBANK76P
014400             READ-CUSTOMER-EXIT.                                  DBANK76P
014500     IF NOT CD76O-OK                                              DBANK76P
014600       GO TO READ-PROCESSING-EXIT                                 DBANK76P
014700     END-IF.                                                      DBANK76P
014800     MOVE CD76I-PID TO WS-BNKBKRP-RID.                            DBANK76P
014900     EXEC CICS READ FILE('BNKBKRP')                               DBANK76P
015000                    INTO(WS-BNKBKRP-REC)                          DBANK76P
015100                    LENGTH(LENGTH OF WS-BNKBKRP-REC)              DBANK76P
015200                    RIDFLD(WS-BNKBKRP-RID)                        DBANK76P
015300                    RESP(WS-RESP)                                 DBANK76P
015400     END-EXEC.                                                    DBANK76P
015500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK76P
015600       SET CD76O-NOTFND TO TRUE                                   DBANK76P
015700       MOVE 'No bankruptcy case for that customer' TO CD76O-MSG   DBANK76P
015800       GO TO READ-PROCESSING-EXIT                                 DBANK76P
015900     END-IF.                                                      DBANK76P
016000     PERFORM FILL-OUTPUT-FIELDS THRU                              DBANK76P
016100             FILL-OUTPUT-FIELDS-EXIT.                             DBANK76P
016200 READ-PROCESSING-EXIT.                                            DBANK76P
016300     EXIT.                                                        DBANK76P
016400                                                                  DBANK76P
016500***************************************************************** DBANK76P
016600* Lodge request - a new filing.  A customer may only have one   * DBANK76P
016700* active case; one who files again after a case has closed has  * DBANK76P
016800* the row reused for the new filing.                            * DBANK76P
016900***************************************************************** DBANK76P
017000 LODGE-PROCESSING.                                                DBANK76P
017100     PERFORM READ-CUSTOMER THRU                                   DBANK76P
017200             READ-CUSTOMER-EXIT.                                  DBANK76P
017300     IF NOT CD76O-OK                                              DBANK76P
017400       GO TO LODGE-PROCESSING-EXIT                                DBANK76P
017500     END-IF.                                                      DBANK76P
017600     PERFORM EDIT-FILING-FIELDS THRU                              DBANK76P
017700             EDIT-FILING-FIELDS-EXIT.                             DBANK76P
017800     IF NOT CD76O-OK                                              DBANK76P
017900       GO TO LODGE-PROCESSING-EXIT                                DBANK76P
018000     END-IF.                                                      DBANK76P
018100     PERFORM READ-CASE-FOR-UPDATE THRU                            DBANK76P
018200             READ-CASE-FOR-UPDATE-EXIT.                           DBANK76P
018300     IF WS-CASE-FOUND IS EQUAL TO 'Y'                             DBANK76P
018400       IF BKR-CASE-ACTIVE                                         DBANK76P
018500         EXEC CICS UNLOCK FILE('BNKBKRP')                         DBANK76P
018600         END-EXEC                                                 DBANK76P
018700         SET CD76O-ERROR TO TRUE                                  DBANK76P
018800         MOVE 'Customer already has an active case' TO CD76O-MSG  DBANK76P
018900         GO TO LODGE-PROCESSING-EXIT                              DBANK76P
019000       END-IF                                                     DBANK76P
019100     END-IF.                                                      DBANK76P
019200     MOVE BKR-REC-STATUS TO WS-OLD-STATUS.                        DBANK76P
019300     MOVE SPACES TO WS-BNKBKRP-REC.                               DBANK76P
019400     MOVE CD76I-PID TO BKR-REC-PID.                               DBANK76P
019500     MOVE WS-CHAPTER-IN-N TO BKR-REC-CHAPTER.                     DBANK76P
019600     MOVE CD76I-FILING-DATE TO BKR-REC-FILING-DATE.               DBANK76P
019700     MOVE CD76I-COURT-REF TO BKR-REC-COURT-REF.                   DBANK76P
019800     SET BKR-CASE-ACTIVE TO TRUE.                                 DBANK76P
019900     MOVE WS-TS-DATE TO BKR-REC-LODGE-DATE.                       DBANK76P
020000     MOVE CD76I-USERID TO BKR-REC-LODGE-USER.                     DBANK76P
020100     SET BKR-NOTIFY-LODGED TO TRUE.                               DBANK76P
020200     IF WS-CASE-FOUND IS EQUAL TO 'Y'                             DBANK76P
020300       EXEC CICS REWRITE FILE('BNKBKRP')                          DBANK76P
020400                      FROM(WS-BNKBKRP-REC)                        DBANK76P
020500                      LENGTH(LENGTH OF WS-BNKBKRP-REC)            DBANK76P
020600                      RESP(WS-RESP)                               DBANK76P
020700       END-EXEC                                                   DBANK76P
020800     ELSE                                                         DBANK76P
020900       MOVE SPACES TO WS-OLD-STATUS                               DBANK76P
021000       MOVE BKR-KEY TO WS-BNKBKRP-RID                             DBANK76P
021100       EXEC CICS WRITE FILE('BNKBKRP')                            DBANK76P
021200                      FROM(WS-BNKBKRP-REC)                        DBANK76P
021300                      LENGTH(LENGTH OF WS-BNKBKRP-REC)            DBANK76P
021400                      RIDFLD(WS-BNKBKRP-RID)                      DBANK76P
021500                      RESP(WS-RESP)                               DBANK76P
021600       END-EXEC                                                   DBANK76P
021700     END-IF.                                                      DBANK76P
021800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK76P
021900       SET CD76O-ERROR TO TRUE                                    DBANK76P
022000       MOVE 'Unable to lodge the bankruptcy case' TO CD76O-MSG    DBANK76P
022100       GO TO LODGE-PROCESSING-EXIT                                DBANK76P
022200     END-IF.                                                      DBANK76P
022300     MOVE 'LODG' TO WS-AUDIT-ACTION.                              DBANK76P
022400     PERFORM WRITE-MAINT-AUDIT THRU                               DBANK76P
022500             WRITE-MAINT-AUDIT-EXIT.                              DBANK76P
022600     PERFORM FILL-OUTPUT-FIELDS THRU                              DBANK76P
022700             FILL-OUTPUT-FIELDS-EXIT.                             DBANK76P
022800 LODGE-PROCESSING-EXIT.                                           DBANK76P
022900     EXIT.                                                        DBANK76P
023000                                                                  DBANK76P
023100***************************************************************** DBANK76P
023200* Close request - the court has discharged the debts or         * DBANK76P
023300* dismissed the petition                                        * DBANK76P
023400***************************************************************** DBANK76P
023500 CLOSE-PROCESSING.                                                DBANK76P
023600     PERFORM READ-CUSTOMER THRU                                   DBANK76P
023700             READ-CUSTOMER-EXIT.                                  DBANK76P
023800     IF NOT CD76O-OK                                              DBANK76P
023900       GO TO CLOSE-PROCESSING-EXIT                                DBANK76P
024000     END-IF.                                                      DBANK76P
024100     IF NOT CD76I-DISCHARGE AND                                   DBANK76P
024200        NOT CD76I-DISMISS                                         DBANK76P
024300       SET CD76O-ERROR TO TRUE                                    DBANK76P
024400       MOVE 'Close type D=discharged X=dismissed' TO CD76O-MSG    DBANK76P
024500       GO TO CLOSE-PROCESSING-EXIT                                DBANK76P
024600     END-IF.                                                      DBANK76P
024700     PERFORM READ-CASE-FOR-UPDATE THRU                            DBANK76P
024800             READ-CASE-FOR-UPDATE-EXIT.                           DBANK76P
024900     IF WS-CASE-FOUND IS NOT EQUAL TO 'Y'                         DBANK76P
025000       SET CD76O-NOTFND TO TRUE                                   DBANK76P
025100       MOVE 'No bankruptcy case for that customer' TO CD76O-MSG   DBANK76P
025200       GO TO CLOSE-PROCESSING-EXIT                                DBANK76P
025300     END-IF.                                                      DBANK76P
025400     IF NOT BKR-CASE-ACTIVE                                       DBANK76P
025500       EXEC CICS UNLOCK FILE('BNKBKRP')                           DBANK76P
025600       END-EXEC                                                   DBANK76P
025700       SET CD76O-ERROR TO TRUE                                    DBANK76P
025800       MOVE 'Case has already been closed' TO CD76O-MSG           DBANK76P
025900       GO TO CLOSE-PROCESSING-EXIT                                DBANK76P
026000     END-IF.                                                      DBANK76P
026100     MOVE CD76I-CLOSE-DATE TO WS-DATE-CHECK.                      DBANK76P
026200     PERFORM CHECK-ISO-DATE THRU                                  DBANK76P
026300             CHECK-ISO-DATE-EXIT.                                 DBANK76P
026400     IF WS-DATE-VALID IS NOT EQUAL TO 'Y' OR                      DBANK76P
026500        CD76I-CLOSE-DATE IS GREATER THAN WS-TS-DATE (1:10) OR     DBANK76P
026600        CD76I-CLOSE-DATE IS LESS THAN BKR-REC-FILING-DATE         DBANK76P
026700       EXEC CICS UNLOCK FILE('BNKBKRP')                           DBANK76P
026800       END-EXEC                                                   DBANK76P
026900       SET CD76O-ERROR TO TRUE                                    DBANK76P
027000       MOVE 'Close date yyyy-mm-dd, since filing' TO CD76O-MSG    DBANK76P
027100       GO TO CLOSE-PROCESSING-EXIT                                DBANK76P
027200     END-IF.                                                      DBANK76P
027300     MOVE BKR-REC-STATUS TO WS-OLD-STATUS.                        DBANK76P
027400     MOVE CD76I-CLOSE-TYPE TO BKR-REC-STATUS.                     DBANK76P
027500     MOVE CD76I-CLOSE-DATE TO BKR-REC-CLOSE-DATE.                 DBANK76P
027600     MOVE CD76I-USERID TO BKR-REC-CLOSE-USER.                     DBANK76P
027700     SET BKR-NOTIFY-CLOSED TO TRUE.                               DBANK76P
027800     EXEC CICS REWRITE FILE('BNKBKRP')                            DBANK76P
027900                    FROM(WS-BNKBKRP-REC)                          DBANK76P
028000                    LENGTH(LENGTH OF WS-BNKBKRP-REC)              DBANK76P
028100                    RESP(WS-RESP)                                 DBANK76P
028200     END-EXEC.                                                    DBANK76P
028300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK76P
028400       SET CD76O-ERROR TO TRUE                                    DBANK76P
028500       MOVE 'Unable to close the bankruptcy case' TO CD76O-MSG    DBANK76P
028600       GO TO CLOSE-PROCESSING-EXIT                                DBANK76P
028700     END-IF.                                                      DBANK76P
028800     MOVE 'CLOS' TO WS-AUDIT-ACTION.                              DBANK76P
028900     PERFORM WRITE-MAINT-AUDIT THRU                               DBANK76P
029000             WRITE-MAINT-AUDIT-EXIT.                              DBANK76P
029100     PERFORM FILL-OUTPUT-FIELDS THRU                              DBANK76P
029200             FILL-OUTPUT-FIELDS-EXIT.                             DBANK76P
029300 CLOSE-PROCESSING-EXIT.                                           DBANK76P
029400     EXIT.                                                        DBANK76P
029500                                                                  DBANK76P
029600***************************************************************** DBANK76P
029700* The customer must be on file - the name rides back for the    * DBANK76P
029800* screen                                                        * DBANK76P
029900***************************************************************** DBANK76P
030000 READ-CUSTOMER.                                                   DBANK76P
030100     MOVE CD76I-PID TO CD76O-PID.                                 DBANK76P
030200     MOVE CD76I-PID TO WS-BNKCUST-RID.                            DBANK76P
030300     EXEC CICS READ FILE('BNKCUST')                               DBANK76P
030400                    INTO(WS-BNKCUST-REC)                          DBANK76P
030500                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBANK76P
030600                    RIDFLD(WS-BNKCUST-RID)                        DBANK76P
030700                    RESP(WS-RESP)                                 DBANK76P
030800     END-EXEC.                                                    DBANK76P
030900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK76P
031000       SET CD76O-NOTFND TO TRUE                                   DBANK76P
031100       MOVE 'Customer not found' TO CD76O-MSG                     DBANK76P
031200       GO TO READ-CUSTOMER-EXIT                                   DBANK76P
031300     END-IF.                                                      DBANK76P
031400     MOVE BCS-REC-NAME TO CD76O-NAME.                             DBANK76P
031500 READ-CUSTOMER-EXIT.                                              DBANK76P
031600     EXIT.                                                        DBANK76P
031700                                                                  DBANK76P
031800***************************************************************** DBANK76P
031900* Read the customer's case for update, if there is one          * DBANK76P
032000***************************************************************** DBANK76P
032100 READ-CASE-FOR-UPDATE.                                            DBANK76P
032200     MOVE 'N' TO WS-CASE-FOUND.                                   DBANK76P
032300     MOVE SPACES TO WS-BNKBKRP-REC.                               DBANK76P
032400     MOVE CD76I-PID TO WS-BNKBKRP-RID.                            DBANK76P
032500     EXEC CICS READ FILE('BNKBKRP')                               DBANK76P
032600                    UPDATE                                        DBANK76P
032700                    INTO(WS-BNKBKRP-REC)                          DBANK76P
032800                    LENGTH(LENGTH OF WS-BNKBKRP-REC)              DBANK76P
032900                    RIDFLD(WS-BNKBKRP-RID)                        DBANK76P
033000                    RESP(WS-RESP)                                 DBANK76P
033100     END-EXEC.                                                    DBANK76P
033200     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK76P
033300       MOVE 'Y' TO WS-CASE-FOUND                                  DBANK76P
033400     END-IF.                                                      DBANK76P
033500 READ-CASE-FOR-UPDATE-EXIT.                                       DBANK76P
033600     EXIT.                                                        DBANK76P
033700                                                                  DBANK76P
033800***************************************************************** DBANK76P
033900* Edit the filing - chapter 7, 11, 12 or 13, a filing date not  * DBANK76P
034000* in the future and the court's case reference                  * DBANK76P
034100***************************************************************** DBANK76P
034200 EDIT-FILING-FIELDS.                                              DBANK76P
034300     MOVE CD76I-CHAPTER TO WS-CHAPTER-IN.                         DBANK76P
034400     IF WS-CHAPTER-IN (2:1) IS EQUAL TO SPACE OR                  DBANK76P
034500        WS-CHAPTER-IN (2:1) IS EQUAL TO LOW-VALUE                 DBANK76P
034600       MOVE WS-CHAPTER-IN (1:1) TO WS-CHAPTER-IN (2:1)            DBANK76P
034700       MOVE '0' TO WS-CHAPTER-IN (1:1)                            DBANK76P
034800     END-IF.                                                      DBANK76P
034900     IF WS-CHAPTER-IN IS NOT NUMERIC                              DBANK76P
035000       SET CD76O-ERROR TO TRUE                                    DBANK76P
035100       MOVE 'Chapter must be 7, 11, 12 or 13' TO CD76O-MSG        DBANK76P
035200       GO TO EDIT-FILING-FIELDS-EXIT                              DBANK76P
035300     END-IF.                                                      DBANK76P
035400     MOVE WS-CHAPTER-IN-N TO BKR-REC-CHAPTER.                     DBANK76P
035500     IF NOT BKR-CHAPTER-VALID                                     DBANK76P
035600       SET CD76O-ERROR TO TRUE                                    DBANK76P
035700       MOVE 'Chapter must be 7, 11, 12 or 13' TO CD76O-MSG        DBANK76P
035800       GO TO EDIT-FILING-FIELDS-EXIT                              DBANK76P
035900     END-IF.                                                      DBANK76P
036000     MOVE CD76I-FILING-DATE TO WS-DATE-CHECK.                     DBANK76P
036100     PERFORM CHECK-ISO-DATE THRU                                  DBANK76P
036200             CHECK-ISO-DATE-EXIT.                                 DBANK76P
036300     IF WS-DATE-VALID IS NOT EQUAL TO 'Y' OR                      DBANK76P
036400        CD76I-FILING-DATE IS GREATER THAN WS-TS-DATE (1:10)       DBANK76P
036500       SET CD76O-ERROR TO TRUE                                    DBANK76P
036600       MOVE 'Filing date must be yyyy-mm-dd, past'                DBANK76P
036700         TO CD76O-MSG                                             DBANK76P
036800       GO TO EDIT-FILING-FIELDS-EXIT                              DBANK76P
036900     END-IF.                                                      DBANK76P
037000     IF CD76I-COURT-REF IS EQUAL TO SPACES OR                     DBANK76P
037100        CD76I-COURT-REF IS EQUAL TO LOW-VALUES                    DBANK76P
037200       SET CD76O-ERROR TO TRUE                                    DBANK76P
037300       MOVE 'Key the court case reference' TO CD76O-MSG           DBANK76P
037400     END-IF.                                                      DBANK76P
037500 EDIT-FILING-FIELDS-EXIT.                                         DBANK76P
037600     EXIT.                                                        DBANK76P
037700                                                                  DBANK76P
037800***************************************************************** DBANK76P
037900* Check WS-DATE-CHECK is a plausible yyyy-mm-dd date            * DBANK76P
038000***************************************************************** DBANK76P
038100 CHECK-ISO-DATE.                                                  DBANK76P
038200     MOVE 'N' TO WS-DATE-VALID.                                   DBANK76P
038300     IF WS-DATE-CHECK-YYYY IS NOT NUMERIC OR                      DBANK76P
038400        WS-DATE-CHECK-MM IS NOT NUMERIC OR                        DBANK76P
038500        WS-DATE-CHECK-DD IS NOT NUMERIC OR                        DBANK76P
038600        WS-DATE-CHECK-DASH1 IS NOT EQUAL TO '-' OR                DBANK76P
038700        WS-DATE-CHECK-DASH2 IS NOT EQUAL TO '-'                   DBANK76P
038800       GO TO CHECK-ISO-DATE-EXIT                                  DBANK76P
038900     END-IF.                                                      DBANK76P
039000     IF WS-DATE-CHECK-MM-N IS LESS THAN 1 OR                      DBANK76P
039100        WS-DATE-CHECK-MM-N IS GREATER THAN 12 OR                  DBANK76P
039200        WS-DATE-CHECK-DD-N IS LESS THAN 1 OR                      DBANK76P
039300        WS-DATE-CHECK-DD-N IS GREATER THAN 31                     DBANK76P
039400       GO TO CHECK-ISO-DATE-EXIT                                  DBANK76P
039500     END-IF.                                                      DBANK76P
039600     MOVE 'Y' TO WS-DATE-VALID.                                   DBANK76P
039700 CHECK-ISO-DATE-EXIT.                                             DBANK76P
039800     EXIT.                                                        DBANK76P
039900                                                                  DBANK76P
040000***************************************************************** DBANK76P
040100* Return the case record to the caller                          * DBANK76P
040200***************************************************************** DBANK76P
040300 FILL-OUTPUT-FIELDS.                                              DBANK76P
040400     MOVE BKR-REC-PID TO CD76O-PID.                               DBANK76P
040500     MOVE BKR-REC-CHAPTER TO CD76O-CHAPTER.                       DBANK76P
040600     MOVE BKR-REC-FILING-DATE TO CD76O-FILING-DATE.               DBANK76P
040700     MOVE BKR-REC-COURT-REF TO CD76O-COURT-REF.                   DBANK76P
040800     MOVE BKR-REC-STATUS TO CD76O-STATUS.                         DBANK76P
040900     MOVE BKR-REC-CLOSE-DATE TO CD76O-CLOSE-DATE.                 DBANK76P
041000     MOVE BKR-REC-LODGE-DATE TO CD76O-LODGE-DATE.                 DBANK76P
041100     MOVE BKR-REC-LODGE-USER TO CD76O-LODGE-USER.                 DBANK76P
041200     MOVE BKR-REC-CLOSE-USER TO CD76O-CLOSE-USER.                 DBANK76P
041300     MOVE BKR-REC-NOTIFY TO CD76O-NOTIFY.                         DBANK76P
041400     MOVE BKR-REC-APPLIED-DATE TO CD76O-APPLIED-DATE.             DBANK76P
041500 FILL-OUTPUT-FIELDS-EXIT.                                         DBANK76P
041600     EXIT.                                                        DBANK76P
041700                                                                  DBANK76P
041800***************************************************************** DBANK76P
041900* Write the before/after audit posting for the change under     * DBANK76P
042000* the maintenance transaction type, as DBANK41P does.  The      * DBANK76P
042100* posting carries no amount - the GL feed has no mapping for    * DBANK76P
042200* it and skips it.                                              * DBANK76P
042300***************************************************************** DBANK76P
042400 WRITE-MAINT-AUDIT.                                               DBANK76P
042500     MOVE SPACES TO WS-BNKTXN-REC.                                DBANK76P
042600     MOVE BKR-REC-PID TO BTX-REC-PID.                             DBANK76P
042700     MOVE 'M' TO BTX-REC-TYPE.                                    DBANK76P
042800     MOVE '2' TO BTX-REC-SUB-TYPE.                                DBANK76P
042900     MOVE SPACES TO BTX-REC-ACCNO.                                DBANK76P
043000     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      DBANK76P
043100     MOVE ZERO TO BTX-REC-AMOUNT.                                 DBANK76P
043200     MOVE SPACES TO TXN-DATA.                                     DBANK76P
043300     STRING 'BKR ' DELIMITED BY SIZE                              DBANK76P
043400            WS-AUDIT-ACTION DELIMITED BY SIZE                     DBANK76P
043500            ' ' DELIMITED BY SIZE                                 DBANK76P
043600            BKR-REC-PID DELIMITED BY SIZE                         DBANK76P
043700            ' STATUS ' DELIMITED BY SIZE                          DBANK76P
043800            WS-OLD-STATUS DELIMITED BY SIZE                       DBANK76P
043900       INTO TXN-T1-OLD-DESC.                                      DBANK76P
044000     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       DBANK76P
044100     MOVE SPACES TO TXN-DATA.                                     DBANK76P
044200     STRING 'CH ' DELIMITED BY SIZE                               DBANK76P
044300            BKR-REC-CHAPTER DELIMITED BY SIZE                     DBANK76P
044400            ' ' DELIMITED BY SIZE                                 DBANK76P
044500            BKR-REC-COURT-REF DELIMITED BY SIZE                   DBANK76P
044600            ' ' DELIMITED BY SIZE                                 DBANK76P
044700            BKR-REC-STATUS DELIMITED BY SIZE                      DBANK76P
044800            ' BY ' DELIMITED BY SIZE                              DBANK76P
044900            CD76I-USERID DELIMITED BY SIZE                        DBANK76P
045000       INTO TXN-T1-OLD-DESC.                                      DBANK76P
045100     MOVE TXN-DATA-OLD TO BTX-REC-DATA-NEW.                       DBANK76P
045200     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBANK76P
045300     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBANK76P
045400     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBANK76P
045500     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBANK76P
045600                           WS-TWOS-COMP-INPUT                     DBANK76P
045700                           WS-TWOS-COMP-OUTPUT                    DBANK76P
045800                           WS-TWOS-COMP-FORMAT.                   DBANK76P
045900     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            DBANK76P
046000     MOVE WS-TIMESTAMP TO WS-BNKTXN-RID.                          DBANK76P
046100 COPY CBANKTXP.                                                   DBANK76P
046200     EXEC CICS WRITE FILE('BNKTXN')                               DBANK76P
046300                    FROM(WS-BNKTXN-REC)                           DBANK76P
046400                    LENGTH(LENGTH OF WS-BNKTXN-REC)               DBANK76P
046500                    RIDFLD(WS-BNKTXN-RID)                         DBANK76P
046600                    KEYLENGTH(LENGTH OF WS-BNKTXN-RID)            DBANK76P
046700                    RESP(WS-RESP)                                 DBANK76P
046800     END-EXEC                                                     DBANK76P
046814     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK76P
046828        MOVE 'BNKTXN' TO CD85I-FILE                               DBANK76P
046842        SET CD85I-ADD TO TRUE                                     DBANK76P
046856        MOVE WS-BNKTXN-REC TO CD85I-IMAGE                         DBANK76P
046870        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           DBANK76P
046884     END-IF.                                                      DBANK76P
046900 WRITE-MAINT-AUDIT-EXIT.                                          DBANK76P
047000     EXIT.                                                        DBANK76P
047100                                                                  DBANK76P
047109***************************************************************** DBANK76P
047118* Journal the after-image of the master-file update just        * DBANK76P
047127* made so it can be rolled forward onto a reload                * DBANK76P
047136***************************************************************** DBANK76P
047145 JOURNAL-UPDATE.                                                  DBANK76P
047154     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         DBANK76P
047163 COPY CBANKX85.                                                   DBANK76P
047172 JOURNAL-UPDATE-EXIT.                                             DBANK76P
047181     EXIT.                                                        DBANK76P
047190                                                                  DBANK76P
047200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK76P
