000100***************************************************************** DBANK73P
000200*                                                               * DBANK73P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK73P
000400*   This demonstration program is provided for use by users     * DBANK73P
000500*   of Micro Focus products and may be used, modified and       * DBANK73P
000600*   distributed as part of your application provided that       * DBANK73P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK73P
000800*   in this material.                                           * DBANK73P
000900*                                                               * DBANK73P
001000***************************************************************** DBANK73P
001100                                                                  DBANK73P
001200***************************************************************** DBANK73P
001300* Program:     DBANK73P.CBL                                     * DBANK73P
001400* Function:    Loan collateral register maintenance (file       * DBANK73P
001500*              BNKCLAT) - read an item and list the loan's      * DBANK73P
001600*              items, add an item against an active BNKLOAN     * DBANK73P
001700*              loan under the next free sequence, update its    * DBANK73P
001800*              description, appraisal, lien position and        * DBANK73P
001900*              insurance, or release it when the lien is        * DBANK73P
002000*              discharged.  Every change writes a before/after  * DBANK73P
002100*              audit posting to BNKTXN.                         * DBANK73P
002133*              Every master-file update is journaled through    * DBANK73P
002166*              DBANK85P for forward recovery.                   * DBANK73P
002200*              VSAM version                                     * DBANK73P
002300***************************************************************** DBANK73P
002400                                                                  DBANK73P
002500 IDENTIFICATION DIVISION.                                         DBANK73P
002600 PROGRAM-ID.                                                      DBANK73P
002700     DBANK73P.                                                    DBANK73P
002800 DATE-WRITTEN.                                                    DBANK73P
002900     October 2026.                                                DBANK73P
003000 DATE-COMPILED.                                                   DBANK73P
003100     Today.                                                       DBANK73P
003200                                                                  DBANK73P
003300 ENVIRONMENT DIVISION.                                            DBANK73P
003400                                                                  DBANK73P
003500 DATA DIVISION.                                                   DBANK73P
003600                                                                  DBANK73P
003700 WORKING-STORAGE SECTION.                                         DBANK73P
003800 01  WS-MISC-STORAGE.                                             DBANK73P
003900   05  WS-PROGRAM-ID                         PIC X(8)             DBANK73P
004000       VALUE 'DBANK73P'.                                          DBANK73P
004100   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK73P
004200   05  WS-RESP                               PIC S9(8) COMP.      DBANK73P
004300   05  WS-SUB1                               PIC S9(4) COMP.      DBANK73P
004400   05  WS-BNKLOAN-RID                        PIC X(26).           DBANK73P
004500   05  WS-BNKCLAT-RID.                                            DBANK73P
004600     10  WS-BNKCLAT-RID-LOAN-ID              PIC X(26).           DBANK73P
004700     10  WS-BNKCLAT-RID-SEQ                  PIC 9(2).            DBANK73P
004800   05  WS-BNKTXN-RID                         PIC X(26).           DBANK73P
004900   05  WS-LAST-SEQ                           PIC 9(2).            DBANK73P
005000   05  WS-OLD-VALUE-DISPLAY                  PIC Z(8)9.99.        DBANK73P
005100   05  WS-NEW-VALUE-DISPLAY                  PIC Z(8)9.99.        DBANK73P
005200   05  WS-AUDIT-ACTION                       PIC X(4).            DBANK73P
005300   05  WS-DATE-CHECK.                                             DBANK73P
005400     10  WS-DATE-CHECK-YYYY                  PIC X(4).            DBANK73P
005500     10  WS-DATE-CHECK-DASH1                 PIC X(1).            DBANK73P
005600     10  WS-DATE-CHECK-MM                    PIC X(2).            DBANK73P
005700     10  WS-DATE-CHECK-MM-N REDEFINES WS-DATE-CHECK-MM            DBANK73P
005800                                             PIC 9(2).            DBANK73P
005900     10  WS-DATE-CHECK-DASH2                 PIC X(1).            DBANK73P
006000     10  WS-DATE-CHECK-DD                    PIC X(2).            DBANK73P
006100     10  WS-DATE-CHECK-DD-N REDEFINES WS-DATE-CHECK-DD            DBANK73P
006200                                             PIC 9(2).            DBANK73P
006300   05  WS-DATE-VALID                         PIC X(1).            DBANK73P
006400                                                                  DBANK73P
006500 01  WS-TWOS-COMP.                                                DBANK73P
006600   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBANK73P
006700   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBANK73P
006800   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          DBANK73P
006900   05  WS-TWOS-COMP-FORMAT                   PIC X(1) VALUE 'B'.  DBANK73P
007000                                                                  DBANK73P
007100 01  WS-BNKCLAT-REC.                                              DBANK73P
007200 COPY CBANKVCL.                                                   DBANK73P
007300                                                                  DBANK73P
007400 01  WS-BNKLOAN-REC.                                              DBANK73P
007500 COPY CBANKVLN.                                                   DBANK73P
007600                                                                  DBANK73P
007700 01  WS-BNKTXN-REC.                                               DBANK73P
007800 COPY CBANKVTX.                                                   DBANK73P
007900                                                                  DBANK73P
008000 COPY CBANKTXD.                                                   DBANK73P
008100                                                                  DBANK73P
008200 COPY CTSTAMPD.                                                   DBANK73P
008300                                                                  DBANK73P
008400 01  WS-COMMAREA.                                                 DBANK73P
008500 COPY CBANKD73.                                                   DBANK73P
008600                                                                  DBANK73P
008700 COPY CABENDD.                                                    DBANK73P
008800                                                                  DBANK73P
008825 01  WS-RECOVERY-DATA.                                            DBANK73P
008850 COPY CBANKD85.                                                   DBANK73P
008875                                                                  DBANK73P
008900 LINKAGE SECTION.                                                 DBANK73P
009000 01  DFHCOMMAREA.                                                 DBANK73P
009100   05  LK-COMMAREA                           PIC X(1)             DBANK73P
009200       OCCURS 1 TO 4096 TIMES                                     DBANK73P
009300         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK73P
009400                                                                  DBANK73P
009500 COPY CENTRY.                                                     DBANK73P
009600***************************************************************** DBANK73P
009700* Move the passed data to our area                              * DBANK73P
009800***************************************************************** DBANK73P
009900     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK73P
010000     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK73P
010100                                                                  DBANK73P
010200***************************************************************** DBANK73P
010300* Initialize our output area                                    * DBANK73P
010400***************************************************************** DBANK73P
010500     MOVE SPACES TO CD73O-DATA.                                   DBANK73P
010600     SET CD73O-OK TO TRUE.                                        DBANK73P
010700     MOVE ZERO TO CD73O-APPRAISED-VALUE.                          DBANK73P
010800     MOVE 1 TO WS-SUB1.                                           DBANK73P
010900 CLEAR-ENTRY-LOOP.                                                DBANK73P
011000     MOVE ZERO TO CD73O-ENTRY-VALUE (WS-SUB1).                    DBANK73P
011100     IF WS-SUB1 IS LESS THAN 4                                    DBANK73P
011200       ADD 1 TO WS-SUB1                                           DBANK73P
011300       GO TO CLEAR-ENTRY-LOOP                                     DBANK73P
011400     END-IF.                                                      DBANK73P
011500                                                                  DBANK73P
011600 COPY CTSTAMPP.                                                   DBANK73P
011700                                                                  DBANK73P
011800***************************************************************** DBANK73P
011900* See what kind of request we have and react accordingly        * DBANK73P
012000***************************************************************** DBANK73P
012100     EVALUATE TRUE                                                DBANK73P
012200       WHEN CD73I-READ                                            DBANK73P
012300         PERFORM READ-PROCESSING THRU                             DBANK73P
012400                 READ-PROCESSING-EXIT                             DBANK73P
012500       WHEN CD73I-WRITE                                           DBANK73P
012600         PERFORM WRITE-PROCESSING THRU                            DBANK73P
012700                 WRITE-PROCESSING-EXIT                            DBANK73P
012800       WHEN CD73I-UPDATE                                          DBANK73P
012900         PERFORM UPDATE-PROCESSING THRU                           DBANK73P
013000                 UPDATE-PROCESSING-EXIT                           DBANK73P
013100       WHEN CD73I-RELEASE                                         DBANK73P
013200         PERFORM RELEASE-PROCESSING THRU                          DBANK73P
013300                 RELEASE-PROCESSING-EXIT                          DBANK73P
013400       WHEN OTHER                                                 DBANK73P
013500         SET CD73O-ERROR TO TRUE                                  DBANK73P
013600         MOVE 'Bad request code' TO CD73O-MSG                     DBANK73P
013700     END-EVALUATE.                                                DBANK73P
013800                                                                  DBANK73P
013900***************************************************************** DBANK73P
014000* Move the result back to the callers area                      * DBANK73P
014100***************************************************************** DBANK73P
014200     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK73P
014300                                                                  DBANK73P
014400***************************************************************** DBANK73P
014500* Return to our caller                                          * DBANK73P
014600***************************************************************** DBANK73P
014700 COPY CRETURN.                                                    DBANK73P
014800                                                                  DBANK73P
014900***************************************************************** DBANK73P
015000* Read request - list the loan's items from the keyed sequence  * DBANK73P
015100* on (the first item if none was keyed) and return the first    * DBANK73P
015200* of them in full                                               * DBANK73P
015300***************************************************************** DBANK73P
015400 READ-PROCESSING.                                                 DBANK73P
015500     MOVE CD73I-LOAN-ID TO CD73O-LOAN-ID.                         DBANK73P
015600     PERFORM SCAN-ITEMS THRU                                      DBANK73P
015700             SCAN-ITEMS-EXIT.                                     DBANK73P
015800     IF CD73O-ENTRY-SEQ (1) IS EQUAL TO SPACES                    DBANK73P
015900       SET CD73O-NOTFND TO TRUE                                   DBANK73P
016000       MOVE 'No collateral held for that loan' TO CD73O-MSG       DBANK73P
016100       GO TO READ-PROCESSING-EXIT                                 DBANK73P
016200     END-IF.                                                      DBANK73P
016300     MOVE CD73I-LOAN-ID TO WS-BNKCLAT-RID-LOAN-ID.                DBANK73P
016400     MOVE CD73O-ENTRY-SEQ (1) TO WS-BNKCLAT-RID-SEQ.              DBANK73P
016500     EXEC CICS READ FILE('BNKCLAT')                               DBANK73P
016600                    INTO(WS-BNKCLAT-REC)                          DBANK73P
016700                    LENGTH(LENGTH OF WS-BNKCLAT-REC)              DBANK73P
016800                    RIDFLD(WS-BNKCLAT-RID)                        DBANK73P
016900                    RESP(WS-RESP)                                 DBANK73P
017000     END-EXEC.                                                    DBANK73P
017100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK73P
017200       SET CD73O-NOTFND TO TRUE                                   DBANK73P
017300       MOVE 'Collateral item not found' TO CD73O-MSG              DBANK73P
017400       GO TO READ-PROCESSING-EXIT                                 DBANK73P
017500     END-IF.                                                      DBANK73P
017600     PERFORM FILL-OUTPUT-FIELDS THRU                              DBANK73P
017700             FILL-OUTPUT-FIELDS-EXIT.                             DBANK73P
017800 READ-PROCESSING-EXIT.                                            DBANK73P
017900     EXIT.                                                        DBANK73P
018000                                                                  DBANK73P
018100***************************************************************** DBANK73P
018200* Write request - pledge a new item against an active loan      * DBANK73P
018300* under the next free sequence number                           * DBANK73P
018400***************************************************************** DBANK73P
018500 WRITE-PROCESSING.                                                DBANK73P
018600     MOVE CD73I-LOAN-ID TO WS-BNKLOAN-RID.                        DBANK73P
018700     EXEC CICS READ FILE('BNKLOAN')                               DBANK73P
018800                    INTO(WS-BNKLOAN-REC)                          DBANK73P
018900                    LENGTH(LENGTH OF WS-BNKLOAN-REC)              DBANK73P
019000                    RIDFLD(WS-BNKLOAN-RID)                        DBANK73P
019100                    RESP(WS-RESP)                                 DBANK73P
019200     END-EXEC.                                                    DBANK73P
019300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK73P
019400       SET CD73O-NOTFND TO TRUE                                   DBANK73P
019500       MOVE 'Loan not found' TO CD73O-MSG                         DBANK73P
019600       GO TO WRITE-PROCESSING-EXIT                                DBANK73P
019700     END-IF.                                                      DBANK73P
019800     IF NOT LNM-STATUS-ACTIVE                                     DBANK73P
019900       SET CD73O-ERROR TO TRUE                                    DBANK73P
020000       MOVE 'Loan is no longer active' TO CD73O-MSG               DBANK73P
020100       GO TO WRITE-PROCESSING-EXIT                                DBANK73P
020200     END-IF.                                                      DBANK73P
020300     PERFORM EDIT-ITEM-FIELDS THRU                                DBANK73P
020400             EDIT-ITEM-FIELDS-EXIT.                               DBANK73P
020500     IF NOT CD73O-OK                                              DBANK73P
020600       GO TO WRITE-PROCESSING-EXIT                                DBANK73P
020700     END-IF.                                                      DBANK73P
020800     MOVE '00' TO CD73I-SEQ.                                      DBANK73P
020900     PERFORM SCAN-ITEMS THRU                                      DBANK73P
021000             SCAN-ITEMS-EXIT.                                     DBANK73P
021100     IF WS-LAST-SEQ IS EQUAL TO 99                                DBANK73P
021200       SET CD73O-ERROR TO TRUE                                    DBANK73P
021300       MOVE 'Loan already has 99 collateral items' TO CD73O-MSG   DBANK73P
021400       GO TO WRITE-PROCESSING-EXIT                                DBANK73P
021500     END-IF.                                                      DBANK73P
021600     MOVE SPACES TO WS-BNKCLAT-REC.                               DBANK73P
021700     MOVE CD73I-LOAN-ID TO CLT-REC-LOAN-ID.                       DBANK73P
021800     COMPUTE CLT-REC-SEQ = WS-LAST-SEQ + 1.                       DBANK73P
021900     MOVE LNM-REC-PID TO CLT-REC-PID.                             DBANK73P
022000     PERFORM MOVE-ITEM-FIELDS THRU                                DBANK73P
022100             MOVE-ITEM-FIELDS-EXIT.                               DBANK73P
022200     SET CLT-STATUS-HELD TO TRUE.                                 DBANK73P
022300     MOVE CLT-KEY TO WS-BNKCLAT-RID.                              DBANK73P
022400     EXEC CICS WRITE FILE('BNKCLAT')                              DBANK73P
022500                    FROM(WS-BNKCLAT-REC)                          DBANK73P
022600                    LENGTH(LENGTH OF WS-BNKCLAT-REC)              DBANK73P
022700                    RIDFLD(WS-BNKCLAT-RID)                        DBANK73P
022800                    RESP(WS-RESP)                                 DBANK73P
022900     END-EXEC.                                                    DBANK73P
023000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK73P
023100       SET CD73O-ERROR TO TRUE                                    DBANK73P
023200       MOVE 'Unable to add the collateral item' TO CD73O-MSG      DBANK73P
023300       GO TO WRITE-PROCESSING-EXIT                                DBANK73P
023400     END-IF.                                                      DBANK73P
023500     MOVE 'ADD ' TO WS-AUDIT-ACTION.                              DBANK73P
023600     MOVE ZERO TO WS-OLD-VALUE-DISPLAY.                           DBANK73P
023700     MOVE CLT-REC-APPRAISED-VALUE TO WS-NEW-VALUE-DISPLAY.        DBANK73P
023800     PERFORM WRITE-MAINT-AUDIT THRU                               DBANK73P
023900             WRITE-MAINT-AUDIT-EXIT.                              DBANK73P
024000     MOVE CLT-REC-SEQ TO CD73I-SEQ.                               DBANK73P
024100     PERFORM SCAN-ITEMS THRU                                      DBANK73P
024200             SCAN-ITEMS-EXIT.                                     DBANK73P
024300     PERFORM FILL-OUTPUT-FIELDS THRU                              DBANK73P
024400             FILL-OUTPUT-FIELDS-EXIT.                             DBANK73P
024500 WRITE-PROCESSING-EXIT.                                           DBANK73P
024600     EXIT.                                                        DBANK73P
024700                                                                  DBANK73P
024800***************************************************************** DBANK73P
024900* Update request - a new appraisal, lien position or insurance  * DBANK73P
025000* renewal against an item still held                            * DBANK73P
025100***************************************************************** DBANK73P
025200 UPDATE-PROCESSING.                                               DBANK73P
025300     PERFORM EDIT-ITEM-FIELDS THRU                                DBANK73P
025400             EDIT-ITEM-FIELDS-EXIT.                               DBANK73P
025500     IF NOT CD73O-OK                                              DBANK73P
025600       GO TO UPDATE-PROCESSING-EXIT                               DBANK73P
025700     END-IF.                                                      DBANK73P
025800     PERFORM READ-ITEM-FOR-UPDATE THRU                            DBANK73P
025900             READ-ITEM-FOR-UPDATE-EXIT.                           DBANK73P
026000     IF NOT CD73O-OK                                              DBANK73P
026100       GO TO UPDATE-PROCESSING-EXIT                               DBANK73P
026200     END-IF.                                                      DBANK73P
026300     IF CLT-STATUS-RELEASED                                       DBANK73P
026400       EXEC CICS UNLOCK FILE('BNKCLAT')                           DBANK73P
026500       END-EXEC                                                   DBANK73P
026600       SET CD73O-ERROR TO TRUE                                    DBANK73P
026700       MOVE 'Item has been released' TO CD73O-MSG                 DBANK73P
026800       GO TO UPDATE-PROCESSING-EXIT                               DBANK73P
026900     END-IF.                                                      DBANK73P
027000     MOVE CLT-REC-APPRAISED-VALUE TO WS-OLD-VALUE-DISPLAY.        DBANK73P
027100     PERFORM MOVE-ITEM-FIELDS THRU                                DBANK73P
027200             MOVE-ITEM-FIELDS-EXIT.                               DBANK73P
027300     EXEC CICS REWRITE FILE('BNKCLAT')                            DBANK73P
027400                    FROM(WS-BNKCLAT-REC)                          DBANK73P
027500                    LENGTH(LENGTH OF WS-BNKCLAT-REC)              DBANK73P
027600                    RESP(WS-RESP)                                 DBANK73P
027700     END-EXEC.                                                    DBANK73P
027800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK73P
027900       SET CD73O-ERROR TO TRUE                                    DBANK73P
028000       MOVE 'Unable to update the collateral item' TO CD73O-MSG   DBANK73P
028100       GO TO UPDATE-PROCESSING-EXIT                               DBANK73P
028200     END-IF.                                                      DBANK73P
028300     MOVE 'UPD ' TO WS-AUDIT-ACTION.                              DBANK73P
028400     MOVE CLT-REC-APPRAISED-VALUE TO WS-NEW-VALUE-DISPLAY.        DBANK73P
028500     PERFORM WRITE-MAINT-AUDIT THRU                               DBANK73P
028600             WRITE-MAINT-AUDIT-EXIT.                              DBANK73P
028700     PERFORM SCAN-ITEMS THRU                                      DBANK73P
028800             SCAN-ITEMS-EXIT.                                     DBANK73P
028900     PERFORM FILL-OUTPUT-FIELDS THRU                              DBANK73P
029000             FILL-OUTPUT-FIELDS-EXIT.                             DBANK73P
029100 UPDATE-PROCESSING-EXIT.                                          DBANK73P
029200     EXIT.                                                        DBANK73P
029300                                                                  DBANK73P
029400***************************************************************** DBANK73P
029500* Release request - the lien is discharged; the row stays on    * DBANK73P
029600* file as the record of what was held                           * DBANK73P
029700***************************************************************** DBANK73P
029800 RELEASE-PROCESSING.                                              DBANK73P
029900     PERFORM READ-ITEM-FOR-UPDATE THRU                            DBANK73P
030000             READ-ITEM-FOR-UPDATE-EXIT.                           DBANK73P
030100     IF NOT CD73O-OK                                              DBANK73P
030200       GO TO RELEASE-PROCESSING-EXIT                              DBANK73P
030300     END-IF.                                                      DBANK73P
030400     IF CLT-STATUS-RELEASED                                       DBANK73P
030500       EXEC CICS UNLOCK FILE('BNKCLAT')                           DBANK73P
030600       END-EXEC                                                   DBANK73P
030700       SET CD73O-ERROR TO TRUE                                    DBANK73P
030800       MOVE 'Item has already been released' TO CD73O-MSG         DBANK73P
030900       GO TO RELEASE-PROCESSING-EXIT                              DBANK73P
031000     END-IF.                                                      DBANK73P
031100     MOVE CLT-REC-APPRAISED-VALUE TO WS-OLD-VALUE-DISPLAY.        DBANK73P
031200     MOVE CLT-REC-APPRAISED-VALUE TO WS-NEW-VALUE-DISPLAY.        DBANK73P
031300     SET CLT-STATUS-RELEASED TO TRUE.                             DBANK73P
031400     MOVE WS-TS-DATE TO CLT-REC-MAINT-DATE.                       DBANK73P
031500     MOVE CD73I-USERID TO CLT-REC-MAINT-USER.                     DBANK73P
031600     EXEC CICS REWRITE FILE('BNKCLAT')                            DBANK73P
031700                    FROM(WS-BNKCLAT-REC)                          DBANK73P
031800                    LENGTH(LENGTH OF WS-BNKCLAT-REC)              DBANK73P
031900                    RESP(WS-RESP)                                 DBANK73P
032000     END-EXEC.                                                    DBANK73P
032100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK73P
032200       SET CD73O-ERROR TO TRUE                                    DBANK73P
032300       MOVE 'Unable to release the collateral item' TO CD73O-MSG  DBANK73P
032400       GO TO RELEASE-PROCESSING-EXIT                              DBANK73P
032500     END-IF.                                                      DBANK73P
032600     MOVE 'REL ' TO WS-AUDIT-ACTION.                              DBANK73P
032700     PERFORM WRITE-MAINT-AUDIT THRU                               DBANK73P
032800             WRITE-MAINT-AUDIT-EXIT.                              DBANK73P
032900     PERFORM SCAN-ITEMS THRU                                      DBANK73P
033000             SCAN-ITEMS-EXIT.                                     DBANK73P
033100     PERFORM FILL-OUTPUT-FIELDS THRU                              DBANK73P
033200             FILL-OUTPUT-FIELDS-EXIT.                             DBANK73P
033300 RELEASE-PROCESSING-EXIT.                                         DBANK73P
033400     EXIT.                                                        DBANK73P
033500                                                                  DBANK73P
033600***************************************************************** DBANK73P
033700* Read the keyed item for update                                * DBANK73P
033800***************************************************************** DBANK73P
033900 READ-ITEM-FOR-UPDATE.                                            DBANK73P
034000     IF CD73I-SEQ IS NOT NUMERIC                                  DBANK73P
034100       SET CD73O-ERROR TO TRUE                                    DBANK73P
034200       MOVE 'Key the item number' TO CD73O-MSG                    DBANK73P
034300       GO TO READ-ITEM-FOR-UPDATE-EXIT                            DBANK73P
034400     END-IF.                                                      DBANK73P
034500     MOVE CD73I-LOAN-ID TO WS-BNKCLAT-RID-LOAN-ID.                DBANK73P
034600     MOVE CD73I-SEQ TO WS-BNKCLAT-RID-SEQ.                        DBANK73P
034700     EXEC CICS READ FILE('BNKCLAT')                               DBANK73P
034800                    UPDATE                                        DBANK73P
034900                    INTO(WS-BNKCLAT-REC)                          DBANK73P
035000                    LENGTH(LENGTH OF WS-BNKCLAT-REC)              DBANK73P
035100                    RIDFLD(WS-BNKCLAT-RID)                        DBANK73P
035200                    RESP(WS-RESP)                                 DBANK73P
035300     END-EXEC.                                                    DBANK73P
035400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK73P
035500       SET CD73O-NOTFND TO TRUE                                   DBANK73P
035600       MOVE 'Collateral item not found' TO CD73O-MSG              DBANK73P
035700     END-IF.                                                      DBANK73P
035800 READ-ITEM-FOR-UPDATE-EXIT.                                       DBANK73P
035900     EXIT.                                                        DBANK73P
036000                                                                  DBANK73P
036100***************************************************************** DBANK73P
036200* Edit the keyed item - asset type P(roperty), V(ehicle) or     * DBANK73P
036300* O(ther), a description, an appraised value and its date (not  * DBANK73P
036400* in the future), lien position 1-9, and an insurance expiry    * DBANK73P
036500* which property and vehicles must carry                        * DBANK73P
036600***************************************************************** DBANK73P
036700 EDIT-ITEM-FIELDS.                                                DBANK73P
036800     IF CD73I-ASSET-TYPE IS NOT EQUAL TO 'P' AND                  DBANK73P
036900        CD73I-ASSET-TYPE IS NOT EQUAL TO 'V' AND                  DBANK73P
037000        CD73I-ASSET-TYPE IS NOT EQUAL TO 'O'                      DBANK73P
037100       SET CD73O-ERROR TO TRUE                                    DBANK73P
037200       MOVE 'Asset type must be P, V or O' TO CD73O-MSG           DBANK73P
037300       GO TO EDIT-ITEM-FIELDS-EXIT                                DBANK73P
037400     END-IF.                                                      DBANK73P
037500     IF CD73I-DESC IS EQUAL TO SPACES OR                          DBANK73P
037600        CD73I-DESC IS EQUAL TO LOW-VALUES                         DBANK73P
037700       SET CD73O-ERROR TO TRUE                                    DBANK73P
037800       MOVE 'Describe the asset' TO CD73O-MSG                     DBANK73P
037900       GO TO EDIT-ITEM-FIELDS-EXIT                                DBANK73P
038000     END-IF.                                                      DBANK73P
038100     IF CD73I-APPRAISED-VALUE IS NOT NUMERIC OR                   DBANK73P
038200        CD73I-APPRAISED-VALUE IS EQUAL TO ZERO                    DBANK73P
038300       SET CD73O-ERROR TO TRUE                                    DBANK73P
038400       MOVE 'Key the appraised value' TO CD73O-MSG                DBANK73P
038500       GO TO EDIT-ITEM-FIELDS-EXIT                                DBANK73P
038600     END-IF.                                                      DBANK73P
038700     MOVE CD73I-VALUATION-DATE TO WS-DATE-CHECK.                  DBANK73P
038800     PERFORM CHECK-ISO-DATE THRU                                  DBANK73P
038900             CHECK-ISO-DATE-EXIT.                                 DBANK73P
039000     IF WS-DATE-VALID IS NOT EQUAL TO 'Y' OR                      DBANK73P
039100        CD73I-VALUATION-DATE IS GREATER THAN WS-TS-DATE (1:10)    DBANK73P
039200       SET CD73O-ERROR TO TRUE                                    DBANK73P
039300       MOVE 'Valuation date must be yyyy-mm-dd, past'             DBANK73P
039400         TO CD73O-MSG                                             DBANK73P
039500       GO TO EDIT-ITEM-FIELDS-EXIT                                DBANK73P
039600     END-IF.                                                      DBANK73P
039700     IF CD73I-LIEN-POSITION IS NOT NUMERIC OR                     DBANK73P
039800        CD73I-LIEN-POSITION IS EQUAL TO '0'                       DBANK73P
039900       SET CD73O-ERROR TO TRUE                                    DBANK73P
040000       MOVE 'Lien position must be 1 to 9' TO CD73O-MSG           DBANK73P
040100       GO TO EDIT-ITEM-FIELDS-EXIT                                DBANK73P
040200     END-IF.                                                      DBANK73P
040300     IF CD73I-INSURANCE-EXPIRY IS EQUAL TO SPACES OR              DBANK73P
040400        CD73I-INSURANCE-EXPIRY IS EQUAL TO LOW-VALUES             DBANK73P
040500       MOVE SPACES TO CD73I-INSURANCE-EXPIRY                      DBANK73P
040600       IF CD73I-ASSET-TYPE IS NOT EQUAL TO 'O'                    DBANK73P
040700         SET CD73O-ERROR TO TRUE                                  DBANK73P
040800         MOVE 'Key the insurance expiry date' TO CD73O-MSG        DBANK73P
040900       END-IF                                                     DBANK73P
041000       GO TO EDIT-ITEM-FIELDS-EXIT                                DBANK73P
041100     END-IF.                                                      DBANK73P
041200     MOVE CD73I-INSURANCE-EXPIRY TO WS-DATE-CHECK.                DBANK73P
041300     PERFORM CHECK-ISO-DATE THRU                                  DBANK73P
041400             CHECK-ISO-DATE-EXIT.                                 DBANK73P
041500     IF WS-DATE-VALID IS NOT EQUAL TO 'Y'                         DBANK73P
041600       SET CD73O-ERROR TO TRUE                                    DBANK73P
041700       MOVE 'Insurance expiry must be yyyy-mm-dd' TO CD73O-MSG    DBANK73P
041800     END-IF.                                                      DBANK73P
041900 EDIT-ITEM-FIELDS-EXIT.                                           DBANK73P
042000     EXIT.                                                        DBANK73P
042100                                                                  DBANK73P
042200***************************************************************** DBANK73P
042300* Check WS-DATE-CHECK is a plausible yyyy-mm-dd date            * DBANK73P
042400***************************************************************** DBANK73P
042500 CHECK-ISO-DATE.                                                  DBANK73P
042600     MOVE 'N' TO WS-DATE-VALID.                                   DBANK73P
042700     IF WS-DATE-CHECK-YYYY IS NOT NUMERIC OR                      DBANK73P
042800        WS-DATE-CHECK-MM IS NOT NUMERIC OR                        DBANK73P
042900        WS-DATE-CHECK-DD IS NOT NUMERIC OR                        DBANK73P
043000        WS-DATE-CHECK-DASH1 IS NOT EQUAL TO '-' OR                DBANK73P
043100        WS-DATE-CHECK-DASH2 IS NOT EQUAL TO '-'                   DBANK73P
043200       GO TO CHECK-ISO-DATE-EXIT                                  DBANK73P
043300     END-IF.                                                      DBANK73P
043400     IF WS-DATE-CHECK-MM-N IS LESS THAN 1 OR                      DBANK73P
043500        WS-DATE-CHECK-MM-N IS GREATER THAN 12 OR                  DBANK73P
043600        WS-DATE-CHECK-DD-N IS LESS THAN 1 OR                      DBANK73P
043700        WS-DATE-CHECK-DD-N IS GREATER THAN 31                     DBANK73P
043800       GO TO CHECK-ISO-DATE-EXIT                                  DBANK73P
043900     END-IF.                                                      DBANK73P
044000     MOVE 'Y' TO WS-DATE-VALID.                                   DBANK73P
044100 CHECK-ISO-DATE-EXIT.                                             DBANK73P
044200     EXIT.                                                        DBANK73P
044300                                                                  DBANK73P
044400***************************************************************** DBANK73P
044500* Move the edited fields onto the record                        * DBANK73P
044600***************************************************************** DBANK73P
044700 MOVE-ITEM-FIELDS.                                                DBANK73P
044800     MOVE CD73I-ASSET-TYPE TO CLT-REC-ASSET-TYPE.                 DBANK73P
044900     MOVE CD73I-DESC TO CLT-REC-DESC.                             DBANK73P
045000     MOVE CD73I-APPRAISED-VALUE TO CLT-REC-APPRAISED-VALUE.       DBANK73P
045100     MOVE CD73I-VALUATION-DATE TO CLT-REC-VALUATION-DATE.         DBANK73P
045200     MOVE CD73I-LIEN-POSITION TO CLT-REC-LIEN-POSITION.           DBANK73P
045300     MOVE CD73I-INSURANCE-EXPIRY TO CLT-REC-INSURANCE-EXPIRY.     DBANK73P
045400     MOVE WS-TS-DATE TO CLT-REC-MAINT-DATE.                       DBANK73P
045500     MOVE CD73I-USERID TO CLT-REC-MAINT-USER.                     DBANK73P
045600 MOVE-ITEM-FIELDS-EXIT.                                           DBANK73P
045700     EXIT.                                                        DBANK73P
045800                                                                  DBANK73P
045900***************************************************************** DBANK73P
046000* Return the item record to the caller                          * DBANK73P
046100***************************************************************** DBANK73P
046200 FILL-OUTPUT-FIELDS.                                              DBANK73P
046300     MOVE CLT-REC-LOAN-ID TO CD73O-LOAN-ID.                       DBANK73P
046400     MOVE CLT-REC-PID TO CD73O-PID.                               DBANK73P
046500     MOVE CLT-REC-SEQ TO CD73O-SEQ.                               DBANK73P
046600     MOVE CLT-REC-ASSET-TYPE TO CD73O-ASSET-TYPE.                 DBANK73P
046700     MOVE CLT-REC-DESC TO CD73O-DESC.                             DBANK73P
046800     IF CLT-REC-APPRAISED-VALUE IS NUMERIC                        DBANK73P
046900       MOVE CLT-REC-APPRAISED-VALUE TO CD73O-APPRAISED-VALUE      DBANK73P
047000     END-IF.                                                      DBANK73P
047100     MOVE CLT-REC-VALUATION-DATE TO CD73O-VALUATION-DATE.         DBANK73P
047200     MOVE CLT-REC-LIEN-POSITION TO CD73O-LIEN-POSITION.           DBANK73P
047300     MOVE CLT-REC-INSURANCE-EXPIRY TO CD73O-INSURANCE-EXPIRY.     DBANK73P
047400     MOVE CLT-REC-STATUS TO CD73O-STATUS.                         DBANK73P
047500     MOVE CLT-REC-MAINT-DATE TO CD73O-MAINT-DATE.                 DBANK73P
047600     MOVE CLT-REC-MAINT-USER TO CD73O-MAINT-USER.                 DBANK73P
047700 FILL-OUTPUT-FIELDS-EXIT.                                         DBANK73P
047800     EXIT.                                                        DBANK73P
047900                                                                  DBANK73P
048000***************************************************************** DBANK73P
048100* Browse the loan's items from the keyed sequence, listing the  * DBANK73P
048200* first four and noting the highest sequence in use             * DBANK73P
048300***************************************************************** DBANK73P
048400 SCAN-ITEMS.                                                      DBANK73P
048500     MOVE 0 TO WS-SUB1.                                           DBANK73P
048600     MOVE 0 TO WS-LAST-SEQ.                                       DBANK73P
048700     MOVE CD73I-LOAN-ID TO WS-BNKCLAT-RID-LOAN-ID.                DBANK73P
048800     IF CD73I-SEQ IS NUMERIC                                      DBANK73P
048900       MOVE CD73I-SEQ TO WS-BNKCLAT-RID-SEQ                       DBANK73P
049000     ELSE                                                         DBANK73P
049100       MOVE ZERO TO WS-BNKCLAT-RID-SEQ                            DBANK73P
049200     END-IF.                                                      DBANK73P
049300     EXEC CICS STARTBR FILE('BNKCLAT')                            DBANK73P
049400                  RIDFLD(WS-BNKCLAT-RID)                          DBANK73P
049500                  GTEQ                                            DBANK73P
049600                  RESP(WS-RESP)                                   DBANK73P
049700     END-EXEC.                                                    DBANK73P
049800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK73P
049900       GO TO SCAN-ITEMS-EXIT                                      DBANK73P
050000     END-IF.                                                      DBANK73P
050100 SCAN-ITEMS-LOOP.                                                 DBANK73P
050200     EXEC CICS READNEXT FILE('BNKCLAT')                           DBANK73P
050300                  INTO(WS-BNKCLAT-REC)                            DBANK73P
050400                  LENGTH(LENGTH OF WS-BNKCLAT-REC)                DBANK73P
050500                  RIDFLD(WS-BNKCLAT-RID)                          DBANK73P
050600                  RESP(WS-RESP)                                   DBANK73P
050700     END-EXEC.                                                    DBANK73P
050800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK73P
050900       GO TO SCAN-ITEMS-DONE                                      DBANK73P
051000     END-IF.                                                      DBANK73P
051100     IF CLT-REC-LOAN-ID IS NOT EQUAL TO CD73I-LOAN-ID             DBANK73P
051200       GO TO SCAN-ITEMS-DONE                                      DBANK73P
051300     END-IF.                                                      DBANK73P
051400     MOVE CLT-REC-SEQ TO WS-LAST-SEQ.                             DBANK73P
051500     IF WS-SUB1 IS LESS THAN 4                                    DBANK73P
051600       ADD 1 TO WS-SUB1                                           DBANK73P
051700       MOVE CLT-REC-SEQ TO CD73O-ENTRY-SEQ (WS-SUB1)              DBANK73P
051800       MOVE CLT-REC-ASSET-TYPE TO CD73O-ENTRY-TYPE (WS-SUB1)      DBANK73P
051900       MOVE CLT-REC-DESC TO CD73O-ENTRY-DESC (WS-SUB1)            DBANK73P
052000       IF CLT-REC-APPRAISED-VALUE IS NUMERIC                      DBANK73P
052100         MOVE CLT-REC-APPRAISED-VALUE                             DBANK73P
052200           TO CD73O-ENTRY-VALUE (WS-SUB1)                         DBANK73P
052300       END-IF                                                     DBANK73P
052400       MOVE CLT-REC-STATUS TO CD73O-ENTRY-STATUS (WS-SUB1)        DBANK73P
052500     END-IF.                                                      DBANK73P
052600     GO TO SCAN-ITEMS-LOOP.                                       DBANK73P
052700 SCAN-ITEMS-DONE.                                                 DBANK73P
052800     EXEC CICS ENDBR FILE('BNKCLAT')                              DBANK73P
052900     END-EXEC.                                                    DBANK73P
053000 SCAN-ITEMS-EXIT.                                                 DBANK73P
053100     EXIT.                                                        DBANK73P
053200                                                                  DBANK73P
053300***************************************************************** DBANK73P
053400* Write the before/after audit posting for the change under     * DBANK73P
053500* the maintenance transaction type, as DBANK41P does.  The      * DBANK73P
053600* posting carries no amount - the GL feed has no mapping for    * DBANK73P
053700* it and skips it.                                              * DBANK73P
053800***************************************************************** DBANK73P
053900 WRITE-MAINT-AUDIT.                                               DBANK73P
054000     MOVE SPACES TO WS-BNKTXN-REC.                                DBANK73P
054100     MOVE CLT-REC-PID TO BTX-REC-PID.                             DBANK73P
054200     MOVE 'M' TO BTX-REC-TYPE.                                    DBANK73P
054300     MOVE '2' TO BTX-REC-SUB-TYPE.                                DBANK73P
054400     MOVE SPACES TO BTX-REC-ACCNO.                                DBANK73P
054500     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      DBANK73P
054600     MOVE ZERO TO BTX-REC-AMOUNT.                                 DBANK73P
054700     MOVE SPACES TO TXN-DATA.                                     DBANK73P
054800     STRING 'CLT ' DELIMITED BY SIZE                              DBANK73P
054900            WS-AUDIT-ACTION DELIMITED BY SIZE                     DBANK73P
055000            CLT-REC-LOAN-ID (1:10) DELIMITED BY SIZE              DBANK73P
055100            '/' DELIMITED BY SIZE                                 DBANK73P
055200            CLT-REC-SEQ DELIMITED BY SIZE                         DBANK73P
055300            ' ' DELIMITED BY SIZE                                 DBANK73P
055400            WS-OLD-VALUE-DISPLAY DELIMITED BY SIZE                DBANK73P
055500       INTO TXN-T1-OLD-DESC.                                      DBANK73P
055600     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       DBANK73P
055700     MOVE SPACES TO TXN-DATA.                                     DBANK73P
055800     STRING 'VALUE ' DELIMITED BY SIZE                            DBANK73P
055900            WS-NEW-VALUE-DISPLAY DELIMITED BY SIZE                DBANK73P
056000            ' ' DELIMITED BY SIZE                                 DBANK73P
056100            CLT-REC-STATUS DELIMITED BY SIZE                      DBANK73P
056200            ' BY ' DELIMITED BY SIZE                              DBANK73P
056300            CD73I-USERID DELIMITED BY SIZE                        DBANK73P
056400       INTO TXN-T1-OLD-DESC.                                      DBANK73P
056500     MOVE TXN-DATA-OLD TO BTX-REC-DATA-NEW.                       DBANK73P
056600     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBANK73P
056700     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBANK73P
056800     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBANK73P
056900     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBANK73P
057000                           WS-TWOS-COMP-INPUT                     DBANK73P
057100                           WS-TWOS-COMP-OUTPUT                    DBANK73P
057200                           WS-TWOS-COMP-FORMAT.                   DBANK73P
057300     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            DBANK73P
057400     MOVE WS-TIMESTAMP TO WS-BNKTXN-RID.                          DBANK73P
057500 COPY CBANKTXP.                                                   DBANK73P
057600     EXEC CICS WRITE FILE('BNKTXN')                               DBANK73P
057700                    FROM(WS-BNKTXN-REC)                           DBANK73P
057800                    LENGTH(LENGTH OF WS-BNKTXN-REC)               DBANK73P
057900                    RIDFLD(WS-BNKTXN-RID)                         DBANK73P
058000                    KEYLENGTH(LENGTH OF WS-BNKTXN-RID)            DBANK73P
058100                    RESP(WS-RESP)                                 DBANK73P
058200     END-EXEC                                                     DBANK73P
058214     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK73P
058228        MOVE 'BNKTXN' TO CD85I-FILE                               DBANK73P
058242        SET CD85I-ADD TO TRUE                                     DBANK73P
058256        MOVE WS-BNKTXN-REC TO CD85I-IMAGE                         DBANK73P
058270        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           DBANK73P
058284     END-IF.                                                      DBANK73P
058300 WRITE-MAINT-AUDIT-EXIT.                                          DBANK73P
058400     EXIT.                                                        DBANK73P
058500                                                                  DBANK73P
058509***************************************************************** DBANK73P
058518* Journal the after-image of the master-file update just        * DBANK73P
058527* made so it can be rolled forward onto a reload                * DBANK73P
058536***************************************************************** DBANK73P
058545 JOURNAL-UPDATE.                                                  DBANK73P
058554     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         DBANK73P
058563 COPY CBANKX85.                                                   DBANK73P
058572 JOURNAL-UPDATE-EXIT.                                             DBANK73P
058581     EXIT.                                                        DBANK73P
058590                                                                  DBANK73P
058600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK73P
