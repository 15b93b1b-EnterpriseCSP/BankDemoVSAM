000100***************************************************************** DBANK68P
000200*                                                               * DBANK68P
000300*   Copyright (C) 1998-2026 Micro Focus. All Rights Reserved.   * DBANK68P
000400*   This demonstration program is provided for use by users     * DBANK68P
000500*   of Micro Focus products and may be used, modified and       * DBANK68P
000600*   distributed as part of your application provided that       * DBANK68P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK68P
000800*   in this material.                                           * DBANK68P
000900*                                                               * DBANK68P
001000***************************************************************** DBANK68P
001100                                                                  DBANK68P
001200***************************************************************** DBANK68P
001300* Program:     DBANK68P.CBL                                     * DBANK68P
001400* Function:    Card purchase authorization check.  CHECK reads  * DBANK68P
001500*              the card on BNKCARD and answers a network        * DBANK68P
001600*              decline code if it is lost, captured, blocked    * DBANK68P
001700*              or past its expiry date; finds the account the   * DBANK68P
001800*              purchase posts to the way the ZBNKPOS1           * DBANK68P
001900*              settlement run does - the card's linked account, * DBANK68P
002000*              else the holder's first open account; and        * DBANK68P
002100*              declines the amount if it is more than the       * DBANK68P
002200*              available funds - balance plus pending memo      * DBANK68P
002300*              items plus the overdraft cushion, less the legal * DBANK68P
002400*              orders and the availability and authorization    * DBANK68P
002500*              holds.  Nothing is updated.  VSAM version        * DBANK68P
002600***************************************************************** DBANK68P
002700                                                                  DBANK68P
002800 IDENTIFICATION DIVISION.                                         DBANK68P
002900 PROGRAM-ID.                                                      DBANK68P
003000     DBANK68P.                                                    DBANK68P
003100 DATE-WRITTEN.                                                    DBANK68P
003200     October 2026.                                                DBANK68P
003300 DATE-COMPILED.                                                   DBANK68P
003400     Today.                                                       DBANK68P
003500                                                                  DBANK68P
003600 ENVIRONMENT DIVISION.                                            DBANK68P
003700                                                                  DBANK68P
003800 DATA DIVISION.                                                   DBANK68P
003900                                                                  DBANK68P
004000 WORKING-STORAGE SECTION.                                         DBANK68P
004100 01  WS-MISC-STORAGE.                                             DBANK68P
004200   05  WS-PROGRAM-ID                         PIC X(8)             DBANK68P
004300       VALUE 'DBANK68P'.                                          DBANK68P
004400   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK68P
004500   05  WS-RESP                               PIC S9(8) COMP.      DBANK68P
004600   05  WS-BNKCARD-RID                        PIC X(16).           DBANK68P
004700   05  WS-BNKACC-RID                         PIC X(9).            DBANK68P
004800   05  WS-BNKACCT-AIX1-RID                   PIC X(5).            DBANK68P
004900   05  WS-MEMO-PENDING                       PIC S9(9)V99         DBANK68P
005000       COMP-3.                                                    DBANK68P
005100   05  WS-BNKLGL-RID.                                             DBANK68P
005200     10  WS-LGL-RID-ACCNO                    PIC X(9).            DBANK68P
005300     10  WS-LGL-RID-SEQ                      PIC 9(2).            DBANK68P
005400   05  WS-HELD-TOTAL                         PIC S9(9)V99         DBANK68P
005500       COMP-3.                                                    DBANK68P
005600   05  WS-BNKAVLH-RID.                                            DBANK68P
005700     10  WS-AVH-RID-ACCNO                    PIC X(9).            DBANK68P
005800     10  WS-AVH-RID-SEQ                      PIC 9(2).            DBANK68P
005900   05  WS-AVAIL-HELD-TOTAL                   PIC S9(9)V99         DBANK68P
006000       COMP-3.                                                    DBANK68P
006100                                                                  DBANK68P
006200 COPY CTSTAMPD.                                                   DBANK68P
006300                                                                  DBANK68P
006400 01  WS-BNKCARD-REC.                                              DBANK68P
006500 COPY CBANKVCD.                                                   DBANK68P
006600                                                                  DBANK68P
006700 01  WS-BNKACC-REC.                                               DBANK68P
006800 COPY CBANKVAC.                                                   DBANK68P
006900                                                                  DBANK68P
007000 01  WS-BNKLGL-REC.                                               DBANK68P
007100 COPY CBANKVLL.                                                   DBANK68P
007200                                                                  DBANK68P
007300 01  WS-BNKAVLH-REC.                                              DBANK68P
007400 COPY CBANKVAH.                                                   DBANK68P
007500                                                                  DBANK68P
007600 01  WS-MEMO-DATA.                                                DBANK68P
007700 COPY CBANKD67.                                                   DBANK68P
007800                                                                  DBANK68P
007900 01  WS-COMMAREA.                                                 DBANK68P
008000 COPY CBANKD68.                                                   DBANK68P
008100                                                                  DBANK68P
008200 COPY CABENDD.                                                    DBANK68P
008300                                                                  DBANK68P
008400 LINKAGE SECTION.                                                 DBANK68P
008500 01  DFHCOMMAREA.                                                 DBANK68P
008600   05  LK-COMMAREA                           PIC X(1)             DBANK68P
008700       OCCURS 1 TO 4096 TIMES                                     DBANK68P
008800         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK68P
008900                                                                  DBANK68P
009000 COPY CENTRY.                                                     DBANK68P
009100***************************************************************** DBANK68P
009200* Move the passed data to our area                              * DBANK68P
009300***************************************************************** DBANK68P
009400     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK68P
009500     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK68P
009600                                                                  DBANK68P
009700***************************************************************** DBANK68P
009800* Initialize our output area                                    * DBANK68P
009900***************************************************************** DBANK68P
010000     MOVE SPACES TO CD68O-DATA.                                   DBANK68P
010100     MOVE ZERO TO CD68O-AVAILABLE.                                DBANK68P
010200                                                                  DBANK68P
010300***************************************************************** DBANK68P
010400* See what kind of request we have and react accordingly        * DBANK68P
010500***************************************************************** DBANK68P
010600     EVALUATE TRUE                                                DBANK68P
010700       WHEN CD68I-CHECK                                           DBANK68P
010800         PERFORM CHECK-PROCESSING THRU                            DBANK68P
010900                 CHECK-PROCESSING-EXIT                            DBANK68P
011000       WHEN OTHER                                                 DBANK68P
011100         MOVE '96' TO CD68O-RESPONSE                              DBANK68P
011200         MOVE 'Bad request code' TO CD68O-MSG                     DBANK68P
011300     END-EVALUATE.                                                DBANK68P
011400                                                                  DBANK68P
011500***************************************************************** DBANK68P
011600* Move the result back to the callers area                      * DBANK68P
011700***************************************************************** DBANK68P
011800     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK68P
011900                                                                  DBANK68P
012000***************************************************************** DBANK68P
012100* Return to our caller                                          * DBANK68P
012200***************************************************************** DBANK68P
012300 COPY CRETURN.                                                    DBANK68P
012400                                                                  DBANK68P
012500***************************************************************** DBANK68P
012600* Check the card, find its account and measure the purchase     * DBANK68P
012700* against the available funds                                   * DBANK68P
012800***************************************************************** DBANK68P
012900 CHECK-PROCESSING.                                                DBANK68P
013000 COPY CTSTAMPP.                                                   DBANK68P
013100     MOVE CD68I-CARD-NUMBER TO WS-BNKCARD-RID.                    DBANK68P
013200     EXEC CICS READ FILE('BNKCARD')                               DBANK68P
013300                    INTO(WS-BNKCARD-REC)                          DBANK68P
013400                    LENGTH(LENGTH OF WS-BNKCARD-REC)              DBANK68P
013500                    RIDFLD(WS-BNKCARD-RID)                        DBANK68P
013600                    RESP(WS-RESP)                                 DBANK68P
013700     END-EXEC.                                                    DBANK68P
013800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK68P
013900        MOVE '14' TO CD68O-RESPONSE                               DBANK68P
014000        MOVE 'Card not on file' TO CD68O-MSG                      DBANK68P
014100        GO TO CHECK-PROCESSING-EXIT                               DBANK68P
014200     END-IF.                                                      DBANK68P
014300     IF CRD-STATUS-LOST                                           DBANK68P
014400        MOVE '41' TO CD68O-RESPONSE                               DBANK68P
014500        MOVE 'Card reported lost' TO CD68O-MSG                    DBANK68P
014600        GO TO CHECK-PROCESSING-EXIT                               DBANK68P
014700     END-IF.                                                      DBANK68P
014800     IF CRD-STATUS-CAPTURED                                       DBANK68P
014900        MOVE '43' TO CD68O-RESPONSE                               DBANK68P
015000        MOVE 'Card was captured' TO CD68O-MSG                     DBANK68P
015100        GO TO CHECK-PROCESSING-EXIT                               DBANK68P
015200     END-IF.                                                      DBANK68P
015300     IF NOT CRD-STATUS-ACTIVE                                     DBANK68P
015400        MOVE '62' TO CD68O-RESPONSE                               DBANK68P
015500        MOVE 'Card is blocked' TO CD68O-MSG                       DBANK68P
015600        GO TO CHECK-PROCESSING-EXIT                               DBANK68P
015700     END-IF.                                                      DBANK68P
015800     IF CRD-REC-EXPIRY-DTE IS LESS THAN WS-TS-DATE (1:10)         DBANK68P
015900        MOVE '54' TO CD68O-RESPONSE                               DBANK68P
016000        MOVE 'Card expired' TO CD68O-MSG                          DBANK68P
016100        GO TO CHECK-PROCESSING-EXIT                               DBANK68P
016200     END-IF.                                                      DBANK68P
016300     MOVE CRD-REC-PID TO CD68O-PID.                               DBANK68P
016400                                                                  DBANK68P
016500     PERFORM FIND-POSTING-ACCOUNT THRU                            DBANK68P
016600             FIND-POSTING-ACCOUNT-EXIT.                           DBANK68P
016700     IF CD68O-ACCNO IS EQUAL TO SPACES                            DBANK68P
016800        MOVE '57' TO CD68O-RESPONSE                               DBANK68P
016900        MOVE 'No open account for card' TO CD68O-MSG              DBANK68P
017000        GO TO CHECK-PROCESSING-EXIT                               DBANK68P
017100     END-IF.                                                      DBANK68P
017200     IF BAC-REC-OD-LIMIT IS NOT NUMERIC                           DBANK68P
017300        MOVE ZERO TO BAC-REC-OD-LIMIT                             DBANK68P
017400     END-IF.                                                      DBANK68P
017500                                                                  DBANK68P
017600***************************************************************** DBANK68P
017700* Postings taken while the batch window held the masters are    * DBANK68P
017800* still pending on BNKMEMO and count as if they had landed      * DBANK68P
017900***************************************************************** DBANK68P
018000     MOVE ZERO TO WS-MEMO-PENDING.                                DBANK68P
018100     MOVE SPACES TO CD67-DATA.                                    DBANK68P
018200     SET CD67I-BALANCE TO TRUE.                                   DBANK68P
018300     MOVE CD68O-ACCNO TO CD67I-FROM-ACC.                          DBANK68P
018400 COPY CBANKX67.                                                   DBANK68P
018500     IF CD67O-UPDATE-OK                                           DBANK68P
018600        MOVE CD67O-FROM-MEMO-BAL TO WS-MEMO-PENDING               DBANK68P
018700     END-IF.                                                      DBANK68P
018800                                                                  DBANK68P
018900     PERFORM GET-LEGAL-HOLDS THRU                                 DBANK68P
019000             GET-LEGAL-HOLDS-EXIT.                                DBANK68P
019100     PERFORM GET-AVAIL-HOLDS THRU                                 DBANK68P
019200             GET-AVAIL-HOLDS-EXIT.                                DBANK68P
019300     COMPUTE CD68O-AVAILABLE =                                    DBANK68P
019400             BAC-REC-BALANCE + WS-MEMO-PENDING +                  DBANK68P
019500             BAC-REC-OD-LIMIT - WS-HELD-TOTAL -                   DBANK68P
019600             WS-AVAIL-HELD-TOTAL.                                 DBANK68P
019700     IF CD68I-AMOUNT IS GREATER THAN CD68O-AVAILABLE              DBANK68P
019800        MOVE '51' TO CD68O-RESPONSE                               DBANK68P
019900        MOVE 'Insufficient available funds' TO CD68O-MSG          DBANK68P
020000        GO TO CHECK-PROCESSING-EXIT                               DBANK68P
020100     END-IF.                                                      DBANK68P
020200     MOVE '00' TO CD68O-RESPONSE.                                 DBANK68P
020300 CHECK-PROCESSING-EXIT.                                           DBANK68P
020400     EXIT.                                                        DBANK68P
020500                                                                  DBANK68P
020600***************************************************************** DBANK68P
020700* The card's linked account if it is open, else the holder's    * DBANK68P
020800* first open account - the same choice ZBNKPOS1 makes when the  * DBANK68P
020900* purchase settles.  Leaves the account in WS-BNKACC-REC.       * DBANK68P
021000***************************************************************** DBANK68P
021100 FIND-POSTING-ACCOUNT.                                            DBANK68P
021200     MOVE SPACES TO CD68O-ACCNO.                                  DBANK68P
021300     IF CRD-REC-LINK-ACCNO IS NOT EQUAL TO SPACES AND             DBANK68P
021400        CRD-REC-LINK-ACCNO IS NOT EQUAL TO LOW-VALUES             DBANK68P
021500        MOVE CRD-REC-LINK-ACCNO TO WS-BNKACC-RID                  DBANK68P
021600        EXEC CICS READ FILE('BNKACC')                             DBANK68P
021700                       INTO(WS-BNKACC-REC)                        DBANK68P
021800                       LENGTH(LENGTH OF WS-BNKACC-REC)            DBANK68P
021900                       RIDFLD(WS-BNKACC-RID)                      DBANK68P
022000                       RESP(WS-RESP)                              DBANK68P
022100        END-EXEC                                                  DBANK68P
022200        IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                DBANK68P
022300           BAC-STATUS-OPEN                                        DBANK68P
022400           MOVE BAC-REC-ACCNO TO CD68O-ACCNO                      DBANK68P
022500        END-IF                                                    DBANK68P
022600        GO TO FIND-POSTING-ACCOUNT-EXIT                           DBANK68P
022700     END-IF.                                                      DBANK68P
022800     MOVE CRD-REC-PID TO WS-BNKACCT-AIX1-RID.                     DBANK68P
022900     EXEC CICS STARTBR FILE('BNKACC1')                            DBANK68P
023000                  RIDFLD(WS-BNKACCT-AIX1-RID)                     DBANK68P
023100                  GTEQ                                            DBANK68P
023200                  RESP(WS-RESP)                                   DBANK68P
023300     END-EXEC.                                                    DBANK68P
023400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK68P
023500        GO TO FIND-POSTING-ACCOUNT-EXIT                           DBANK68P
023600     END-IF.                                                      DBANK68P
023700 FIND-POSTING-ACCOUNT-LOOP.                                       DBANK68P
023800     EXEC CICS READNEXT FILE('BNKACC1')                           DBANK68P
023900                  INTO(WS-BNKACC-REC)                             DBANK68P
024000                  LENGTH(LENGTH OF WS-BNKACC-REC)                 DBANK68P
024100                  RIDFLD(WS-BNKACCT-AIX1-RID)                     DBANK68P
024200                  RESP(WS-RESP)                                   DBANK68P
024300     END-EXEC.                                                    DBANK68P
024400     IF (WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND              DBANK68P
024500         WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)) OR              DBANK68P
024600        BAC-REC-PID IS NOT EQUAL TO CRD-REC-PID                   DBANK68P
024700        GO TO FIND-POSTING-ACCOUNT-DONE                           DBANK68P
024800     END-IF.                                                      DBANK68P
024900     IF BAC-STATUS-OPEN                                           DBANK68P
025000        MOVE BAC-REC-ACCNO TO CD68O-ACCNO                         DBANK68P
025100        GO TO FIND-POSTING-ACCOUNT-DONE                           DBANK68P
025200     END-IF.                                                      DBANK68P
025300     GO TO FIND-POSTING-ACCOUNT-LOOP.                             DBANK68P
025400 FIND-POSTING-ACCOUNT-DONE.                                       DBANK68P
025500     EXEC CICS ENDBR FILE('BNKACC1')                              DBANK68P
025600                  RESP(WS-RESP)                                   DBANK68P
025700     END-EXEC.                                                    DBANK68P
025800 FIND-POSTING-ACCOUNT-EXIT.                                       DBANK68P
025900     EXIT.                                                        DBANK68P
026000                                                                  DBANK68P
026100***************************************************************** DBANK68P
026200* Total the active, unexpired legal orders against the account. * DBANK68P
026300* A missing BNKLGL file simply means no holds.                  * DBANK68P
026400***************************************************************** DBANK68P
026500 GET-LEGAL-HOLDS.                                                 DBANK68P
026600     MOVE ZERO TO WS-HELD-TOTAL.                                  DBANK68P
026700     MOVE CD68O-ACCNO TO WS-LGL-RID-ACCNO.                        DBANK68P
026800     MOVE ZERO TO WS-LGL-RID-SEQ.                                 DBANK68P
026900     EXEC CICS STARTBR FILE('BNKLGL')                             DBANK68P
027000                  RIDFLD(WS-BNKLGL-RID)                           DBANK68P
027100                  GTEQ                                            DBANK68P
027200                  RESP(WS-RESP)                                   DBANK68P
027300     END-EXEC.                                                    DBANK68P
027400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK68P
027500       GO TO GET-LEGAL-HOLDS-EXIT                                 DBANK68P
027600     END-IF.                                                      DBANK68P
027700 GET-LEGAL-HOLDS-LOOP.                                            DBANK68P
027800     EXEC CICS READNEXT FILE('BNKLGL')                            DBANK68P
027900                  INTO(WS-BNKLGL-REC)                             DBANK68P
028000                  LENGTH(LENGTH OF WS-BNKLGL-REC)                 DBANK68P
028100                  RIDFLD(WS-BNKLGL-RID)                           DBANK68P
028200                  RESP(WS-RESP)                                   DBANK68P
028300     END-EXEC.                                                    DBANK68P
028400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBANK68P
028500        LGL-REC-ACCNO IS NOT EQUAL TO CD68O-ACCNO                 DBANK68P
028600       GO TO GET-LEGAL-HOLDS-DONE                                 DBANK68P
028700     END-IF.                                                      DBANK68P
028800     IF LGL-STATUS-ACTIVE                                         DBANK68P
028900       IF LGL-REC-EXPIRY-DTE IS EQUAL TO SPACES OR                DBANK68P
029000          LGL-REC-EXPIRY-DTE IS NOT LESS THAN WS-TS-DATE          DBANK68P
029100         ADD LGL-REC-AMOUNT TO WS-HELD-TOTAL                      DBANK68P
029200       END-IF                                                     DBANK68P
029300     END-IF.                                                      DBANK68P
029400     GO TO GET-LEGAL-HOLDS-LOOP.                                  DBANK68P
029500 GET-LEGAL-HOLDS-DONE.                                            DBANK68P
029600     EXEC CICS ENDBR FILE('BNKLGL')                               DBANK68P
029700                  RESP(WS-RESP)                                   DBANK68P
029800     END-EXEC.                                                    DBANK68P
029900 GET-LEGAL-HOLDS-EXIT.                                            DBANK68P
030000     EXIT.                                                        DBANK68P
030100                                                                  DBANK68P
030200***************************************************************** DBANK68P
030300* Total the active holds on BNKAVLH against the account that    * DBANK68P
030400* have not yet reached their release date - uncollected         * DBANK68P
030500* deposits and the pending card authorizations alike            * DBANK68P
030600***************************************************************** DBANK68P
030700 GET-AVAIL-HOLDS.                                                 DBANK68P
030800     MOVE ZERO TO WS-AVAIL-HELD-TOTAL.                            DBANK68P
030900     MOVE CD68O-ACCNO TO WS-AVH-RID-ACCNO.                        DBANK68P
031000     MOVE ZERO TO WS-AVH-RID-SEQ.                                 DBANK68P
031100     EXEC CICS STARTBR FILE('BNKAVLH')                            DBANK68P
031200                  RIDFLD(WS-BNKAVLH-RID)                          DBANK68P
031300                  GTEQ                                            DBANK68P
031400                  RESP(WS-RESP)                                   DBANK68P
031500     END-EXEC.                                                    DBANK68P
031600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK68P
031700       GO TO GET-AVAIL-HOLDS-EXIT                                 DBANK68P
031800     END-IF.                                                      DBANK68P
031900 GET-AVAIL-HOLDS-LOOP.                                            DBANK68P
032000     EXEC CICS READNEXT FILE('BNKAVLH')                           DBANK68P
032100                  INTO(WS-BNKAVLH-REC)                            DBANK68P
032200                  LENGTH(LENGTH OF WS-BNKAVLH-REC)                DBANK68P
032300                  RIDFLD(WS-BNKAVLH-RID)                          DBANK68P
032400                  RESP(WS-RESP)                                   DBANK68P
032500     END-EXEC.                                                    DBANK68P
032600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBANK68P
032700        AVH-REC-ACCNO IS NOT EQUAL TO CD68O-ACCNO                 DBANK68P
032800       GO TO GET-AVAIL-HOLDS-DONE                                 DBANK68P
032900     END-IF.                                                      DBANK68P
033000     IF AVH-STATUS-ACTIVE AND                                     DBANK68P
033100        AVH-REC-RELEASE-DATE IS GREATER THAN WS-TS-DATE           DBANK68P
033200       ADD AVH-REC-AMOUNT TO WS-AVAIL-HELD-TOTAL                  DBANK68P
033300     END-IF.                                                      DBANK68P
033400     GO TO GET-AVAIL-HOLDS-LOOP.                                  DBANK68P
033500 GET-AVAIL-HOLDS-DONE.                                            DBANK68P
033600     EXEC CICS ENDBR FILE('BNKAVLH')                              DBANK68P
033700                  RESP(WS-RESP)                                   DBANK68P
033800     END-EXEC.                                                    DBANK68P
033900 GET-AVAIL-HOLDS-EXIT.                                            DBANK68P
034000     EXIT.                                                        DBANK68P
034100                                                                  DBANK68P
034200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK68P
034300                                                                  DBANK68P
