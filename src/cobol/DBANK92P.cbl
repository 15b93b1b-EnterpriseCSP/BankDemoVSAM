000100***************************************************************** DBANK92P
000200*                                                               * DBANK92P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK92P
000400*   This demonstration program is provided for use by users     * DBANK92P
000500*   of Micro Focus products and may be used, modified and       * DBANK92P
000600*   distributed as part of your application provided that       * DBANK92P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK92P
000800*   in this material.                                           * DBANK92P
000900*                                                               * DBANK92P
001000***************************************************************** DBANK92P
001100                                                                  DBANK92P
001200                                                                  DBANK92P
001300***************************************************************** DBANK92P
001400* Program:     DBANK92P.CBL                                     * DBANK92P
001500* Function:    Customer correspondence register (file BNKCORR)  * DBANK92P
001600*              - list a customer's letters and notices newest   * DBANK92P
001700*              first, eight to a page, and take a staff request * DBANK92P
001800*              to reprint one.  A reprint request marks the     * DBANK92P
001900*              entry R with the requesting user and date; the   * DBANK92P
002000*              overnight run ZBNKCRP1 prints it and marks it P. * DBANK92P
002100*              A request already waiting is not taken twice.    * DBANK92P
002200*              VSAM version                                     * DBANK92P
002300***************************************************************** DBANK92P
002400                                                                  DBANK92P
002500 IDENTIFICATION DIVISION.                                         DBANK92P
002600 PROGRAM-ID.                                                      DBANK92P
002700     DBANK92P.                                                    DBANK92P
002800 DATE-WRITTEN.                                                    DBANK92P
002900     October 2026.                                                DBANK92P
003000 DATE-COMPILED.                                                   DBANK92P
003100     Today.                                                       DBANK92P
003200                                                                  DBANK92P
003300 ENVIRONMENT DIVISION.                                            DBANK92P
003400                                                                  DBANK92P
003500 DATA DIVISION.                                                   DBANK92P
003600                                                                  DBANK92P
003700 WORKING-STORAGE SECTION.                                         DBANK92P
003800 COPY CTSTAMPD.                                                   DBANK92P
003900                                                                  DBANK92P
004000 01  WS-MISC-STORAGE.                                             DBANK92P
004100   05  WS-PROGRAM-ID                         PIC X(8)             DBANK92P
004200       VALUE 'DBANK92P'.                                          DBANK92P
004300   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK92P
004400   05  WS-RESP                               PIC S9(8) COMP.      DBANK92P
004500   05  WS-SUB1                               PIC S9(4) COMP.      DBANK92P
004600   05  WS-BNKCORR-RID                        PIC X(35).           DBANK92P
004700   05  WS-START-RID                          PIC X(35).           DBANK92P
004800   05  WS-TODAY                              PIC X(10).           DBANK92P
004900                                                                  DBANK92P
005000 01  WS-BNKCORR-REC.                                              DBANK92P
005100 COPY CBANKVCH.                                                   DBANK92P
005200                                                                  DBANK92P
005300 01  WS-COMMAREA.                                                 DBANK92P
005400 COPY CBANKD92.                                                   DBANK92P
005500                                                                  DBANK92P
005600 LINKAGE SECTION.                                                 DBANK92P
005700 01  DFHCOMMAREA.                                                 DBANK92P
005800   05  LK-COMMAREA                           PIC X(1)             DBANK92P
005900       OCCURS 1 TO 4096 TIMES                                     DBANK92P
006000         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK92P
006100                                                                  DBANK92P
006200 COPY CENTRY.                                                     DBANK92P
006300***************************************************************** DBANK92P
006400* Move the passed data to our area                              * DBANK92P
006500***************************************************************** DBANK92P
006600     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK92P
006700     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK92P
006800                                                                  DBANK92P
006900***************************************************************** DBANK92P
007000* Initialize our output area                                    * DBANK92P
007100***************************************************************** DBANK92P
007200     MOVE SPACES TO CD92O-DATA.                                   DBANK92P
007300     SET CD92O-OK TO TRUE.                                        DBANK92P
007400     MOVE ZERO TO CD92O-COUNT.                                    DBANK92P
007500 COPY CTSTAMPP.                                                   DBANK92P
007600     MOVE WS-TIMESTAMP (1:10) TO WS-TODAY.                        DBANK92P
007700                                                                  DBANK92P
007800***************************************************************** DBANK92P
007900* See what kind of request we have and react accordingly        * DBANK92P
008000***************************************************************** DBANK92P
008100     EVALUATE TRUE                                                DBANK92P
008200       WHEN CD92I-LIST                                            DBANK92P
008300         PERFORM LIST-PROCESSING THRU                             DBANK92P
008400                 LIST-PROCESSING-EXIT                             DBANK92P
008500       WHEN CD92I-REPRINT                                         DBANK92P
008600         PERFORM REPRINT-PROCESSING THRU                          DBANK92P
008700                 REPRINT-PROCESSING-EXIT                          DBANK92P
008800       WHEN OTHER                                                 DBANK92P
008900         SET CD92O-ERROR TO TRUE                                  DBANK92P
009000         MOVE 'Bad request code' TO CD92O-MSG                     DBANK92P
009100     END-EVALUATE.                                                DBANK92P
009200                                                                  DBANK92P
009300***************************************************************** DBANK92P
009400* Move the result back to the callers area                      * DBANK92P
009500***************************************************************** DBANK92P
009600     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK92P
009700                                                                  DBANK92P
009800***************************************************************** DBANK92P
009900* Return to our caller                                          * DBANK92P
010000***************************************************************** DBANK92P
010100 COPY CRETURN.                                                    DBANK92P
010200                                                                  DBANK92P
010300***************************************************************** DBANK92P
010400* List request - browse backwards from the end of the           * DBANK92P
010500* customer's entries, or from the last entry on the previous    * DBANK92P
010600* page, and return up to eight with a flag to say whether older * DBANK92P
010700* ones are still to come                                        * DBANK92P
010800***************************************************************** DBANK92P
010900 LIST-PROCESSING.                                                 DBANK92P
011000     IF CD92I-START-KEY IS EQUAL TO SPACES                        DBANK92P
011100       MOVE HIGH-VALUES TO WS-START-RID                           DBANK92P
011200       MOVE CD92I-PID TO WS-START-RID (1:5)                       DBANK92P
011300     ELSE                                                         DBANK92P
011400       MOVE CD92I-START-KEY TO WS-START-RID                       DBANK92P
011500     END-IF.                                                      DBANK92P
011600     MOVE WS-START-RID TO WS-BNKCORR-RID.                         DBANK92P
011700     EXEC CICS STARTBR FILE('BNKCORR')                            DBANK92P
011800                  RIDFLD(WS-BNKCORR-RID)                          DBANK92P
011900                  GTEQ                                            DBANK92P
012000                  RESP(WS-RESP)                                   DBANK92P
012100     END-EXEC.                                                    DBANK92P
012200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK92P
012300       SET CD92O-NOTFND TO TRUE                                   DBANK92P
012400       MOVE 'No correspondence recorded' TO CD92O-MSG             DBANK92P
012500       GO TO LIST-PROCESSING-EXIT                                 DBANK92P
012600     END-IF.                                                      DBANK92P
012700     MOVE 0 TO WS-SUB1.                                           DBANK92P
012800***************************************************************** DBANK92P
012900* Some VSAM levels hand back the positioned record first - the  * DBANK92P
013000* next customer's row, or the last entry already shown - so a   * DBANK92P
013100* first read at or beyond the start key is thrown away rather   * DBANK92P
013200* than listed, the same guard DBANK40P's backward read uses     * DBANK92P
013300***************************************************************** DBANK92P
013400     EXEC CICS READPREV FILE('BNKCORR')                           DBANK92P
013500                  INTO(WS-BNKCORR-REC)                            DBANK92P
013600                  LENGTH(LENGTH OF WS-BNKCORR-REC)                DBANK92P
013700                  RIDFLD(WS-BNKCORR-RID)                          DBANK92P
013800                  RESP(WS-RESP)                                   DBANK92P
013900     END-EXEC.                                                    DBANK92P
014000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK92P
014100       GO TO LIST-BACK-DONE                                       DBANK92P
014200     END-IF.                                                      DBANK92P
014300     IF COR-REC-PID IS EQUAL TO CD92I-PID AND                     DBANK92P
014400        COR-KEY IS LESS THAN WS-START-RID                         DBANK92P
014500       PERFORM LIST-ADD-ENTRY THRU                                DBANK92P
014600               LIST-ADD-ENTRY-EXIT                                DBANK92P
014700     END-IF.                                                      DBANK92P
014800 LIST-BACK-LOOP.                                                  DBANK92P
014900     EXEC CICS READPREV FILE('BNKCORR')                           DBANK92P
015000                  INTO(WS-BNKCORR-REC)                            DBANK92P
015100                  LENGTH(LENGTH OF WS-BNKCORR-REC)                DBANK92P
015200                  RIDFLD(WS-BNKCORR-RID)                          DBANK92P
015300                  RESP(WS-RESP)                                   DBANK92P
015400     END-EXEC.                                                    DBANK92P
015500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK92P
015600       GO TO LIST-BACK-DONE                                       DBANK92P
015700     END-IF.                                                      DBANK92P
015800     IF COR-REC-PID IS NOT EQUAL TO CD92I-PID                     DBANK92P
015900       GO TO LIST-BACK-DONE                                       DBANK92P
016000     END-IF.                                                      DBANK92P
016100     IF WS-SUB1 IS EQUAL TO 8                                     DBANK92P
016200       SET CD92O-MORE-ENTRIES TO TRUE                             DBANK92P
016300       GO TO LIST-BACK-DONE                                       DBANK92P
016400     END-IF.                                                      DBANK92P
016500     PERFORM LIST-ADD-ENTRY THRU                                  DBANK92P
016600             LIST-ADD-ENTRY-EXIT.                                 DBANK92P
016700     GO TO LIST-BACK-LOOP.                                        DBANK92P
016800 LIST-BACK-DONE.                                                  DBANK92P
016900     EXEC CICS ENDBR FILE('BNKCORR')                              DBANK92P
017000     END-EXEC.                                                    DBANK92P
017100     MOVE WS-SUB1 TO CD92O-COUNT.                                 DBANK92P
017200     IF WS-SUB1 IS EQUAL TO ZERO                                  DBANK92P
017300       SET CD92O-NOTFND TO TRUE                                   DBANK92P
017400       IF CD92I-START-KEY IS EQUAL TO SPACES                      DBANK92P
017500         MOVE 'No correspondence recorded' TO CD92O-MSG           DBANK92P
017600       ELSE                                                       DBANK92P
017700         MOVE 'No older correspondence' TO CD92O-MSG              DBANK92P
017800       END-IF                                                     DBANK92P
017900       GO TO LIST-PROCESSING-EXIT                                 DBANK92P
018000     END-IF.                                                      DBANK92P
018100     MOVE CD92O-ENTRY-KEY (WS-SUB1) TO CD92O-NEXT-KEY.            DBANK92P
018200 LIST-PROCESSING-EXIT.                                            DBANK92P
018300     EXIT.                                                        DBANK92P
018400                                                                  DBANK92P
018500***************************************************************** DBANK92P
018600* Copy the entry just read to the next line of the page         * DBANK92P
018700***************************************************************** DBANK92P
018800 LIST-ADD-ENTRY.                                                  DBANK92P
018900     ADD 1 TO WS-SUB1.                                            DBANK92P
019000     MOVE COR-KEY TO CD92O-ENTRY-KEY (WS-SUB1).                   DBANK92P
019100     MOVE COR-REC-DATE TO CD92O-ENTRY-DATE (WS-SUB1).             DBANK92P
019200     MOVE COR-REC-LETTER-TYPE                                     DBANK92P
019300       TO CD92O-ENTRY-LETTER-TYPE (WS-SUB1).                      DBANK92P
019400     MOVE COR-REC-CHANNEL TO CD92O-ENTRY-CHANNEL (WS-SUB1).       DBANK92P
019500     MOVE COR-REC-ACCNO TO CD92O-ENTRY-ACCNO (WS-SUB1).           DBANK92P
019600     MOVE COR-REC-SUMMARY TO CD92O-ENTRY-SUMMARY (WS-SUB1).       DBANK92P
019700     MOVE COR-REC-REPRINT-STATUS TO CD92O-ENTRY-REPRINT (WS-SUB1).DBANK92P
019800 LIST-ADD-ENTRY-EXIT.                                             DBANK92P
019900     EXIT.                                                        DBANK92P
020000                                                                  DBANK92P
020100***************************************************************** DBANK92P
020200* Reprint request - mark the entry for the overnight reprint    * DBANK92P
020300* run with the requesting user and today's date                 * DBANK92P
020400***************************************************************** DBANK92P
020500 REPRINT-PROCESSING.                                              DBANK92P
020600     IF CD92I-ENTRY-KEY (1:5) IS NOT EQUAL TO CD92I-PID           DBANK92P
020700       SET CD92O-ERROR TO TRUE                                    DBANK92P
020800       MOVE 'Entry is not for this customer' TO CD92O-MSG         DBANK92P
020900       GO TO REPRINT-PROCESSING-EXIT                              DBANK92P
021000     END-IF.                                                      DBANK92P
021100     MOVE CD92I-ENTRY-KEY TO WS-BNKCORR-RID.                      DBANK92P
021200     EXEC CICS READ FILE('BNKCORR')                               DBANK92P
021300                    UPDATE                                        DBANK92P
021400                    INTO(WS-BNKCORR-REC)                          DBANK92P
021500                    LENGTH(LENGTH OF WS-BNKCORR-REC)              DBANK92P
021600                    RIDFLD(WS-BNKCORR-RID)                        DBANK92P
021700                    RESP(WS-RESP)                                 DBANK92P
021800     END-EXEC.                                                    DBANK92P
021900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK92P
022000       SET CD92O-NOTFND TO TRUE                                   DBANK92P
022100       MOVE 'Correspondence entry not found' TO CD92O-MSG         DBANK92P
022200       GO TO REPRINT-PROCESSING-EXIT                              DBANK92P
022300     END-IF.                                                      DBANK92P
022400     IF COR-REPRINT-REQUESTED                                     DBANK92P
022500       SET CD92O-ERROR TO TRUE                                    DBANK92P
022600       MOVE 'Reprint already requested' TO CD92O-MSG              DBANK92P
022700       EXEC CICS UNLOCK FILE('BNKCORR')                           DBANK92P
022800       END-EXEC                                                   DBANK92P
022900       GO TO REPRINT-PROCESSING-EXIT                              DBANK92P
023000     END-IF.                                                      DBANK92P
023100     SET COR-REPRINT-REQUESTED TO TRUE.                           DBANK92P
023200     MOVE CD92I-USERID TO COR-REC-REPRINT-USERID.                 DBANK92P
023300     MOVE WS-TODAY TO COR-REC-REPRINT-DTE.                        DBANK92P
023400     EXEC CICS REWRITE FILE('BNKCORR')                            DBANK92P
023500                       FROM(WS-BNKCORR-REC)                       DBANK92P
023600                       LENGTH(LENGTH OF WS-BNKCORR-REC)           DBANK92P
023700                       RESP(WS-RESP)                              DBANK92P
023800     END-EXEC.                                                    DBANK92P
023900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK92P
024000       SET CD92O-ERROR TO TRUE                                    DBANK92P
024100       MOVE 'Unable to record the reprint request' TO CD92O-MSG   DBANK92P
024200       GO TO REPRINT-PROCESSING-EXIT                              DBANK92P
024300     END-IF.                                                      DBANK92P
024400     MOVE 'Reprint requested' TO CD92O-MSG.                       DBANK92P
024500 REPRINT-PROCESSING-EXIT.                                         DBANK92P
024600     EXIT.                                                        DBANK92P
024700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK92P
