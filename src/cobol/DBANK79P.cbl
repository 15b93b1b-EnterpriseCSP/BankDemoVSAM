000100***************************************************************** DBANK79P
000200*                                                               * DBANK79P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK79P
000400*   This demonstration program is provided for use by users     * DBANK79P
000500*   of Micro Focus products and may be used, modified and       * DBANK79P
000600*   distributed as part of your application provided that       * DBANK79P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK79P
000800*   in this material.                                           * DBANK79P
000900*                                                               * DBANK79P
001000***************************************************************** DBANK79P
001100                                                                  DBANK79P
001200***************************************************************** DBANK79P
001300* Program:     DBANK79P.CBL                                     * DBANK79P
001400* Function:    Marketing consent register maintenance (file     * DBANK79P
001500*              BNKMKTC) - read a customer's current consent on  * DBANK79P
001600*              each channel (mail, email, phone, SMS) with the  * DBANK79P
001700*              date it took effect and how many changes are on  * DBANK79P
001800*              record, or record new consent standings.  Each   * DBANK79P
001900*              change is written as a new dated row so the      * DBANK79P
002000*              history is never overwritten, and each request   * DBANK79P
002100*              that changes anything writes an audit posting to * DBANK79P
002200*              BNKTXN.                                          * DBANK79P
002233*              Every master-file update is journaled through    * DBANK79P
002266*              DBANK85P for forward recovery.                   * DBANK79P
002300*              VSAM version                                     * DBANK79P
002400***************************************************************** DBANK79P
002500                                                                  DBANK79P
002600 IDENTIFICATION DIVISION.                                         DBANK79P
002700 PROGRAM-ID.                                                      DBANK79P
002800     DBANK79P.                                                    DBANK79P
002900 DATE-WRITTEN.                                                    DBANK79P
003000     October 2026.                                                DBANK79P
003100 DATE-COMPILED.                                                   DBANK79P
003200     Today.                                                       DBANK79P
003300                                                                  DBANK79P
003400 ENVIRONMENT DIVISION.                                            DBANK79P
003500                                                                  DBANK79P
003600 DATA DIVISION.                                                   DBANK79P
003700                                                                  DBANK79P
003800 WORKING-STORAGE SECTION.                                         DBANK79P
003900 01  WS-MISC-STORAGE.                                             DBANK79P
004000   05  WS-PROGRAM-ID                         PIC X(8)             DBANK79P
004100       VALUE 'DBANK79P'.                                          DBANK79P
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK79P
004300   05  WS-RESP                               PIC S9(8) COMP.      DBANK79P
004400   05  WS-SUB1                               PIC S9(4) COMP.      DBANK79P
004500   05  WS-SCAN-COUNT                         PIC S9(4) COMP.      DBANK79P
004600   05  WS-BNKCUST-RID                        PIC X(5).            DBANK79P
004700   05  WS-BNKMKTC-RID                        PIC X(32).           DBANK79P
004800   05  WS-BNKTXN-RID                         PIC X(26).           DBANK79P
004900   05  WS-OLD-STANDING                       PIC X(4).            DBANK79P
005000   05  WS-NEW-STANDING                       PIC X(4).            DBANK79P
005100                                                                  DBANK79P
005200***************************************************************** DBANK79P
005300* Channel codes in the order the caller's tables are kept       * DBANK79P
005400***************************************************************** DBANK79P
005500 01  WS-CHANNEL-CODES.                                            DBANK79P
005600   05  FILLER                                PIC X(4)             DBANK79P
005700       VALUE 'MEPS'.                                              DBANK79P
005800 01  WS-CHANNEL-TABLE REDEFINES WS-CHANNEL-CODES.                 DBANK79P
005900   05  WS-CHANNEL-CODE                       PIC X(1)             DBANK79P
006000       OCCURS 4 TIMES.                                            DBANK79P
006100                                                                  DBANK79P
006200 01  WS-TWOS-COMP.                                                DBANK79P
006300   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBANK79P
006400   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBANK79P
006500   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          DBANK79P
006600   05  WS-TWOS-COMP-FORMAT                   PIC X(1) VALUE 'B'.  DBANK79P
006700                                                                  DBANK79P
006800 01  WS-BNKMKTC-REC.                                              DBANK79P
006900 COPY CBANKVMC.                                                   DBANK79P
007000                                                                  DBANK79P
007100 01  WS-BNKCUST-REC.                                              DBANK79P
007200 COPY CBANKVCS.                                                   DBANK79P
007300                                                                  DBANK79P
007400 01  WS-BNKTXN-REC.                                               DBANK79P
007500 COPY CBANKVTX.                                                   DBANK79P
007600                                                                  DBANK79P
007700 COPY CBANKTXD.                                                   DBANK79P
007800                                                                  DBANK79P
007900 COPY CTSTAMPD.                                                   DBANK79P
008000                                                                  DBANK79P
008100 01  WS-COMMAREA.                                                 DBANK79P
008200 COPY CBANKD79.                                                   DBANK79P
008300                                                                  DBANK79P
008400 COPY CABENDD.                                                    DBANK79P
008500                                                                  DBANK79P
008525 01  WS-RECOVERY-DATA.                                            DBANK79P
008550 COPY CBANKD85.                                                   DBANK79P
008575                                                                  DBANK79P
008600 LINKAGE SECTION.                                                 DBANK79P
008700 01  DFHCOMMAREA.                                                 DBANK79P
008800   05  LK-COMMAREA                           PIC X(1)             DBANK79P
008900       OCCURS 1 TO 4096 TIMES                                     DBANK79P
009000         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK79P
009100                                                                  DBANK79P
009200 COPY CENTRY.                                                     DBANK79P
009300***************************************************************** DBANK79P
009400* Move the passed data to our area                              * DBANK79P
009500***************************************************************** DBANK79P
009600     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK79P
009700     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK79P
009800                                                                  DBANK79P
009900***************************************************************** DBANK79P
010000* Initialize our output area                                    * DBANK79P
010100***************************************************************** DBANK79P
010200     MOVE SPACES TO CD79O-DATA.                                   DBANK79P
010300     SET CD79O-OK TO TRUE.                                        DBANK79P
010400     MOVE ZERO TO CD79O-CHANGED-COUNT.                            DBANK79P
010500                                                                  DBANK79P
010600 COPY CTSTAMPP.                                                   DBANK79P
010700                                                                  DBANK79P
010800***************************************************************** DBANK79P
010900* See what kind of request we have and react accordingly        * DBANK79P
011000***************************************************************** DBANK79P
011100     EVALUATE TRUE                                                DBANK79P
011200       WHEN CD79I-READ                                            DBANK79P
011300         PERFORM READ-PROCESSING THRU                             DBANK79P
011400                 READ-PROCESSING-EXIT                             DBANK79P
011500       WHEN CD79I-RECORD                                          DBANK79P
011600         PERFORM RECORD-PROCESSING THRU                           DBANK79P
011700                 RECORD-PROCESSING-EXIT                           DBANK79P
011800       WHEN OTHER                                                 DBANK79P
011900         SET CD79O-ERROR TO TRUE                                  DBANK79P
012000         MOVE 'Bad request code' TO CD79O-MSG                     DBANK79P
012100     END-EVALUATE.                                                DBANK79P
012200                                                                  DBANK79P
012300***************************************************************** DBANK79P
012400* Move the result back to the callers area                      * DBANK79P
012500***************************************************************** DBANK79P
012600     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK79P
012700                                                                  DBANK79P
012800***************************************************************** DBANK79P
012900* Return to our caller                                          * DBANK79P
013000***************************************************************** DBANK79P
013100 COPY CRETURN.                                                    DBANK79P
013200                                                                  DBANK79P
013300***************************************************************** DBANK79P
013400* Read request - the customer's current standing on each        * DBANK79P
013500* channel                                                       * DBANK79P
013600***************************************************************** DBANK79P
013700 READ-PROCESSING.                                                 DBANK79P
013800     PERFORM READ-CUSTOMER THRU                                   DBANK79P
013900             READ-CUSTOMER-EXIT.                                  DBANK79P
014000     IF NOT CD79O-OK                                              DBANK79P
014100       GO TO READ-PROCESSING-EXIT                                 DBANK79P
014200     END-IF.                                                      DBANK79P
014300     PERFORM READ-CURRENT-CONSENT THRU                            DBANK79P
014400             READ-CURRENT-CONSENT-EXIT                            DBANK79P
014500       VARYING WS-SUB1 FROM 1 BY 1                                DBANK79P
014600         UNTIL WS-SUB1 IS GREATER THAN 4.                         DBANK79P
014700     MOVE 'Y=consent N=withdrawn blank=never asked'               DBANK79P
014800       TO CD79O-MSG.                                              DBANK79P
014900 READ-PROCESSING-EXIT.                                            DBANK79P
015000     EXIT.                                                        DBANK79P
015100                                                                  DBANK79P
015200***************************************************************** DBANK79P
015300* Record request - each channel keyed Y or N that differs from  * DBANK79P
015400* the customer's current standing gets a new dated row; a       * DBANK79P
015500* channel left blank is not changed                             * DBANK79P
015600***************************************************************** DBANK79P
015700 RECORD-PROCESSING.                                               DBANK79P
015800     PERFORM READ-CUSTOMER THRU                                   DBANK79P
015900             READ-CUSTOMER-EXIT.                                  DBANK79P
016000     IF NOT CD79O-OK                                              DBANK79P
016100       GO TO RECORD-PROCESSING-EXIT                               DBANK79P
016200     END-IF.                                                      DBANK79P
016300     IF CD79I-SOURCE IS NOT EQUAL TO 'B' AND                      DBANK79P
016400        CD79I-SOURCE IS NOT EQUAL TO 'P' AND                      DBANK79P
016500        CD79I-SOURCE IS NOT EQUAL TO 'W' AND                      DBANK79P
016600        CD79I-SOURCE IS NOT EQUAL TO 'O'                          DBANK79P
016700       SET CD79O-ERROR TO TRUE                                    DBANK79P
016800       MOVE 'Source must be B, P, W or O' TO CD79O-MSG            DBANK79P
016900       GO TO RECORD-PROCESSING-EXIT                               DBANK79P
017000     END-IF.                                                      DBANK79P
017100     PERFORM EDIT-CONSENT THRU                                    DBANK79P
017200             EDIT-CONSENT-EXIT                                    DBANK79P
017300       VARYING WS-SUB1 FROM 1 BY 1                                DBANK79P
017400         UNTIL WS-SUB1 IS GREATER THAN 4 OR                       DBANK79P
017500               NOT CD79O-OK.                                      DBANK79P
017600     IF NOT CD79O-OK                                              DBANK79P
017700       GO TO RECORD-PROCESSING-EXIT                               DBANK79P
017800     END-IF.                                                      DBANK79P
017900     PERFORM READ-CURRENT-CONSENT THRU                            DBANK79P
018000             READ-CURRENT-CONSENT-EXIT                            DBANK79P
018100       VARYING WS-SUB1 FROM 1 BY 1                                DBANK79P
018200         UNTIL WS-SUB1 IS GREATER THAN 4.                         DBANK79P
018300     MOVE SPACES TO WS-OLD-STANDING.                              DBANK79P
018400     MOVE SPACES TO WS-NEW-STANDING.                              DBANK79P
018500     PERFORM RECORD-CHANNEL THRU                                  DBANK79P
018600             RECORD-CHANNEL-EXIT                                  DBANK79P
018700       VARYING WS-SUB1 FROM 1 BY 1                                DBANK79P
018800         UNTIL WS-SUB1 IS GREATER THAN 4 OR                       DBANK79P
018900               NOT CD79O-OK.                                      DBANK79P
019000     IF NOT CD79O-OK                                              DBANK79P
019100       GO TO RECORD-PROCESSING-EXIT                               DBANK79P
019200     END-IF.                                                      DBANK79P
019300     IF CD79O-CHANGED-COUNT IS EQUAL TO ZERO                      DBANK79P
019400       MOVE 'No change to the consent held' TO CD79O-MSG          DBANK79P
019500       GO TO RECORD-PROCESSING-EXIT                               DBANK79P
019600     END-IF.                                                      DBANK79P
019700     PERFORM WRITE-MAINT-AUDIT THRU                               DBANK79P
019800             WRITE-MAINT-AUDIT-EXIT.                              DBANK79P
019900     MOVE 'Marketing consent recorded' TO CD79O-MSG.              DBANK79P
020000 RECORD-PROCESSING-EXIT.                                          DBANK79P
020100     EXIT.                                                        DBANK79P
020200                                                                  DBANK79P
020300***************************************************************** DBANK79P
020400* Each channel is Y, N or left blank                            * DBANK79P
020500***************************************************************** DBANK79P
020600 EDIT-CONSENT.                                                    DBANK79P
020700     IF CD79I-CONSENT (WS-SUB1) IS EQUAL TO LOW-VALUES            DBANK79P
020800       MOVE SPACES TO CD79I-CONSENT (WS-SUB1)                     DBANK79P
020900     END-IF.                                                      DBANK79P
021000     IF CD79I-CONSENT (WS-SUB1) IS NOT EQUAL TO SPACES AND        DBANK79P
021100        CD79I-CONSENT (WS-SUB1) IS NOT EQUAL TO 'Y' AND           DBANK79P
021200        CD79I-CONSENT (WS-SUB1) IS NOT EQUAL TO 'N'               DBANK79P
021300       SET CD79O-ERROR TO TRUE                                    DBANK79P
021400       MOVE 'Consent must be Y, N or left blank' TO CD79O-MSG     DBANK79P
021500     END-IF.                                                      DBANK79P
021600 EDIT-CONSENT-EXIT.                                               DBANK79P
021700     EXIT.                                                        DBANK79P
021800                                                                  DBANK79P
021900***************************************************************** DBANK79P
022000* Write a new row for one channel if the standing has changed   * DBANK79P
022100***************************************************************** DBANK79P
022200 RECORD-CHANNEL.                                                  DBANK79P
022300     MOVE CD79O-CONSENT (WS-SUB1) TO WS-OLD-STANDING (WS-SUB1:1). DBANK79P
022400     IF CD79I-CONSENT (WS-SUB1) IS EQUAL TO SPACES OR             DBANK79P
022500        CD79I-CONSENT (WS-SUB1) IS EQUAL TO                       DBANK79P
022600          CD79O-CONSENT (WS-SUB1)                                 DBANK79P
022700       MOVE CD79O-CONSENT (WS-SUB1)                               DBANK79P
022800         TO WS-NEW-STANDING (WS-SUB1:1)                           DBANK79P
022900       GO TO RECORD-CHANNEL-EXIT                                  DBANK79P
023000     END-IF.                                                      DBANK79P
023100     MOVE SPACES TO WS-BNKMKTC-REC.                               DBANK79P
023200     MOVE CD79I-PID TO MKC-REC-PID.                               DBANK79P
023300     MOVE WS-CHANNEL-CODE (WS-SUB1) TO MKC-REC-CHANNEL.           DBANK79P
023400     MOVE WS-TIMESTAMP TO MKC-REC-TIMESTAMP.                      DBANK79P
023500     MOVE CD79I-CONSENT (WS-SUB1) TO MKC-REC-CONSENT.             DBANK79P
023600     MOVE WS-TS-DATE (1:10) TO MKC-REC-EFFECT-DTE.                DBANK79P
023700     MOVE CD79I-SOURCE TO MKC-REC-SOURCE.                         DBANK79P
023800     MOVE CD79I-USERID TO MKC-REC-USERID.                         DBANK79P
023900     MOVE MKC-KEY TO WS-BNKMKTC-RID.                              DBANK79P
024000     EXEC CICS WRITE FILE('BNKMKTC')                              DBANK79P
024100                    FROM(WS-BNKMKTC-REC)                          DBANK79P
024200                    LENGTH(LENGTH OF WS-BNKMKTC-REC)              DBANK79P
024300                    RIDFLD(WS-BNKMKTC-RID)                        DBANK79P
024400                    RESP(WS-RESP)                                 DBANK79P
024500     END-EXEC.                                                    DBANK79P
024600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK79P
024700       SET CD79O-ERROR TO TRUE                                    DBANK79P
024800       MOVE 'Unable to update the consent register'               DBANK79P
024900         TO CD79O-MSG                                             DBANK79P
025000       GO TO RECORD-CHANNEL-EXIT                                  DBANK79P
025100     END-IF.                                                      DBANK79P
025200     ADD 1 TO CD79O-CHANGED-COUNT.                                DBANK79P
025300     ADD 1 TO CD79O-HISTORY-COUNT (WS-SUB1).                      DBANK79P
025400     MOVE MKC-REC-CONSENT TO CD79O-CONSENT (WS-SUB1).             DBANK79P
025500     MOVE MKC-REC-EFFECT-DTE TO CD79O-EFFECT-DTE (WS-SUB1).       DBANK79P
025600     MOVE MKC-REC-CONSENT TO WS-NEW-STANDING (WS-SUB1:1).         DBANK79P
025700 RECORD-CHANNEL-EXIT.                                             DBANK79P
025800     EXIT.                                                        DBANK79P
025900                                                                  DBANK79P
026000***************************************************************** DBANK79P
026100* Browse the rows for one channel - the last row read is the    * DBANK79P
026200* customer's current standing                                   * DBANK79P
026300***************************************************************** DBANK79P
026400 READ-CURRENT-CONSENT.                                            DBANK79P
026500     MOVE SPACES TO CD79O-CONSENT (WS-SUB1).                      DBANK79P
026600     MOVE SPACES TO CD79O-EFFECT-DTE (WS-SUB1).                   DBANK79P
026700     MOVE ZERO TO CD79O-HISTORY-COUNT (WS-SUB1).                  DBANK79P
026800     MOVE LOW-VALUES TO WS-BNKMKTC-RID.                           DBANK79P
026900     MOVE CD79I-PID TO WS-BNKMKTC-RID (1:5).                      DBANK79P
027000     MOVE WS-CHANNEL-CODE (WS-SUB1) TO WS-BNKMKTC-RID (6:1).      DBANK79P
027100     EXEC CICS STARTBR FILE('BNKMKTC')                            DBANK79P
027200                  RIDFLD(WS-BNKMKTC-RID)                          DBANK79P
027300                  GTEQ                                            DBANK79P
027400                  RESP(WS-RESP)                                   DBANK79P
027500     END-EXEC.                                                    DBANK79P
027600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK79P
027700       GO TO READ-CURRENT-CONSENT-EXIT                            DBANK79P
027800     END-IF.                                                      DBANK79P
027900     MOVE 0 TO WS-SCAN-COUNT.                                     DBANK79P
028000 READ-CURRENT-LOOP.                                               DBANK79P
028100     ADD 1 TO WS-SCAN-COUNT.                                      DBANK79P
028200     IF WS-SCAN-COUNT IS GREATER THAN 500                         DBANK79P
028300       GO TO READ-CURRENT-DONE                                    DBANK79P
028400     END-IF.                                                      DBANK79P
028500     EXEC CICS READNEXT FILE('BNKMKTC')                           DBANK79P
028600                  INTO(WS-BNKMKTC-REC)                            DBANK79P
028700                  LENGTH(LENGTH OF WS-BNKMKTC-REC)                DBANK79P
028800                  RIDFLD(WS-BNKMKTC-RID)                          DBANK79P
028900                  RESP(WS-RESP)                                   DBANK79P
029000     END-EXEC.                                                    DBANK79P
029100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK79P
029200       GO TO READ-CURRENT-DONE                                    DBANK79P
029300     END-IF.                                                      DBANK79P
029400     IF MKC-REC-PID IS NOT EQUAL TO CD79I-PID OR                  DBANK79P
029500        MKC-REC-CHANNEL IS NOT EQUAL TO WS-CHANNEL-CODE (WS-SUB1) DBANK79P
029600       GO TO READ-CURRENT-DONE                                    DBANK79P
029700     END-IF.                                                      DBANK79P
029800     ADD 1 TO CD79O-HISTORY-COUNT (WS-SUB1).                      DBANK79P
029900     MOVE MKC-REC-CONSENT TO CD79O-CONSENT (WS-SUB1).             DBANK79P
030000     MOVE MKC-REC-EFFECT-DTE TO CD79O-EFFECT-DTE (WS-SUB1).       DBANK79P
030100     GO TO READ-CURRENT-LOOP.                                     DBANK79P
030200 READ-CURRENT-DONE.                                               DBANK79P
030300     EXEC CICS ENDBR FILE('BNKMKTC')                              DBANK79P
030400     END-EXEC.                                                    DBANK79P
030500 READ-CURRENT-CONSENT-EXIT.                                       DBANK79P
030600     EXIT.                                                        DBANK79P
030700                                                                  DBANK79P
030800***************************************************************** DBANK79P
030900* The customer must be on file - the name rides back for the    * DBANK79P
031000* screen                                                        * DBANK79P
031100***************************************************************** DBANK79P
031200 READ-CUSTOMER.                                                   DBANK79P
031300     MOVE CD79I-PID TO CD79O-PID.                                 DBANK79P
031400     MOVE CD79I-PID TO WS-BNKCUST-RID.                            DBANK79P
031500     EXEC CICS READ FILE('BNKCUST')                               DBANK79P
031600                    INTO(WS-BNKCUST-REC)                          DBANK79P
031700                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBANK79P
031800                    RIDFLD(WS-BNKCUST-RID)                        DBANK79P
031900                    RESP(WS-RESP)                                 DBANK79P
032000     END-EXEC.                                                    DBANK79P
032100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK79P
032200       SET CD79O-NOTFND TO TRUE                                   DBANK79P
032300       MOVE 'Customer not found' TO CD79O-MSG                     DBANK79P
032400       GO TO READ-CUSTOMER-EXIT                                   DBANK79P
032500     END-IF.                                                      DBANK79P
032600     MOVE BCS-REC-NAME TO CD79O-NAME.                             DBANK79P
032700 READ-CUSTOMER-EXIT.                                              DBANK79P
032800     EXIT.                                                        DBANK79P
032900                                                                  DBANK79P
033000***************************************************************** DBANK79P
033100* Write the audit posting for the change under the maintenance  * DBANK79P
033200* transaction type, as DBANK41P does.  The old and new          * DBANK79P
033300* standings are shown in mail, email, phone, SMS order.  The    * DBANK79P
033400* posting carries no amount - the GL feed has no mapping for it * DBANK79P
033500* and skips it.                                                 * DBANK79P
033600***************************************************************** DBANK79P
033700 WRITE-MAINT-AUDIT.                                               DBANK79P
033800     MOVE SPACES TO WS-BNKTXN-REC.                                DBANK79P
033900     MOVE CD79I-PID TO BTX-REC-PID.                               DBANK79P
034000     MOVE 'M' TO BTX-REC-TYPE.                                    DBANK79P
034100     MOVE '2' TO BTX-REC-SUB-TYPE.                                DBANK79P
034200     MOVE SPACES TO BTX-REC-ACCNO.                                DBANK79P
034300     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      DBANK79P
034400     MOVE ZERO TO BTX-REC-AMOUNT.                                 DBANK79P
034500     MOVE SPACES TO TXN-DATA.                                     DBANK79P
034600     STRING 'MKC ' DELIMITED BY SIZE                              DBANK79P
034700            CD79I-PID DELIMITED BY SIZE                           DBANK79P
034800            ' MEPS [' DELIMITED BY SIZE                           DBANK79P
034900            WS-OLD-STANDING DELIMITED BY SIZE                     DBANK79P
035000            ']' DELIMITED BY SIZE                                 DBANK79P
035100       INTO TXN-T1-OLD-DESC.                                      DBANK79P
035200     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       DBANK79P
035300     MOVE SPACES TO TXN-DATA.                                     DBANK79P
035400     STRING 'MEPS [' DELIMITED BY SIZE                            DBANK79P
035500            WS-NEW-STANDING DELIMITED BY SIZE                     DBANK79P
035600            '] ' DELIMITED BY SIZE                                DBANK79P
035700            CD79I-SOURCE DELIMITED BY SIZE                        DBANK79P
035800            ' BY ' DELIMITED BY SIZE                              DBANK79P
035900            CD79I-USERID DELIMITED BY SIZE                        DBANK79P
036000       INTO TXN-T1-OLD-DESC.                                      DBANK79P
036100     MOVE TXN-DATA-OLD TO BTX-REC-DATA-NEW.                       DBANK79P
036200     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBANK79P
036300     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBANK79P
036400     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBANK79P
036500     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBANK79P
036600                           WS-TWOS-COMP-INPUT                     DBANK79P
036700                           WS-TWOS-COMP-OUTPUT                    DBANK79P
036800                           WS-TWOS-COMP-FORMAT.                   DBANK79P
036900     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            DBANK79P
037000     MOVE WS-TIMESTAMP TO WS-BNKTXN-RID.                          DBANK79P
037100 COPY CBANKTXP.                                                   DBANK79P
037200     EXEC CICS WRITE FILE('BNKTXN')                               DBANK79P
037300                    FROM(WS-BNKTXN-REC)                           DBANK79P
037400                    LENGTH(LENGTH OF WS-BNKTXN-REC)               DBANK79P
037500                    RIDFLD(WS-BNKTXN-RID)                         DBANK79P
037600                    KEYLENGTH(LENGTH OF WS-BNKTXN-RID)            DBANK79P
037700                    RESP(WS-RESP)                                 DBANK79P
037800     END-EXEC                                                     DBANK79P
037814     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK79P
037828        MOVE 'BNKTXN' TO CD85I-FILE                               DBANK79P
037842        SET CD85I-ADD TO TRUE                                     DBANK79P
037856        MOVE WS-BNKTXN-REC TO CD85I-IMAGE                         DBANK79P
037870        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           DBANK79P
037884     END-IF.                                                      DBANK79P
037900 WRITE-MAINT-AUDIT-EXIT.                                          DBANK79P
038000     EXIT.                                                        DBANK79P
038100                                                                  DBANK79P
038109***************************************************************** DBANK79P
038118* Journal the after-image of the master-file update just        * DBANK79P
038127* made so it can be rolled forward onto a reload                * DBANK79P
038136***************************************************************** DBANK79P
038145 JOURNAL-UPDATE.                                                  DBANK79P
038154     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         DBANK79P
038163 COPY CBANKX85.                                                   DBANK79P
038172 JOURNAL-UPDATE-EXIT.                                             DBANK79P
038181     EXIT.                                                        DBANK79P
038190                                                                  DBANK79P
038200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK79P
