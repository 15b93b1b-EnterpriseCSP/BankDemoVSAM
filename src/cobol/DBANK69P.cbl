000100***************************************************************** DBANK69P
000200*                                                               * DBANK69P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK69P
000400*   This demonstration program is provided for use by users     * DBANK69P
000500*   of Micro Focus products and may be used, modified and       * DBANK69P
000600*   distributed as part of your application provided that       * DBANK69P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK69P
000800*   in this material.                                           * DBANK69P
000900*                                                               * DBANK69P
001000***************************************************************** DBANK69P
001100                                                                  DBANK69P
001200***************************************************************** DBANK69P
001300* Program:     DBANK69P.CBL                                     * DBANK69P
001400* Function:    Maintain the deposited-items file (BNKDEPI) -    * DBANK69P
001500*              record a cheque drawn on another bank that the   * DBANK69P
001600*              teller has taken on deposit, under a freshly     * DBANK69P
001700*              assigned item reference, for the end-of-day      * DBANK69P
001800*              ZBNKCQP1 presentment run.  The reference is      * DBANK69P
001900*              assigned the way DBANK28P assigns payment        * DBANK69P
002000*              references - CD, the date and a six digit        * DBANK69P
002100*              sequence recovered from the highest reference    * DBANK69P
002200*              already on file for the day.  VSAM version       * DBANK69P
002300***************************************************************** DBANK69P
002400                                                                  DBANK69P
002500 IDENTIFICATION DIVISION.                                         DBANK69P
002600 PROGRAM-ID.                                                      DBANK69P
002700     DBANK69P.                                                    DBANK69P
002800 DATE-WRITTEN.                                                    DBANK69P
002900     October 2026.                                                DBANK69P
003000 DATE-COMPILED.                                                   DBANK69P
003100     Today.                                                       DBANK69P
003200                                                                  DBANK69P
003300 ENVIRONMENT DIVISION.                                            DBANK69P
003400                                                                  DBANK69P
003500 DATA DIVISION.                                                   DBANK69P
003600                                                                  DBANK69P
003700 WORKING-STORAGE SECTION.                                         DBANK69P
003800 COPY CTSTAMPD.                                                   DBANK69P
003900                                                                  DBANK69P
004000 01  WS-MISC-STORAGE.                                             DBANK69P
004100   05  WS-PROGRAM-ID                         PIC X(8)             DBANK69P
004200       VALUE 'DBANK69P'.                                          DBANK69P
004300   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK69P
004400   05  WS-RESP                               PIC S9(8) COMP.      DBANK69P
004500   05  WS-BNKDEPI-RID                        PIC X(16).           DBANK69P
004600   05  WS-REF-DATE                           PIC X(8).            DBANK69P
004700   05  WS-REF-SEQ                            PIC 9(6).            DBANK69P
004800   05  WS-LAST-REF                           PIC X(16).           DBANK69P
004900   05  WS-RETRY-COUNT                        PIC 9(1).            DBANK69P
005000                                                                  DBANK69P
005100 01  WS-BNKDEPI-REC.                                              DBANK69P
005200 COPY CBANKVDI.                                                   DBANK69P
005300                                                                  DBANK69P
005400 01  WS-COMMAREA.                                                 DBANK69P
005500 COPY CBANKD69.                                                   DBANK69P
005600                                                                  DBANK69P
005700 COPY CABENDD.                                                    DBANK69P
005800                                                                  DBANK69P
005900 LINKAGE SECTION.                                                 DBANK69P
006000 01  DFHCOMMAREA.                                                 DBANK69P
006100   05  LK-COMMAREA                           PIC X(1)             DBANK69P
006200       OCCURS 1 TO 4096 TIMES                                     DBANK69P
006300         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK69P
006400                                                                  DBANK69P
006500 COPY CENTRY.                                                     DBANK69P
006600***************************************************************** DBANK69P
006700* Move the passed data to our area                              * DBANK69P
006800***************************************************************** DBANK69P
006900     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK69P
007000     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK69P
007100                                                                  DBANK69P
007200***************************************************************** DBANK69P
007300* Initialize our output area                                    * DBANK69P
007400***************************************************************** DBANK69P
007500     MOVE SPACES TO CD69O-DATA.                                   DBANK69P
007600     SET CD69O-OK TO TRUE.                                        DBANK69P
007700                                                                  DBANK69P
007800***************************************************************** DBANK69P
007900* See what kind of request we have and react accordingly        * DBANK69P
008000***************************************************************** DBANK69P
008100     EVALUATE TRUE                                                DBANK69P
008200       WHEN CD69I-RECORD                                          DBANK69P
008300         PERFORM RECORD-PROCESSING THRU                           DBANK69P
008400                 RECORD-PROCESSING-EXIT                           DBANK69P
008500       WHEN OTHER                                                 DBANK69P
008600         SET CD69O-ERROR TO TRUE                                  DBANK69P
008700         MOVE 'Bad request code' TO CD69O-MSG                     DBANK69P
008800     END-EVALUATE.                                                DBANK69P
008900                                                                  DBANK69P
009000***************************************************************** DBANK69P
009100* Move the result back to the callers area                      * DBANK69P
009200***************************************************************** DBANK69P
009300     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK69P
009400                                                                  DBANK69P
009500***************************************************************** DBANK69P
009600* Return to our caller                                          * DBANK69P
009700***************************************************************** DBANK69P
009800 COPY CRETURN.                                                    DBANK69P
009900                                                                  DBANK69P
010000***************************************************************** DBANK69P
010100* Record request - the drawer details and amount are required;  * DBANK69P
010200* assign the next item reference for today and write the row    * DBANK69P
010300* in deposited status for the presentment run                   * DBANK69P
010400***************************************************************** DBANK69P
010500 RECORD-PROCESSING.                                               DBANK69P
010600     IF CD69I-DRAWER-ROUTING IS EQUAL TO SPACES OR                DBANK69P
010700        CD69I-DRAWER-ACCNO IS EQUAL TO SPACES                     DBANK69P
010800       SET CD69O-ERROR TO TRUE                                    DBANK69P
010900       MOVE 'Drawer routing and account are required'             DBANK69P
011000         TO CD69O-MSG                                             DBANK69P
011100       GO TO RECORD-PROCESSING-EXIT                               DBANK69P
011200     END-IF.                                                      DBANK69P
011300     IF CD69I-AMOUNT IS NOT GREATER THAN ZERO                     DBANK69P
011400       SET CD69O-ERROR TO TRUE                                    DBANK69P
011500       MOVE 'Cheque amount must be greater than zero'             DBANK69P
011600         TO CD69O-MSG                                             DBANK69P
011700       GO TO RECORD-PROCESSING-EXIT                               DBANK69P
011800     END-IF.                                                      DBANK69P
011900                                                                  DBANK69P
012000 COPY CTSTAMPP.                                                   DBANK69P
012100     MOVE WS-ACCEPT-DATE TO WS-REF-DATE.                          DBANK69P
012200                                                                  DBANK69P
012300     MOVE 0 TO WS-RETRY-COUNT.                                    DBANK69P
012400 RECORD-PROCESSING-RETRY.                                         DBANK69P
012500     PERFORM ASSIGN-ITEM-REF THRU                                 DBANK69P
012600             ASSIGN-ITEM-REF-EXIT.                                DBANK69P
012700                                                                  DBANK69P
012800     MOVE SPACES TO WS-BNKDEPI-REC.                               DBANK69P
012900     MOVE CD69O-ITEM-REF TO DI-REC-REF.                           DBANK69P
013000     SET DI-STATUS-DEPOSITED TO TRUE.                             DBANK69P
013100     MOVE CD69I-PID TO DI-REC-PID.                                DBANK69P
013200     MOVE CD69I-ACCNO TO DI-REC-ACCNO.                            DBANK69P
013300     MOVE CD69I-AMOUNT TO DI-REC-AMOUNT.                          DBANK69P
013400     MOVE CD69I-DRAWER-ROUTING TO DI-REC-DRAWER-ROUTING.          DBANK69P
013500     MOVE CD69I-DRAWER-ACCNO TO DI-REC-DRAWER-ACCNO.              DBANK69P
013600     MOVE CD69I-CHEQUE-SERIAL TO DI-REC-CHEQUE-SERIAL.            DBANK69P
013700     MOVE CD69I-DEPOSIT-TIMESTAMP TO DI-REC-DEPOSIT-TIMESTAMP.    DBANK69P
013800     MOVE CD69I-TELLER-USERID TO DI-REC-TELLER-USERID.            DBANK69P
013900     MOVE CD69I-BRANCH-CODE TO DI-REC-BRANCH-CODE.                DBANK69P
014000     IF CD69I-HOLD-SEQ IS NUMERIC                                 DBANK69P
014100       MOVE CD69I-HOLD-SEQ TO DI-REC-HOLD-SEQ                     DBANK69P
014200     ELSE                                                         DBANK69P
014300       MOVE ZERO TO DI-REC-HOLD-SEQ                               DBANK69P
014400     END-IF.                                                      DBANK69P
014500     IF CD69I-HELD-AMOUNT IS NUMERIC                              DBANK69P
014600       MOVE CD69I-HELD-AMOUNT TO DI-REC-HELD-AMOUNT               DBANK69P
014700     ELSE                                                         DBANK69P
014800       MOVE ZERO TO DI-REC-HELD-AMOUNT                            DBANK69P
014900     END-IF.                                                      DBANK69P
015000     MOVE ZERO TO DI-REC-FEE-AMOUNT.                              DBANK69P
015100     MOVE CD69O-ITEM-REF TO WS-BNKDEPI-RID.                       DBANK69P
015200     EXEC CICS WRITE FILE('BNKDEPI')                              DBANK69P
015300                    FROM(WS-BNKDEPI-REC)                          DBANK69P
015400                    LENGTH(LENGTH OF WS-BNKDEPI-REC)              DBANK69P
015500                    RIDFLD(WS-BNKDEPI-RID)                        DBANK69P
015600                    RESP(WS-RESP)                                 DBANK69P
015700     END-EXEC.                                                    DBANK69P
015800***************************************************************** DBANK69P
015900* Another terminal may have taken the same reference between    * DBANK69P
016000* our browse and our write - re-assign and try again a few      * DBANK69P
016100* times before giving up                                        * DBANK69P
016200***************************************************************** DBANK69P
016300     IF WS-RESP IS EQUAL TO DFHRESP(DUPREC) AND                   DBANK69P
016400        WS-RETRY-COUNT IS LESS THAN 3                             DBANK69P
016500       ADD 1 TO WS-RETRY-COUNT                                    DBANK69P
016600       GO TO RECORD-PROCESSING-RETRY                              DBANK69P
016700     END-IF.                                                      DBANK69P
016800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK69P
016900       SET CD69O-ERROR TO TRUE                                    DBANK69P
017000       MOVE SPACES TO CD69O-ITEM-REF                              DBANK69P
017100       MOVE 'Unable to record deposited item' TO CD69O-MSG        DBANK69P
017200     END-IF.                                                      DBANK69P
017300 RECORD-PROCESSING-EXIT.                                          DBANK69P
017400     EXIT.                                                        DBANK69P
017500                                                                  DBANK69P
017600***************************************************************** DBANK69P
017700* Assign the next item reference for today - CD, the run date   * DBANK69P
017800* and a six digit sequence recovered from the highest           * DBANK69P
017900* reference already recorded today                              * DBANK69P
018000***************************************************************** DBANK69P
018100 ASSIGN-ITEM-REF.                                                 DBANK69P
018200     MOVE SPACES TO WS-BNKDEPI-RID.                               DBANK69P
018300     MOVE 'CD' TO WS-BNKDEPI-RID (1:2).                           DBANK69P
018400     MOVE WS-REF-DATE TO WS-BNKDEPI-RID (3:8).                    DBANK69P
018500     MOVE '999999' TO WS-BNKDEPI-RID (11:6).                      DBANK69P
018600     EXEC CICS STARTBR FILE('BNKDEPI')                            DBANK69P
018700                  RIDFLD(WS-BNKDEPI-RID)                          DBANK69P
018800                  GTEQ                                            DBANK69P
018900                  RESP(WS-RESP)                                   DBANK69P
019000     END-EXEC.                                                    DBANK69P
019100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK69P
019200       MOVE 1 TO WS-REF-SEQ                                       DBANK69P
019300       GO TO ASSIGN-ITEM-REF-BUILD                                DBANK69P
019400     END-IF.                                                      DBANK69P
019500     EXEC CICS READPREV FILE('BNKDEPI')                           DBANK69P
019600                  INTO(WS-BNKDEPI-REC)                            DBANK69P
019700                  LENGTH(LENGTH OF WS-BNKDEPI-REC)                DBANK69P
019800                  RIDFLD(WS-BNKDEPI-RID)                          DBANK69P
019900                  RESP(WS-RESP)                                   DBANK69P
020000     END-EXEC.                                                    DBANK69P
020100     EXEC CICS ENDBR FILE('BNKDEPI')                              DBANK69P
020200     END-EXEC.                                                    DBANK69P
020300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK69P
020400       MOVE 1 TO WS-REF-SEQ                                       DBANK69P
020500       GO TO ASSIGN-ITEM-REF-BUILD                                DBANK69P
020600     END-IF.                                                      DBANK69P
020700     MOVE DI-REC-REF TO WS-LAST-REF.                              DBANK69P
020800     IF WS-LAST-REF (1:10) IS EQUAL TO WS-BNKDEPI-RID (1:10)      DBANK69P
020900       AND WS-LAST-REF (11:6) IS NUMERIC                          DBANK69P
021000       MOVE WS-LAST-REF (11:6) TO WS-REF-SEQ                      DBANK69P
021100       ADD 1 TO WS-REF-SEQ                                        DBANK69P
021200     ELSE                                                         DBANK69P
021300       MOVE 1 TO WS-REF-SEQ                                       DBANK69P
021400     END-IF.                                                      DBANK69P
021500 ASSIGN-ITEM-REF-BUILD.                                           DBANK69P
021600     MOVE SPACES TO CD69O-ITEM-REF.                               DBANK69P
021700     MOVE 'CD' TO CD69O-ITEM-REF (1:2).                           DBANK69P
021800     MOVE WS-REF-DATE TO CD69O-ITEM-REF (3:8).                    DBANK69P
021900     MOVE WS-REF-SEQ TO CD69O-ITEM-REF (11:6).                    DBANK69P
022000 ASSIGN-ITEM-REF-EXIT.                                            DBANK69P
022100     EXIT.                                                        DBANK69P
022200                                                                  DBANK69P
022300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK69P
