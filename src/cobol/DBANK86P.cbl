000100***************************************************************** DBANK86P
000200*                                                               * DBANK86P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK86P
000400*   This demonstration program is provided for use by users     * DBANK86P
000500*   of Micro Focus products and may be used, modified and       * DBANK86P
000600*   distributed as part of your application provided that       * DBANK86P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK86P
000800*   in this material.                                           * DBANK86P
000900*                                                               * DBANK86P
001000***************************************************************** DBANK86P
001100                                                                  DBANK86P
001200                                                                  DBANK86P
001300***************************************************************** DBANK86P
001400* Program:     DBANK86P.CBL                                     * DBANK86P
001500* Function:    Event outbox (file BNKMQOB) - record one         * DBANK86P
001600*              transaction event handed to UMQPUB, with whether * DBANK86P
001700*              the publish reached the queue and, if it did     * DBANK86P
001800*              not, the MQ reason code.  The first attempt adds * DBANK86P
001900*              the row; a later attempt for the same posting    * DBANK86P
002000*              (a republish from ZBNKMQR1 or a second event for * DBANK86P
002100*              the same timestamp) updates its status and adds  * DBANK86P
002200*              to its count of attempts.  The posting has been  * DBANK86P
002300*              made and the event sent or not by the time this  * DBANK86P
002400*              is called, so a failure here is passed back to   * DBANK86P
002500*              the caller rather than abending the task; an     * DBANK86P
002600*              event with no outbox row is picked up by the     * DBANK86P
002700*              nightly reconciliation all the same.             * DBANK86P
002800*              VSAM version                                     * DBANK86P
002900***************************************************************** DBANK86P
003000                                                                  DBANK86P
003100 IDENTIFICATION DIVISION.                                         DBANK86P
003200 PROGRAM-ID.                                                      DBANK86P
003300     DBANK86P.                                                    DBANK86P
003400 DATE-WRITTEN.                                                    DBANK86P
003500     October 2026.                                                DBANK86P
003600 DATE-COMPILED.                                                   DBANK86P
003700     Today.                                                       DBANK86P
003800                                                                  DBANK86P
003900 ENVIRONMENT DIVISION.                                            DBANK86P
004000                                                                  DBANK86P
004100 DATA DIVISION.                                                   DBANK86P
004200                                                                  DBANK86P
004300 WORKING-STORAGE SECTION.                                         DBANK86P
004400 01  WS-MISC-STORAGE.                                             DBANK86P
004500   05  WS-PROGRAM-ID                         PIC X(8)             DBANK86P
004600       VALUE 'DBANK86P'.                                          DBANK86P
004700   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK86P
004800   05  WS-RESP                               PIC S9(8) COMP.      DBANK86P
004900                                                                  DBANK86P
005000 01  WS-BNKMQOB-REC.                                              DBANK86P
005100 COPY CBANKVMO.                                                   DBANK86P
005200                                                                  DBANK86P
005300 COPY CTSTAMPD.                                                   DBANK86P
005400                                                                  DBANK86P
005500 01  WS-COMMAREA.                                                 DBANK86P
005600 COPY CBANKD86.                                                   DBANK86P
005700                                                                  DBANK86P
006000 LINKAGE SECTION.                                                 DBANK86P
006100 01  DFHCOMMAREA.                                                 DBANK86P
006200   05  LK-COMMAREA                           PIC X(1)             DBANK86P
006300       OCCURS 1 TO 4096 TIMES                                     DBANK86P
006400         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK86P
006500                                                                  DBANK86P
006600 COPY CENTRY.                                                     DBANK86P
006700***************************************************************** DBANK86P
006800* Move the passed data to our area                              * DBANK86P
006900***************************************************************** DBANK86P
007000     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK86P
007100     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK86P
007200                                                                  DBANK86P
007300***************************************************************** DBANK86P
007400* Initialize our output area                                    * DBANK86P
007500***************************************************************** DBANK86P
007600     MOVE SPACES TO CD86O-DATA.                                   DBANK86P
007700     SET CD86O-OK TO TRUE.                                        DBANK86P
007800                                                                  DBANK86P
007900 COPY CTSTAMPP.                                                   DBANK86P
008000                                                                  DBANK86P
008100***************************************************************** DBANK86P
008200* See what kind of request we have and react accordingly        * DBANK86P
008300***************************************************************** DBANK86P
008400     EVALUATE TRUE                                                DBANK86P
008500       WHEN CD86I-EVENT-TIMESTAMP IS EQUAL TO SPACES              DBANK86P
008600         SET CD86O-ERROR TO TRUE                                  DBANK86P
008700         MOVE 'Event has no posting timestamp' TO CD86O-MSG       DBANK86P
008800       WHEN CD86I-PUBLISHED                                       DBANK86P
008900       WHEN CD86I-FAILED                                          DBANK86P
009000         PERFORM RECORD-PROCESSING THRU                           DBANK86P
009100                 RECORD-PROCESSING-EXIT                           DBANK86P
009200       WHEN OTHER                                                 DBANK86P
009300         SET CD86O-ERROR TO TRUE                                  DBANK86P
009400         MOVE 'Bad request code' TO CD86O-MSG                     DBANK86P
009500     END-EVALUATE.                                                DBANK86P
009600                                                                  DBANK86P
009700***************************************************************** DBANK86P
009800* Move the result back to the callers area                      * DBANK86P
009900***************************************************************** DBANK86P
010000     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK86P
010100                                                                  DBANK86P
010200***************************************************************** DBANK86P
010300* Return to our caller                                          * DBANK86P
010400***************************************************************** DBANK86P
010500 COPY CRETURN.                                                    DBANK86P
010600                                                                  DBANK86P
010700***************************************************************** DBANK86P
010800* Record the attempt - update the posting's row if it has one,  * DBANK86P
010900* otherwise add it                                              * DBANK86P
011000***************************************************************** DBANK86P
011100 RECORD-PROCESSING.                                               DBANK86P
011200     EXEC CICS READ FILE('BNKMQOB')                               DBANK86P
011300                    INTO(WS-BNKMQOB-REC)                          DBANK86P
011400                    LENGTH(LENGTH OF WS-BNKMQOB-REC)              DBANK86P
011500                    RIDFLD(CD86I-EVENT-TIMESTAMP)                 DBANK86P
011600                    UPDATE                                        DBANK86P
011700                    RESP(WS-RESP)                                 DBANK86P
011800     END-EXEC.                                                    DBANK86P
011900     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK86P
012000       PERFORM SET-OUTCOME THRU SET-OUTCOME-EXIT                  DBANK86P
012100       EXEC CICS REWRITE FILE('BNKMQOB')                          DBANK86P
012200                         FROM(WS-BNKMQOB-REC)                     DBANK86P
012300                         LENGTH(LENGTH OF WS-BNKMQOB-REC)         DBANK86P
012400                         RESP(WS-RESP)                            DBANK86P
012500       END-EXEC                                                   DBANK86P
012600       IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                 DBANK86P
012700         SET CD86O-ERROR TO TRUE                                  DBANK86P
012800         MOVE 'Unable to update event outbox row' TO CD86O-MSG    DBANK86P
012900       END-IF                                                     DBANK86P
013000       GO TO RECORD-PROCESSING-EXIT                               DBANK86P
013100     END-IF.                                                      DBANK86P
013200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NOTFND)                   DBANK86P
013300       SET CD86O-ERROR TO TRUE                                    DBANK86P
013400       MOVE 'Unable to read event outbox' TO CD86O-MSG            DBANK86P
013500       GO TO RECORD-PROCESSING-EXIT                               DBANK86P
013600     END-IF.                                                      DBANK86P
013700     MOVE SPACES TO WS-BNKMQOB-REC.                               DBANK86P
013800     MOVE CD86I-EVENT-TIMESTAMP TO MQO-REC-TIMESTAMP.             DBANK86P
013900     MOVE ZERO TO MQO-REC-ATTEMPTS.                               DBANK86P
014000     MOVE CD86I-PROGRAM TO MQO-REC-FIRST-PROGRAM.                 DBANK86P
014100     PERFORM SET-OUTCOME THRU SET-OUTCOME-EXIT.                   DBANK86P
014200     EXEC CICS WRITE FILE('BNKMQOB')                              DBANK86P
014300                     FROM(WS-BNKMQOB-REC)                         DBANK86P
014400                     LENGTH(LENGTH OF WS-BNKMQOB-REC)             DBANK86P
014500                     RIDFLD(MQO-KEY)                              DBANK86P
014600                     RESP(WS-RESP)                                DBANK86P
014700     END-EXEC.                                                    DBANK86P
014800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK86P
014900       SET CD86O-ERROR TO TRUE                                    DBANK86P
015000       MOVE 'Unable to add event outbox row' TO CD86O-MSG         DBANK86P
015100     END-IF.                                                      DBANK86P
015200 RECORD-PROCESSING-EXIT.                                          DBANK86P
015300     EXIT.                                                        DBANK86P
015400                                                                  DBANK86P
015500***************************************************************** DBANK86P
015600* Carry the event and the outcome of this attempt into the row  * DBANK86P
015700***************************************************************** DBANK86P
015800 SET-OUTCOME.                                                     DBANK86P
015900     MOVE CD86I-QUEUE-NAME TO MQO-REC-QUEUE-NAME.                 DBANK86P
016000     MOVE CD86I-EVENT-PID TO MQO-REC-PID.                         DBANK86P
016100     MOVE CD86I-EVENT-TYPE TO MQO-REC-TYPE.                       DBANK86P
016200     MOVE CD86I-EVENT-SUB-TYPE TO MQO-REC-SUB-TYPE.               DBANK86P
016300     MOVE CD86I-EVENT-ACCNO TO MQO-REC-ACCNO.                     DBANK86P
016400     MOVE CD86I-EVENT-AMOUNT TO MQO-REC-AMOUNT.                   DBANK86P
016500     MOVE CD86I-EVENT-REF TO MQO-REC-REF.                         DBANK86P
016600     MOVE CD86I-PUBLISH-RESULT TO MQO-REC-STATUS.                 DBANK86P
016700     IF CD86I-PUBLISHED                                           DBANK86P
016800       MOVE ZERO TO MQO-REC-REASON                                DBANK86P
016900     ELSE                                                         DBANK86P
017000       MOVE CD86I-REASON TO MQO-REC-REASON                        DBANK86P
017100     END-IF.                                                      DBANK86P
017200     IF MQO-REC-ATTEMPTS IS NOT NUMERIC                           DBANK86P
017300       MOVE ZERO TO MQO-REC-ATTEMPTS                              DBANK86P
017400     END-IF.                                                      DBANK86P
017500     IF MQO-REC-ATTEMPTS IS LESS THAN 999                         DBANK86P
017600       ADD 1 TO MQO-REC-ATTEMPTS                                  DBANK86P
017700     END-IF.                                                      DBANK86P
017800     MOVE CD86I-PROGRAM TO MQO-REC-LAST-PROGRAM.                  DBANK86P
017900     MOVE WS-TIMESTAMP TO MQO-REC-LAST-TS.                        DBANK86P
018000 SET-OUTCOME-EXIT.                                                DBANK86P
018100     EXIT.                                                        DBANK86P
018200                                                                  DBANK86P
018300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK86P
