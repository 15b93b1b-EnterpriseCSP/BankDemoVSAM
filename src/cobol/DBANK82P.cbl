000100***************************************************************** DBANK82P
000200*                                                               * DBANK82P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK82P
000400*   This demonstration program is provided for use by users     * DBANK82P
000500*   of Micro Focus products and may be used, modified and       * DBANK82P
000600*   distributed as part of your application provided that       * DBANK82P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK82P
000800*   in this material.                                           * DBANK82P
000900*                                                               * DBANK82P
001000***************************************************************** DBANK82P
001100                                                                  DBANK82P
001200                                                                  DBANK82P
001300***************************************************************** DBANK82P
001400* Program:     DBANK82P.CBL                                     * DBANK82P
001500* Function:    Reference-data change audit (file BNKRAUD) -     * DBANK82P
001600*              write one row for an add, change or delete made  * DBANK82P
001700*              to a reference table by a maintenance data       * DBANK82P
001800*              module, with the signed-on user, the terminal,   * DBANK82P
001900*              the timestamp, the table, the row key and the    * DBANK82P
002000*              whole row before and after.  A second change in  * DBANK82P
002100*              the same hundredth of a second from the same     * DBANK82P
002200*              terminal takes the next sequence number.         * DBANK82P
002300*              VSAM version                                     * DBANK82P
002400***************************************************************** DBANK82P
002500                                                                  DBANK82P
002600 IDENTIFICATION DIVISION.                                         DBANK82P
002700 PROGRAM-ID.                                                      DBANK82P
002800     DBANK82P.                                                    DBANK82P
002900 DATE-WRITTEN.                                                    DBANK82P
003000     October 2026.                                                DBANK82P
003100 DATE-COMPILED.                                                   DBANK82P
003200     Today.                                                       DBANK82P
003300                                                                  DBANK82P
003400 ENVIRONMENT DIVISION.                                            DBANK82P
003500                                                                  DBANK82P
003600 DATA DIVISION.                                                   DBANK82P
003700                                                                  DBANK82P
003800 WORKING-STORAGE SECTION.                                         DBANK82P
003900 01  WS-MISC-STORAGE.                                             DBANK82P
004000   05  WS-PROGRAM-ID                         PIC X(8)             DBANK82P
004100       VALUE 'DBANK82P'.                                          DBANK82P
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK82P
004300   05  WS-RESP                               PIC S9(8) COMP.      DBANK82P
004400                                                                  DBANK82P
004500 01  WS-BNKRAUD-REC.                                              DBANK82P
004600 COPY CBANKVRA.                                                   DBANK82P
004700                                                                  DBANK82P
004800 COPY CTSTAMPD.                                                   DBANK82P
004900                                                                  DBANK82P
005000 01  WS-COMMAREA.                                                 DBANK82P
005100 COPY CBANKD82.                                                   DBANK82P
005200                                                                  DBANK82P
005300 COPY CABENDD.                                                    DBANK82P
005400                                                                  DBANK82P
005500 LINKAGE SECTION.                                                 DBANK82P
005600 01  DFHCOMMAREA.                                                 DBANK82P
005700   05  LK-COMMAREA                           PIC X(1)             DBANK82P
005800       OCCURS 1 TO 4096 TIMES                                     DBANK82P
005900         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK82P
006000                                                                  DBANK82P
006100 COPY CENTRY.                                                     DBANK82P
006200***************************************************************** DBANK82P
006300* Move the passed data to our area                              * DBANK82P
006400***************************************************************** DBANK82P
006500     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK82P
006600     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK82P
006700                                                                  DBANK82P
006800***************************************************************** DBANK82P
006900* Initialize our output area                                    * DBANK82P
007000***************************************************************** DBANK82P
007100     MOVE SPACES TO CD82O-DATA.                                   DBANK82P
007200     SET CD82O-OK TO TRUE.                                        DBANK82P
007300                                                                  DBANK82P
007400 COPY CTSTAMPP.                                                   DBANK82P
007500                                                                  DBANK82P
007600***************************************************************** DBANK82P
007700* See what kind of request we have and react accordingly        * DBANK82P
007800***************************************************************** DBANK82P
007900     EVALUATE TRUE                                                DBANK82P
008000       WHEN CD82I-ADD                                             DBANK82P
008100       WHEN CD82I-CHANGE                                          DBANK82P
008200       WHEN CD82I-DELETE                                          DBANK82P
008300         PERFORM WRITE-PROCESSING THRU                            DBANK82P
008400                 WRITE-PROCESSING-EXIT                            DBANK82P
008500       WHEN OTHER                                                 DBANK82P
008600         SET CD82O-ERROR TO TRUE                                  DBANK82P
008700         MOVE 'Bad request code' TO CD82O-MSG                     DBANK82P
008800     END-EVALUATE.                                                DBANK82P
008900                                                                  DBANK82P
009000***************************************************************** DBANK82P
009100* Move the result back to the callers area                      * DBANK82P
009200***************************************************************** DBANK82P
009300     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK82P
009400                                                                  DBANK82P
009500***************************************************************** DBANK82P
009600* Return to our caller                                          * DBANK82P
009700***************************************************************** DBANK82P
009800 COPY CRETURN.                                                    DBANK82P
009900                                                                  DBANK82P
010000***************************************************************** DBANK82P
010100* Write request - build the audit row and add it, stepping the  * DBANK82P
010200* sequence number past any row already written for the same     * DBANK82P
010300* timestamp and terminal                                        * DBANK82P
010400***************************************************************** DBANK82P
010500 WRITE-PROCESSING.                                                DBANK82P
010600     MOVE SPACES TO WS-BNKRAUD-REC.                               DBANK82P
010700     MOVE WS-TIMESTAMP TO RAU-REC-TIMESTAMP.                      DBANK82P
010800     MOVE EIBTRMID TO RAU-REC-TERMID.                             DBANK82P
010900     MOVE ZERO TO RAU-REC-SEQ.                                    DBANK82P
011000     EXEC CICS ASSIGN USERID(RAU-REC-USERID)                      DBANK82P
011100     END-EXEC.                                                    DBANK82P
011200     MOVE CD82I-TABLE TO RAU-REC-TABLE.                           DBANK82P
011300     MOVE CD82I-ACTION TO RAU-REC-ACTION.                         DBANK82P
011400     MOVE CD82I-PROGRAM TO RAU-REC-PROGRAM.                       DBANK82P
011500     MOVE CD82I-KEY TO RAU-REC-ROW-KEY.                           DBANK82P
011600     IF CD82I-IMAGE-LEN IS NOT NUMERIC OR                         DBANK82P
011700        CD82I-IMAGE-LEN IS EQUAL TO ZERO OR                       DBANK82P
011800        CD82I-IMAGE-LEN IS GREATER THAN 200                       DBANK82P
011900       MOVE 200 TO CD82I-IMAGE-LEN                                DBANK82P
012000     END-IF.                                                      DBANK82P
012100     MOVE CD82I-IMAGE-LEN TO RAU-REC-IMAGE-LEN.                   DBANK82P
012200     MOVE CD82I-BEFORE TO RAU-REC-BEFORE.                         DBANK82P
012300     MOVE CD82I-AFTER TO RAU-REC-AFTER.                           DBANK82P
012400 WRITE-PROCESSING-RETRY.                                          DBANK82P
012500     EXEC CICS WRITE FILE('BNKRAUD')                              DBANK82P
012600                    FROM(WS-BNKRAUD-REC)                          DBANK82P
012700                    LENGTH(LENGTH OF WS-BNKRAUD-REC)              DBANK82P
012800                    RIDFLD(RAU-KEY)                               DBANK82P
012900                    RESP(WS-RESP)                                 DBANK82P
013000     END-EXEC.                                                    DBANK82P
013100     IF WS-RESP IS EQUAL TO DFHRESP(DUPREC) AND                   DBANK82P
013200        RAU-REC-SEQ IS LESS THAN 99                               DBANK82P
013300       ADD 1 TO RAU-REC-SEQ                                       DBANK82P
013400       GO TO WRITE-PROCESSING-RETRY                               DBANK82P
013500     END-IF.                                                      DBANK82P
013600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK82P
013700       SET CD82O-ERROR TO TRUE                                    DBANK82P
013800       MOVE 'Unable to write the change audit row' TO CD82O-MSG   DBANK82P
013900     END-IF.                                                      DBANK82P
014000 WRITE-PROCESSING-EXIT.                                           DBANK82P
014100     EXIT.                                                        DBANK82P
014200                                                                  DBANK82P
014300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK82P
