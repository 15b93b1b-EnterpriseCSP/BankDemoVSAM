000100***************************************************************** DBANK85P
000200*                                                               * DBANK85P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK85P
000400*   This demonstration program is provided for use by users     * DBANK85P
000500*   of Micro Focus products and may be used, modified and       * DBANK85P
000600*   distributed as part of your application provided that       * DBANK85P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK85P
000800*   in this material.                                           * DBANK85P
000900*                                                               * DBANK85P
001000***************************************************************** DBANK85P
001100                                                                  DBANK85P
001200***************************************************************** DBANK85P
001300* Program:     DBANK85P.CBL                                     * DBANK85P
001400* Function:    Forward-recovery journal (file BNKRJNL) - write  * DBANK85P
001500*              one row holding the after-image of an add,       * DBANK85P
001600*              change or delete just made online to BNKCUST,    * DBANK85P
001700*              BNKACC, BNKTXN, BNKLOAN, BNKCARD, BNKPAYQ or     * DBANK85P
001800*              BNKALRTQ, with the signed-on user, the terminal, * DBANK85P
001900*              the timestamp and the consistency timestamp of   * DBANK85P
002000*              the last ZBNKUNL1 unload.  The row is written in * DBANK85P
002100*              the caller's unit of work so it is backed out    * DBANK85P
002200*              with the update.  An update that cannot be       * DBANK85P
002300*              journaled must not stand, so a failed write      * DBANK85P
002400*              abends the task and backs the update out.        * DBANK85P
002500*              VSAM version                                     * DBANK85P
002600***************************************************************** DBANK85P
002700                                                                  DBANK85P
002800 IDENTIFICATION DIVISION.                                         DBANK85P
002900 PROGRAM-ID.                                                      DBANK85P
003000     DBANK85P.                                                    DBANK85P
003100 DATE-WRITTEN.                                                    DBANK85P
003200     October 2026.                                                DBANK85P
003300 DATE-COMPILED.                                                   DBANK85P
003400     Today.                                                       DBANK85P
003500                                                                  DBANK85P
003600 ENVIRONMENT DIVISION.                                            DBANK85P
003700                                                                  DBANK85P
003800 DATA DIVISION.                                                   DBANK85P
003900                                                                  DBANK85P
004000 WORKING-STORAGE SECTION.                                         DBANK85P
004100 01  WS-MISC-STORAGE.                                             DBANK85P
004200   05  WS-PROGRAM-ID                         PIC X(8)             DBANK85P
004300       VALUE 'DBANK85P'.                                          DBANK85P
004400   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK85P
004500   05  WS-RESP                               PIC S9(8) COMP.      DBANK85P
004600   05  WS-BNKCTL-RID                         PIC X(16).           DBANK85P
004700                                                                  DBANK85P
004800 01  WS-BNKRJNL-REC.                                              DBANK85P
004900 COPY CBANKVRJ.                                                   DBANK85P
005000                                                                  DBANK85P
005100 01  WS-BNKCTL-REC.                                               DBANK85P
005200 COPY CBANKVCT.                                                   DBANK85P
005300                                                                  DBANK85P
005400 COPY CTSTAMPD.                                                   DBANK85P
005500                                                                  DBANK85P
005600 01  WS-COMMAREA.                                                 DBANK85P
005700 COPY CBANKD85.                                                   DBANK85P
005800                                                                  DBANK85P
005900 COPY CABENDD.                                                    DBANK85P
006000                                                                  DBANK85P
006100 LINKAGE SECTION.                                                 DBANK85P
006200 01  DFHCOMMAREA.                                                 DBANK85P
006300   05  LK-COMMAREA                           PIC X(1)             DBANK85P
006400       OCCURS 1 TO 4096 TIMES                                     DBANK85P
006500         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK85P
006600                                                                  DBANK85P
006700 COPY CENTRY.                                                     DBANK85P
006800***************************************************************** DBANK85P
006900* Move the passed data to our area                              * DBANK85P
007000***************************************************************** DBANK85P
007100     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK85P
007200     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK85P
007300                                                                  DBANK85P
007400***************************************************************** DBANK85P
007500* Initialize our output area                                    * DBANK85P
007600***************************************************************** DBANK85P
007700     MOVE SPACES TO CD85O-DATA.                                   DBANK85P
007800     SET CD85O-OK TO TRUE.                                        DBANK85P
007900                                                                  DBANK85P
008000 COPY CTSTAMPP.                                                   DBANK85P
008100                                                                  DBANK85P
008200***************************************************************** DBANK85P
008300* See what kind of request we have and react accordingly        * DBANK85P
008400***************************************************************** DBANK85P
008500     EVALUATE TRUE                                                DBANK85P
008600       WHEN CD85I-ADD                                             DBANK85P
008700       WHEN CD85I-CHANGE                                          DBANK85P
008800       WHEN CD85I-DELETE                                          DBANK85P
008900         PERFORM WRITE-PROCESSING THRU                            DBANK85P
009000                 WRITE-PROCESSING-EXIT                            DBANK85P
009100       WHEN OTHER                                                 DBANK85P
009200         SET CD85O-ERROR TO TRUE                                  DBANK85P
009300         MOVE 'Bad request code' TO CD85O-MSG                     DBANK85P
009400     END-EVALUATE.                                                DBANK85P
009500                                                                  DBANK85P
009600***************************************************************** DBANK85P
009700* Move the result back to the callers area                      * DBANK85P
009800***************************************************************** DBANK85P
009900     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK85P
010000                                                                  DBANK85P
010100***************************************************************** DBANK85P
010200* Return to our caller                                          * DBANK85P
010300***************************************************************** DBANK85P
010400 COPY CRETURN.                                                    DBANK85P
010500                                                                  DBANK85P
010600***************************************************************** DBANK85P
010700* Write request - stamp the row with the unload it follows, then* DBANK85P
010800* add it, stepping the sequence number past any row already     * DBANK85P
010900* written for the same timestamp and terminal                   * DBANK85P
011000***************************************************************** DBANK85P
011100 WRITE-PROCESSING.                                                DBANK85P
011200     MOVE SPACES TO WS-BNKRJNL-REC.                               DBANK85P
011300     MOVE WS-TIMESTAMP TO RJN-REC-TIMESTAMP.                      DBANK85P
011400     MOVE EIBTRMID TO RJN-REC-TERMID.                             DBANK85P
011500     MOVE ZERO TO RJN-REC-SEQ.                                    DBANK85P
011600     MOVE 'SYSTEM  UNLOAD  ' TO WS-BNKCTL-RID.                    DBANK85P
011700     EXEC CICS READ FILE('BNKCTL')                                DBANK85P
011800                    INTO(WS-BNKCTL-REC)                           DBANK85P
011900                    LENGTH(LENGTH OF WS-BNKCTL-REC)               DBANK85P
012000                    RIDFLD(WS-BNKCTL-RID)                         DBANK85P
012100                    RESP(WS-RESP)                                 DBANK85P
012200     END-EXEC.                                                    DBANK85P
012300     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK85P
012400       MOVE CTL-REC-TIMESTAMP TO RJN-REC-BASE-TS                  DBANK85P
012500     END-IF.                                                      DBANK85P
012600     EXEC CICS ASSIGN USERID(RJN-REC-USERID)                      DBANK85P
012700     END-EXEC.                                                    DBANK85P
012800     MOVE CD85I-FILE TO RJN-REC-FILE.                             DBANK85P
012900     MOVE CD85I-ACTION TO RJN-REC-ACTION.                         DBANK85P
013000     MOVE CD85I-PROGRAM TO RJN-REC-PROGRAM.                       DBANK85P
013100     MOVE CD85I-IMAGE TO RJN-REC-IMAGE.                           DBANK85P
013200 WRITE-PROCESSING-RETRY.                                          DBANK85P
013300     EXEC CICS WRITE FILE('BNKRJNL')                              DBANK85P
013400                    FROM(WS-BNKRJNL-REC)                          DBANK85P
013500                    LENGTH(LENGTH OF WS-BNKRJNL-REC)              DBANK85P
013600                    RIDFLD(RJN-KEY)                               DBANK85P
013700                    RESP(WS-RESP)                                 DBANK85P
013800     END-EXEC.                                                    DBANK85P
013900     IF WS-RESP IS EQUAL TO DFHRESP(DUPREC) AND                   DBANK85P
014000        RJN-REC-SEQ IS LESS THAN 9999                             DBANK85P
014100       ADD 1 TO RJN-REC-SEQ                                       DBANK85P
014200       GO TO WRITE-PROCESSING-RETRY                               DBANK85P
014300     END-IF.                                                      DBANK85P
014400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK85P
014500       MOVE CD85I-PROGRAM TO ABEND-CULPRIT                        DBANK85P
014600       MOVE 'RJNL' TO ABEND-CODE                                  DBANK85P
014700       MOVE 'Unable to write the recovery journal' TO ABEND-REASONDBANK85P
014800       COPY CABENDPO.                                             DBANK85P
014900     END-IF.                                                      DBANK85P
015000 WRITE-PROCESSING-EXIT.                                           DBANK85P
015100     EXIT.                                                        DBANK85P
015200                                                                  DBANK85P
015300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK85P
