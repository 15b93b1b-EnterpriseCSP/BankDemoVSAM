002200*              origination, with the last row absorbing the     * DBANK62P
002300*              rounding.  The loan master carries the new term  * DBANK62P
002400*              and payment and its delinquency markers are      * DBANK62P
002450*              cleared for the fresh start.  A revolving line   * DBANK62P
002500*              of credit has no instalments to defer and is     * DBANK62P
002516*              Every master-file update is journaled through    * DBANK62P
002532*              DBANK85P for forward recovery.                   * DBANK62P
002550*              refused.  VSAM version                           * DBANK62P
002600***************************************************************** DBANK62P
002700                                                                  DBANK62P
002800 IDENTIFICATION DIVISION.                                         DBANK62P
007900                                                                  DBANK62P
008000 COPY CABENDD.                                                    DBANK62P
008100                                                                  DBANK62P
008125 01  WS-RECOVERY-DATA.                                            DBANK62P
008150 COPY CBANKD85.                                                   DBANK62P
008175                                                                  DBANK62P
008200 LINKAGE SECTION.                                                 DBANK62P
008300 01  DFHCOMMAREA.                                                 DBANK62P
008400   05  LK-COMMAREA                           PIC X(1)             DBANK62P
015100       MOVE 'Loan is not active' TO CD62O-MSG                     DBANK62P
015200       GO TO DEFER-PROCESSING-EXIT                                DBANK62P
015300     END-IF.                                                      DBANK62P
015316     IF LNM-PRODUCT-REVOLVING                                     DBANK62P
015332       SET CD62O-ERROR TO TRUE                                    DBANK62P
015348       MOVE 'Line of credit cannot be deferred' TO CD62O-MSG      DBANK62P
015364       GO TO DEFER-PROCESSING-EXIT                                DBANK62P
015380     END-IF.                                                      DBANK62P
015400     MOVE LNM-REC-TERM TO WS-OLD-TERM.                            DBANK62P
015500     PERFORM FIND-FIRST-UNPAID THRU                               DBANK62P
015600             FIND-FIRST-UNPAID-EXIT.                              DBANK62P
029700                    FROM(WS-BNKLOAN-REC)                          DBANK62P
029800                    LENGTH(LENGTH OF WS-BNKLOAN-REC)              DBANK62P
029900                    RESP(WS-RESP)                                 DBANK62P
030000     END-EXEC                                                     DBANK62P
030014     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK62P
030028        MOVE 'BNKLOAN' TO CD85I-FILE                              DBANK62P
030042        SET CD85I-CHANGE TO TRUE                                  DBANK62P
030056        MOVE WS-BNKLOAN-REC TO CD85I-IMAGE                        DBANK62P
030070        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           DBANK62P
030084     END-IF.                                                      DBANK62P
030100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK62P
030200       SET CD62O-ERROR TO TRUE                                    DBANK62P
030300       MOVE 'Unable to update loan terms' TO CD62O-MSG            DBANK62P
042300 STORE-SCHEDULE-ROW-EXIT.                                         DBANK62P
042400     EXIT.                                                        DBANK62P
042500                                                                  DBANK62P
042509***************************************************************** DBANK62P
042518* Journal the after-image of the master-file update just        * DBANK62P
042527* made so it can be rolled forward onto a reload                * DBANK62P
042536***************************************************************** DBANK62P
042545 JOURNAL-UPDATE.                                                  DBANK62P
042554     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         DBANK62P
042563 COPY CBANKX85.                                                   DBANK62P
042572 JOURNAL-UPDATE-EXIT.                                             DBANK62P
042581     EXIT.                                                        DBANK62P
042590                                                                  DBANK62P
042600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK62P
042700                                                                  DBANK62P
