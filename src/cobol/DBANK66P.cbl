001800*              both stamp who cleared it and when and post      * DBANK66P
001900*              the clearing BNKTXN entry the ledger feed        * DBANK66P
002000*              carries back out of the suspense account.        * DBANK66P
002033*              Every master-file update is journaled through    * DBANK66P
002066*              DBANK85P for forward recovery.                   * DBANK66P
002100*              VSAM version                                     * DBANK66P
002200***************************************************************** DBANK66P
002300                                                                  DBANK66P
006400                                                                  DBANK66P
006500 COPY CABENDD.                                                    DBANK66P
006600                                                                  DBANK66P
006625 01  WS-RECOVERY-DATA.                                            DBANK66P
006650 COPY CBANKD85.                                                   DBANK66P
006675                                                                  DBANK66P
006700 LINKAGE SECTION.                                                 DBANK66P
006800 01  DFHCOMMAREA.                                                 DBANK66P
006900   05  LK-COMMAREA                           PIC X(1)             DBANK66P
024500                           WS-TWOS-COMP-FORMAT.                   DBANK66P
024600     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            DBANK66P
024700     MOVE BTX-REC-TIMESTAMP TO WS-BNKTXN-RID.                     DBANK66P
024750 COPY CBANKTXP.                                                   DBANK66P
024800     EXEC CICS WRITE FILE('BNKTXN')                               DBANK66P
024900                    FROM(WS-BNKTXN-REC)                           DBANK66P
025000                    LENGTH(LENGTH OF WS-BNKTXN-REC)               DBANK66P
025100                    RIDFLD(WS-BNKTXN-RID)                         DBANK66P
025200                    RESP(WS-RESP)                                 DBANK66P
025300     END-EXEC                                                     DBANK66P
025314     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK66P
025328        MOVE 'BNKTXN' TO CD85I-FILE                               DBANK66P
025342        SET CD85I-ADD TO TRUE                                     DBANK66P
025356        MOVE WS-BNKTXN-REC TO CD85I-IMAGE                         DBANK66P
025370        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           DBANK66P
025384     END-IF.                                                      DBANK66P
025400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK66P
025500       SET CD66O-ERROR TO TRUE                                    DBANK66P
025600       MOVE 'Item cleared - GL entry failed' TO CD66O-MSG         DBANK66P
025800 CLEAR-PROCESSING-EXIT.                                           DBANK66P
025900     EXIT.                                                        DBANK66P
026000                                                                  DBANK66P
026009***************************************************************** DBANK66P
026018* Journal the after-image of the master-file update just        * DBANK66P
026027* made so it can be rolled forward onto a reload                * DBANK66P
026036***************************************************************** DBANK66P
026045 JOURNAL-UPDATE.                                                  DBANK66P
026054     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         DBANK66P
026063 COPY CBANKX85.                                                   DBANK66P
026072 JOURNAL-UPDATE-EXIT.                                             DBANK66P
026081     EXIT.                                                        DBANK66P
026090                                                                  DBANK66P
026100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK66P
026200                                                                  DBANK66P
