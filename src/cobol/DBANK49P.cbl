002200*              BNKWIRE for the end-of-day ZBNKWIR1 outbound     * DBANK49P
002300*              file run.  Also releases a held wire after       * DBANK49P
002400*              review, and reads one by its reference.          * DBANK49P
002433*              Every master-file update is journaled through    * DBANK49P
002466*              DBANK85P for forward recovery.                   * DBANK49P
002471*              The beneficiary routing must pass the bank       * DBANK49P
002476*              routing directory check in DBANK89P - valid,     * DBANK49P
002481*              active and able to receive wires - before any    * DBANK49P
002486*              money moves; the bank name comes back for the    * DBANK49P
002491*              operator to confirm.                             * DBANK49P
002500*              VSAM version                                     * DBANK49P
002600***************************************************************** DBANK49P
002700                                                                  DBANK49P
010000                                                                  DBANK49P
010100  COPY CABENDD.                                                   DBANK49P
010200                                                                  DBANK49P
010225 01  WS-RECOVERY-DATA.                                            DBANK49P
010250 COPY CBANKD85.                                                   DBANK49P
010256                                                                  DBANK49P
010262  01  WS-ROUTING-DATA.                                            DBANK49P
010268  COPY CBANKD89.                                                  DBANK49P
010275                                                                  DBANK49P
010300  LINKAGE SECTION.                                                DBANK49P
010400  01  DFHCOMMAREA.                                                DBANK49P
010500    05  LK-COMMAREA                           PIC X(1)            DBANK49P
016700          TO CD49O-MSG                                            DBANK49P
016800        GO TO ENTER-PROCESSING-EXIT                               DBANK49P
016900      END-IF.                                                     DBANK49P
016906***************************************************************** DBANK49P
016912* The beneficiary bank must be on the routing directory, active * DBANK49P
016918* and able to receive wires                                     * DBANK49P
016924***************************************************************** DBANK49P
016930      MOVE SPACES TO CD89-DATA.                                   DBANK49P
016936      MOVE CD49I-BENE-ROUTING TO CD89I-ROUTING.                   DBANK49P
016942      SET CD89I-WIRE TO TRUE.                                     DBANK49P
016948  COPY CBANKX89.                                                  DBANK49P
016954      MOVE CD89O-BANK-NAME TO CD49O-BANK-NAME.                    DBANK49P
016960      IF NOT CD89O-OK                                             DBANK49P
016966        SET CD49O-ERROR TO TRUE                                   DBANK49P
016972        MOVE CD89O-MSG TO CD49O-MSG                               DBANK49P
016978        GO TO ENTER-PROCESSING-EXIT                               DBANK49P
016984      END-IF.                                                     DBANK49P
017000                                                                  DBANK49P
017100  COPY CTSTAMPP.                                                  DBANK49P
017200      MOVE WS-ACCEPT-DATE TO WS-REF-DATE.                         DBANK49P
027500                     LENGTH(LENGTH OF WS-BNKACC-FROM-REC)         DBANK49P
027600                     TOKEN(WS-READ-TOKEN-FROM)                    DBANK49P
027700                     RESP(WS-RESP)                                DBANK49P
027800      END-EXEC                                                    DBANK49P
027814      IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                      DBANK49P
027828         MOVE 'BNKACC' TO CD85I-FILE                              DBANK49P
027842         SET CD85I-CHANGE TO TRUE                                 DBANK49P
027856         MOVE WS-BNKACC-FROM-REC TO CD85I-IMAGE                   DBANK49P
027870         PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT          DBANK49P
027884      END-IF.                                                     DBANK49P
027900      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  DBANK49P
028000        SET CD49O-ERROR TO TRUE                                   DBANK49P
028100        MOVE 'Unable to debit funding account' TO CD49O-MSG       DBANK49P
028800                     LENGTH(LENGTH OF WS-BNKACC-TO-REC)           DBANK49P
028900                     TOKEN(WS-READ-TOKEN-TO)                      DBANK49P
029000                     RESP(WS-RESP)                                DBANK49P
029100      END-EXEC                                                    DBANK49P
029114      IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                      DBANK49P
029128         MOVE 'BNKACC' TO CD85I-FILE                              DBANK49P
029142         SET CD85I-CHANGE TO TRUE                                 DBANK49P
029156         MOVE WS-BNKACC-TO-REC TO CD85I-IMAGE                     DBANK49P
029170         PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT          DBANK49P
029184      END-IF.                                                     DBANK49P
029200      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  DBANK49P
029300***************************************************************** DBANK49P
029400* The customer debit is already in this unit of work - back    *  DBANK49P
051800                            WS-TWOS-COMP-FORMAT.                  DBANK49P
051900      MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.           DBANK49P
052000      MOVE WS-TIMESTAMP TO WS-BNKTXN-RID.                         DBANK49P
052050 COPY CBANKTXP.                                                   DBANK49P
052100      EXEC CICS WRITE FILE('BNKTXN')                              DBANK49P
052200                     FROM(WS-BNKTXN-REC)                          DBANK49P
052300                     LENGTH(LENGTH OF WS-BNKTXN-REC)              DBANK49P
052400                     RIDFLD(WS-BNKTXN-RID)                        DBANK49P
052500                     KEYLENGTH(LENGTH OF WS-BNKTXN-RID)           DBANK49P
052600                     RESP(WS-RESP)                                DBANK49P
052700      END-EXEC                                                    DBANK49P
052714      IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                      DBANK49P
052728         MOVE 'BNKTXN' TO CD85I-FILE                              DBANK49P
052742         SET CD85I-ADD TO TRUE                                    DBANK49P
052756         MOVE WS-BNKTXN-REC TO CD85I-IMAGE                        DBANK49P
052770         PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT          DBANK49P
052784      END-IF.                                                     DBANK49P
052800  WRITE-ONE-TXN-EXIT.                                             DBANK49P
052900      EXIT.                                                       DBANK49P
053000                                                                  DBANK49P
059700                     LENGTH(LENGTH OF WS-BNKACC-FROM-REC)         DBANK49P
059800                     TOKEN(WS-READ-TOKEN-FROM)                    DBANK49P
059900                     RESP(WS-RESP)                                DBANK49P
060000      END-EXEC                                                    DBANK49P
060014      IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                      DBANK49P
060028         MOVE 'BNKACC' TO CD85I-FILE                              DBANK49P
060042         SET CD85I-CHANGE TO TRUE                                 DBANK49P
060056         MOVE WS-BNKACC-FROM-REC TO CD85I-IMAGE                   DBANK49P
060070         PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT          DBANK49P
060084      END-IF.                                                     DBANK49P
060100      ADD WS-TOTAL-DEBIT TO                                       DBANK49P
060200        BAC-REC-BALANCE IN WS-BNKACC-TO-REC.                      DBANK49P
060300      EXEC CICS REWRITE FILE('BNKACC')                            DBANK49P
060500                     LENGTH(LENGTH OF WS-BNKACC-TO-REC)           DBANK49P
060600                     TOKEN(WS-READ-TOKEN-TO)                      DBANK49P
060700                     RESP(WS-RESP)                                DBANK49P
060800      END-EXEC                                                    DBANK49P
060814      IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                      DBANK49P
060828         MOVE 'BNKACC' TO CD85I-FILE                              DBANK49P
060842         SET CD85I-CHANGE TO TRUE                                 DBANK49P
060856         MOVE WS-BNKACC-TO-REC TO CD85I-IMAGE                     DBANK49P
060870         PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT          DBANK49P
060884      END-IF.                                                     DBANK49P
060900      PERFORM WRITE-WIRE-AUDIT THRU                               DBANK49P
061000              WRITE-WIRE-AUDIT-EXIT.                              DBANK49P
061100      SET WIR-STATUS-QUEUED TO TRUE.                              DBANK49P
064700  READ-PROCESSING-EXIT.                                           DBANK49P
064800      EXIT.                                                       DBANK49P
064900                                                                  DBANK49P
064909***************************************************************** DBANK49P
064918* Journal the after-image of the master-file update just        * DBANK49P
064927* made so it can be rolled forward onto a reload                * DBANK49P
064936***************************************************************** DBANK49P
064945 JOURNAL-UPDATE.                                                  DBANK49P
064954     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         DBANK49P
064963 COPY CBANKX85.                                                   DBANK49P
064972 JOURNAL-UPDATE-EXIT.                                             DBANK49P
064981     EXIT.                                                        DBANK49P
064990                                                                  DBANK49P
065000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK49P
