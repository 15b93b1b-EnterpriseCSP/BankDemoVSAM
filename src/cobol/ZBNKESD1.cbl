002500*              leg for the ledger feed.  A schedule row the     * ZBNKESD1
002600*              sub-balance cannot cover is reported and left    * ZBNKESD1
002700*              for next month.                                  * ZBNKESD1
002733*              Every master-file update is journaled through    * ZBNKESD1
002766*              UJOURNL for forward recovery.                    * ZBNKESD1
002771*              A 'D' card whose routing fails the check digit,  * ZBNKESD1
002776*              is not on the bank routing directory (BNKRTDIR)  * ZBNKESD1
002781*              or names a bank that is inactive or cannot take  * ZBNKESD1
002786*              ACH items is rejected, so no disbursement is     * ZBNKESD1
002791*              ever scheduled to a bank that cannot be paid.    * ZBNKESD1
002800***************************************************************** ZBNKESD1
002900                                                                  ZBNKESD1
003000 IDENTIFICATION DIVISION.                                         ZBNKESD1
006700            ACCESS MODE  IS DYNAMIC                               ZBNKESD1
006800            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKESD1
006900            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKESD1
006950            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKESD1
007000            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKESD1
007100     SELECT PRINTOUT-FILE                                         ZBNKESD1
007200            ASSIGN       TO PRINTOUT                              ZBNKESD1
007300            ORGANIZATION IS SEQUENTIAL                            ZBNKESD1
007400            ACCESS MODE  IS SEQUENTIAL                            ZBNKESD1
007500            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKESD1
007514     SELECT BNKRTDIR-FILE                                         ZBNKESD1
007528            ASSIGN       TO BNKRTDIR                              ZBNKESD1
007542            ORGANIZATION IS INDEXED                               ZBNKESD1
007556            ACCESS MODE  IS RANDOM                                ZBNKESD1
007570            RECORD KEY   IS RTD-KEY                               ZBNKESD1
007584            FILE STATUS  IS WS-BNKRTDIR-STATUS.                   ZBNKESD1
007600                                                                  ZBNKESD1
007700 DATA DIVISION.                                                   ZBNKESD1
007800 FILE SECTION.                                                    ZBNKESD1
009800                                                                  ZBNKESD1
009900 FD  PRINTOUT-FILE.                                               ZBNKESD1
010000 01  PRINTOUT-REC                        PIC X(121).              ZBNKESD1
010100 FD  BNKRTDIR-FILE.                                               ZBNKESD1
010125 01  BNKRTDIR-REC.                                                ZBNKESD1
010150 COPY CBANKVRT.                                                   ZBNKESD1
010175                                                                  ZBNKESD1
010200 WORKING-STORAGE SECTION.                                         ZBNKESD1
010233 COPY CJOURNLD.                                                   ZBNKESD1
010266                                                                  ZBNKESD1
010300 COPY CTIMERD.                                                    ZBNKESD1
010400                                                                  ZBNKESD1
010500 COPY CTSTAMPD.                                                   ZBNKESD1
012700   05  WS-PRINTOUT-STATUS.                                        ZBNKESD1
012800     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKESD1
012900     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKESD1
012925   05  WS-BNKRTDIR-STATUS.                                        ZBNKESD1
012950     10  WS-BNKRTDIR-STAT1                   PIC X(1).            ZBNKESD1
012975     10  WS-BNKRTDIR-STAT2                   PIC X(1).            ZBNKESD1
013000   05  WS-IO-STATUS.                                              ZBNKESD1
013100     10  WS-IO-STAT1                         PIC X(1).            ZBNKESD1
013200     10  WS-IO-STAT2                         PIC X(1).            ZBNKESD1
014200   05  WS-RUN-DATE                           PIC X(10).           ZBNKESD1
014300   05  WS-RUN-MM                             PIC 9(2).            ZBNKESD1
014400   05  WS-RUN-YYYY                           PIC X(4).            ZBNKESD1
014425   05  WS-CHECK-ROUTING                      PIC X(9).            ZBNKESD1
014450   05  WS-CHECK-RESULT                       PIC X(1).            ZBNKESD1
014475   05  WS-ROUTING-REASON                     PIC X(30).           ZBNKESD1
014500   05  WS-SAVE-MASTER-KEY                    PIC X(28).           ZBNKESD1
014710   05  WS-SAVE-ROW-KEY                       PIC X(28).           ZBNKESD1
014600   05  WS-MASTER-BALANCE                     PIC S9(7)V99         ZBNKESD1
031000        PERFORM PRINTOUT-PUT                                      ZBNKESD1
031100        GO TO APPLY-ONE-CARD-EXIT                                 ZBNKESD1
031200     END-IF.                                                      ZBNKESD1
031206     IF WS-CARD-ACTION IS EQUAL TO 'D'                            ZBNKESD1
031212        MOVE WS-CARD-ROUTING TO WS-CHECK-ROUTING                  ZBNKESD1
031218        PERFORM CHECK-ROUTING THRU                                ZBNKESD1
031224                CHECK-ROUTING-EXIT                                ZBNKESD1
031230        IF WS-ROUTING-REASON IS NOT EQUAL TO SPACES               ZBNKESD1
031236           ADD 1 TO WS-CARDS-REJECTED                             ZBNKESD1
031242           MOVE WS-CARD-LOAN-ID TO WS-LINE4-LOAN-ID               ZBNKESD1
031248           MOVE WS-ROUTING-REASON TO WS-LINE4-PAYEE               ZBNKESD1
031254           MOVE 'Card reject' TO WS-LINE4-ACTION                  ZBNKESD1
031260           MOVE ZERO TO WS-LINE4-AMOUNT                           ZBNKESD1
031266           MOVE WS-LINE4 TO PRINTOUT-REC                          ZBNKESD1
031272           PERFORM PRINTOUT-PUT                                   ZBNKESD1
031278           GO TO APPLY-ONE-CARD-EXIT                              ZBNKESD1
031284        END-IF                                                    ZBNKESD1
031290     END-IF.                                                      ZBNKESD1
031300     MOVE SPACES TO ESC-RECORD.                                   ZBNKESD1
031400     MOVE WS-CARD-LOAN-ID TO ESC-REC-LOAN-ID.                     ZBNKESD1
031500     IF WS-CARD-ACTION IS EQUAL TO 'M'                            ZBNKESD1
040800     MOVE ESC-REC-LOAN-ID (1:16) TO PQ-REC-CUST-REF.              ZBNKESD1
040900     MOVE ESC-REC-AMOUNT TO PQ-REC-AMOUNT.                        ZBNKESD1
041000     MOVE WS-TIMESTAMP TO PQ-REC-QUEUED-TIMESTAMP.                ZBNKESD1
041100     WRITE PQ-RECORD                                              ZBNKESD1
041133     SET JRN-CTL-ADD TO TRUE                                      ZBNKESD1
041166     PERFORM JOURNAL-BNKPAYQ.                                     ZBNKESD1
041200     IF WS-BNKPAYQ-STATUS IS NOT EQUAL TO '00'                    ZBNKESD1
041300        MOVE 'Unable to queue escrow payment'                     ZBNKESD1
041400          TO WS-CONSOLE-MESSAGE                                   ZBNKESD1
050000                           WS-TWOS-COMP-OUTPUT                    ZBNKESD1
050100                           WS-TWOS-COMP-FORMAT.                   ZBNKESD1
050200     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKESD1
050250 COPY CBANKTXP.                                                   ZBNKESD1
050300     WRITE BTX-RECORD                                             ZBNKESD1
050333     SET JRN-CTL-ADD TO TRUE                                      ZBNKESD1
050366     PERFORM JOURNAL-BNKTXN.                                      ZBNKESD1
050400     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKESD1
050500        MOVE 'Unable to write disbursement audit'                 ZBNKESD1
050600          TO WS-CONSOLE-MESSAGE                                   ZBNKESD1
062500        PERFORM DISPLAY-IO-STATUS                                 ZBNKESD1
062600        PERFORM ABORT-PROGRAM                                     ZBNKESD1
062700     END-IF.                                                      ZBNKESD1
062710     OPEN INPUT BNKRTDIR-FILE.                                    ZBNKESD1
062720     IF WS-BNKRTDIR-STATUS IS NOT EQUAL TO '00'                   ZBNKESD1
062730        MOVE 'BNKRTDIR file open failure...'                      ZBNKESD1
062740          TO WS-CONSOLE-MESSAGE                                   ZBNKESD1
062750        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKESD1
062760        MOVE WS-BNKRTDIR-STATUS TO WS-IO-STATUS                   ZBNKESD1
062770        PERFORM DISPLAY-IO-STATUS                                 ZBNKESD1
062780        PERFORM ABORT-PROGRAM                                     ZBNKESD1
062790     END-IF.                                                      ZBNKESD1
062800                                                                  ZBNKESD1
062900***************************************************************** ZBNKESD1
063000* Close all the files                                           * ZBNKESD1
063800     CLOSE BNKPAYQ-FILE.                                          ZBNKESD1
063900     CLOSE BNKTXN-FILE.                                           ZBNKESD1
064000     CLOSE PRINTOUT-FILE.                                         ZBNKESD1
064050     CLOSE BNKRTDIR-FILE.                                         ZBNKESD1
064100                                                                  ZBNKESD1
064101***************************************************************** ZBNKESD1
064102* Check a routing against the bank routing directory - the      * ZBNKESD1
064103* check digit must pass, and the bank must be listed, active    * ZBNKESD1
064104* and able to receive ACH items.  A failure leaves the reason   * ZBNKESD1
064105* in WS-ROUTING-REASON.                                         * ZBNKESD1
064106***************************************************************** ZBNKESD1
064107 CHECK-ROUTING.                                                   ZBNKESD1
064108     MOVE SPACES TO WS-ROUTING-REASON.                            ZBNKESD1
064109     CALL 'URTNCHK' USING WS-CHECK-ROUTING                        ZBNKESD1
064110                          WS-CHECK-RESULT.                        ZBNKESD1
064111     IF WS-CHECK-RESULT IS NOT EQUAL TO 'Y'                       ZBNKESD1
064112        MOVE 'Routing fails check digit' TO WS-ROUTING-REASON     ZBNKESD1
064113        GO TO CHECK-ROUTING-EXIT                                  ZBNKESD1
064114     END-IF.                                                      ZBNKESD1
064115     MOVE WS-CHECK-ROUTING TO RTD-KEY.                            ZBNKESD1
064116     READ BNKRTDIR-FILE.                                          ZBNKESD1
064117     IF WS-BNKRTDIR-STATUS IS NOT EQUAL TO '00'                   ZBNKESD1
064118        MOVE 'Routing not on bank directory' TO WS-ROUTING-REASON ZBNKESD1
064119        GO TO CHECK-ROUTING-EXIT                                  ZBNKESD1
064120     END-IF.                                                      ZBNKESD1
064121     IF RTD-STATUS-INACTIVE                                       ZBNKESD1
064122        MOVE 'Bank routing no longer active' TO WS-ROUTING-REASON ZBNKESD1
064123        GO TO CHECK-ROUTING-EXIT                                  ZBNKESD1
064124     END-IF.                                                      ZBNKESD1
064125     IF NOT RTD-ACH-OK                                            ZBNKESD1
064126        MOVE 'Bank cannot receive ACH' TO WS-ROUTING-REASON       ZBNKESD1
064127     END-IF.                                                      ZBNKESD1
064128 CHECK-ROUTING-EXIT.                                              ZBNKESD1
064129     EXIT.                                                        ZBNKESD1
064130                                                                  ZBNKESD1
064131***************************************************************** ZBNKESD1
064132* Journal the BNKTXN record just added, changed or deleted so   * ZBNKESD1
064133* it can be rolled forward onto a reload                        * ZBNKESD1
064134***************************************************************** ZBNKESD1
064135 JOURNAL-BNKTXN.                                                  ZBNKESD1
064136     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKESD1
064137     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKESD1
064138     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKESD1
064139     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKESD1
064140     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKESD1
064141     IF JRN-CTL-ERROR                                             ZBNKESD1
064142        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKESD1
064143        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKESD1
064144        PERFORM ABORT-PROGRAM                                     ZBNKESD1
064145     END-IF.                                                      ZBNKESD1
064146                                                                  ZBNKESD1
064147***************************************************************** ZBNKESD1
064148* Journal the BNKPAYQ record just added, changed or deleted so  * ZBNKESD1
064149* it can be rolled forward onto a reload                        * ZBNKESD1
064150***************************************************************** ZBNKESD1
064151 JOURNAL-BNKPAYQ.                                                 ZBNKESD1
064152     MOVE 'BNKPAYQ' TO JRN-CTL-FILE.                              ZBNKESD1
064153     MOVE WS-BNKPAYQ-STATUS TO JRN-CTL-IO-STATUS.                 ZBNKESD1
064154     MOVE BNKPAYQ-REC TO JRN-CTL-IMAGE.                           ZBNKESD1
064155     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKESD1
064156     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKESD1
064157     IF JRN-CTL-ERROR                                             ZBNKESD1
064158        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKESD1
064159        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKESD1
064160        PERFORM ABORT-PROGRAM                                     ZBNKESD1
064161     END-IF.                                                      ZBNKESD1
064162                                                                  ZBNKESD1
064200***************************************************************** ZBNKESD1
064300* Display the file status bytes. This routine will display as   * ZBNKESD1
064400* two digits if the full two byte file status is numeric. If    * ZBNKESD1
