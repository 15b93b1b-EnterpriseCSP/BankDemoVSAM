002100*              each loan into 30/60/90+ buckets and prints the  * ZBNKLND1
002200*              aging report totaled by bucket - so collections  * ZBNKLND1
002300*              works from a systematic list instead of branch   * ZBNKLND1
002333*              memory.  A revolving line of credit ages the     * ZBNKLND1
002366*              same way on the minimum payments its billing     * ZBNKLND1
002399*              cycles write to BNKLNSCH; its cycle day is the   * ZBNKLND1
002432*              origination day held to the 28th, and its        * ZBNKLND1
002465*              arrears are the unpaid minimums themselves.      * ZBNKLND1
002476*              Every master-file update is journaled through    * ZBNKLND1
002487*              UJOURNL for forward recovery.                    * ZBNKLND1
002500***************************************************************** ZBNKLND1
002600                                                                  ZBNKLND1
002700 IDENTIFICATION DIVISION.                                         ZBNKLND1
006800 01  PRINTOUT-REC                        PIC X(121).              ZBNKLND1
006900                                                                  ZBNKLND1
007000 WORKING-STORAGE SECTION.                                         ZBNKLND1
007033 COPY CJOURNLD.                                                   ZBNKLND1
007066                                                                  ZBNKLND1
007100 COPY CTIMERD.                                                    ZBNKLND1
007200                                                                  ZBNKLND1
007300 COPY CTSTAMPD.                                                   ZBNKLND1
010300   05  WS-OLDEST-UNPAID-NO                   PIC S9(5) COMP-3.    ZBNKLND1
010400   05  WS-ARREARS-ROWS                       PIC S9(5) COMP-3.    ZBNKLND1
010500   05  WS-ARREARS-AMOUNT                     PIC S9(9)V99 COMP-3. ZBNKLND1
010550   05  WS-ARREARS-DUE                        PIC S9(9)V99 COMP-3. ZBNKLND1
010600   05  WS-MONTHS-ELAPSED                     PIC S9(5) COMP-3.    ZBNKLND1
010700   05  WS-DAYS-DELINQ                        PIC S9(5) COMP-3.    ZBNKLND1
010800   05  WS-TODAY-SERIAL                       PIC S9(9) COMP-3.    ZBNKLND1
025600     MOVE WS-SAVE-LOAN-ID (1:4) TO WS-ORIG-YYYY.                  ZBNKLND1
025700     MOVE WS-SAVE-LOAN-ID (6:2) TO WS-ORIG-MM.                    ZBNKLND1
025800     MOVE WS-SAVE-LOAN-ID (9:2) TO WS-ORIG-DD.                    ZBNKLND1
025820     IF LNM-PRODUCT-REVOLVING AND                                 ZBNKLND1
025840        WS-ORIG-DD IS GREATER THAN 28                             ZBNKLND1
025860        MOVE 28 TO WS-ORIG-DD                                     ZBNKLND1
025880     END-IF.                                                      ZBNKLND1
025900     COMPUTE WS-MONTHS-ELAPSED =                                  ZBNKLND1
026000       ((WS-TODAY-YYYY - WS-ORIG-YYYY) * 12) +                    ZBNKLND1
026100       (WS-TODAY-MM - WS-ORIG-MM).                                ZBNKLND1
026800                                                                  ZBNKLND1
026900     MOVE ZERO TO WS-OLDEST-UNPAID-NO.                            ZBNKLND1
027000     MOVE ZERO TO WS-ARREARS-ROWS.                                ZBNKLND1
027050     MOVE ZERO TO WS-ARREARS-DUE.                                 ZBNKLND1
027100     PERFORM SCAN-SCHEDULE-FOR-ARREARS.                           ZBNKLND1
027200                                                                  ZBNKLND1
027300     IF WS-OLDEST-UNPAID-NO IS EQUAL TO ZERO                      ZBNKLND1
030600        MOVE ZERO TO WS-DAYS-DELINQ                               ZBNKLND1
030700     END-IF.                                                      ZBNKLND1
030800                                                                  ZBNKLND1
030842     IF LNM-PRODUCT-REVOLVING                                     ZBNKLND1
030884        MOVE WS-ARREARS-DUE TO WS-ARREARS-AMOUNT                  ZBNKLND1
030926     ELSE                                                         ZBNKLND1
030968        COMPUTE WS-ARREARS-AMOUNT =                               ZBNKLND1
031010          WS-ARREARS-ROWS * LNM-REC-MONTHLY-PAYMENT               ZBNKLND1
031052     END-IF.                                                      ZBNKLND1
031100                                                                  ZBNKLND1
031200     SET LNM-LOAN-PAST-DUE TO TRUE.                               ZBNKLND1
031300     MOVE WS-DAYS-DELINQ TO LNM-REC-DAYS-DELINQ.                  ZBNKLND1
036600              ELSE                                                ZBNKLND1
036700                 IF LNS-ROW-UNPAID                                ZBNKLND1
036800                    ADD 1 TO WS-ARREARS-ROWS                      ZBNKLND1
036820                    ADD LNS-REC-PRINCIPAL-PORTION                 ZBNKLND1
036840                      TO WS-ARREARS-DUE                           ZBNKLND1
036860                    ADD LNS-REC-INTEREST-PORTION                  ZBNKLND1
036880                      TO WS-ARREARS-DUE                           ZBNKLND1
036900                    IF WS-OLDEST-UNPAID-NO IS EQUAL TO ZERO       ZBNKLND1
037000                       MOVE LNS-REC-PAYMENT-NO                    ZBNKLND1
037100                         TO WS-OLDEST-UNPAID-NO                   ZBNKLND1
038200* Rewrite the loan record with the freshly computed markers     * ZBNKLND1
038300***************************************************************** ZBNKLND1
038400 REWRITE-LOAN-MARKERS.                                            ZBNKLND1
038500     REWRITE LNM-RECORD                                           ZBNKLND1
038533     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKLND1
038566     PERFORM JOURNAL-BNKLOAN.                                     ZBNKLND1
038600     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKLND1
038700        MOVE 'Unable to rewrite loan markers'                     ZBNKLND1
038800          TO WS-CONSOLE-MESSAGE                                   ZBNKLND1
050300     CLOSE BNKLNSCH-FILE.                                         ZBNKLND1
050400     CLOSE PRINTOUT-FILE.                                         ZBNKLND1
050500                                                                  ZBNKLND1
050505***************************************************************** ZBNKLND1
050510* Journal the BNKLOAN record just added, changed or deleted so  * ZBNKLND1
050515* it can be rolled forward onto a reload                        * ZBNKLND1
050520***************************************************************** ZBNKLND1
050525 JOURNAL-BNKLOAN.                                                 ZBNKLND1
050530     MOVE 'BNKLOAN' TO JRN-CTL-FILE.                              ZBNKLND1
050535     MOVE WS-BNKLOAN-STATUS TO JRN-CTL-IO-STATUS.                 ZBNKLND1
050540     MOVE BNKLOAN-REC TO JRN-CTL-IMAGE.                           ZBNKLND1
050545     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKLND1
050550     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKLND1
050555     IF JRN-CTL-ERROR                                             ZBNKLND1
050560        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKLND1
050565        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLND1
050570        PERFORM ABORT-PROGRAM                                     ZBNKLND1
050575     END-IF.                                                      ZBNKLND1
050580                                                                  ZBNKLND1
050600***************************************************************** ZBNKLND1
050700* Display the file status bytes. This routine will display as   * ZBNKLND1
050800* two digits if the full two byte file status is numeric. If    * ZBNKLND1
