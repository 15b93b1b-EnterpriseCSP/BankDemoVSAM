002100*              sees what the bank is giving away and where.     * ZBNKFWV1
002200*              The report month comes from the EXEC PARM        * ZBNKFWV1
002300*              (CCYYMM), defaulting to the current month.       * ZBNKFWV1
002325*              Reversals are picked up by banking posting date, * ZBNKFWV1
002350*              browsing the month on the BNKTXN posting-date    * ZBNKFWV1
002375*              alternate key.                                   * ZBNKFWV1
002400***************************************************************** ZBNKFWV1
002500                                                                  ZBNKFWV1
002600 IDENTIFICATION DIVISION.                                         ZBNKFWV1
004000            ACCESS MODE  IS SEQUENTIAL                            ZBNKFWV1
004100            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKFWV1
004200            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKFWV1
004250            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKFWV1
004300            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKFWV1
004400     SELECT BNKFWVR-FILE                                          ZBNKFWV1
004500            ASSIGN       TO BNKFWVR                               ZBNKFWV1
013500   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKFWV1
013600                                             PIC 9(1) COMP.       ZBNKFWV1
013700   05  WS-REPORT-MONTH                       PIC X(7).            ZBNKFWV1
013750   05  WS-REPORT-PD-MONTH                    PIC X(6).            ZBNKFWV1
013800   05  WS-SUB1                               PIC S9(3) COMP.      ZBNKFWV1
013900   05  WS-GRP-KIND                           PIC X(1).            ZBNKFWV1
014000   05  WS-GRP-BRANCH                         PIC X(3).            ZBNKFWV1
024100* The month's reversal credits - RV-referenced type 'F' rows    * ZBNKFWV1
024200***************************************************************** ZBNKFWV1
024300 SCAN-REVERSALS.                                                  ZBNKFWV1
024307     MOVE WS-REPORT-MONTH (1:4) TO WS-REPORT-PD-MONTH (1:4).      ZBNKFWV1
024314     MOVE WS-REPORT-MONTH (6:2) TO WS-REPORT-PD-MONTH (5:2).      ZBNKFWV1
024321     MOVE SPACES TO BTX-REC-POSTING-DATE.                         ZBNKFWV1
024328     MOVE WS-REPORT-PD-MONTH TO BTX-REC-POSTING-DATE (1:6).       ZBNKFWV1
024335     MOVE '01' TO BTX-REC-POSTING-DATE (7:2).                     ZBNKFWV1
024342     MOVE LOW-VALUES TO BTX-REC-PD-ACCNO.                         ZBNKFWV1
024349     MOVE LOW-VALUES TO BTX-REC-PD-TIMESTAMP.                     ZBNKFWV1
024356     START BNKTXN-FILE KEY GREATER THAN OR EQUAL                  ZBNKFWV1
024363           BTX-REC-ALTKEY2.                                       ZBNKFWV1
024370     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKFWV1
024377        GO TO SCAN-REVERSALS-EXIT                                 ZBNKFWV1
024384     END-IF.                                                      ZBNKFWV1
024400 SCAN-REVERSALS-LOOP.                                             ZBNKFWV1
024500     READ BNKTXN-FILE NEXT RECORD.                                ZBNKFWV1
024600     IF WS-BNKTXN-STAT1 IS NOT EQUAL TO '0'                       ZBNKFWV1
024700        GO TO SCAN-REVERSALS-EXIT                                 ZBNKFWV1
024800     END-IF.                                                      ZBNKFWV1
024900     IF BTX-REC-POSTING-DATE (1:6) IS NOT EQUAL TO                ZBNKFWV1
025000        WS-REPORT-PD-MONTH                                        ZBNKFWV1
025100        GO TO SCAN-REVERSALS-EXIT                                 ZBNKFWV1
025200     END-IF.                                                      ZBNKFWV1
025300     IF BTX-REC-TYPE IS NOT EQUAL TO 'F' OR                       ZBNKFWV1
025400        BTX-REC-AMOUNT IS NOT GREATER THAN ZERO OR                ZBNKFWV1
