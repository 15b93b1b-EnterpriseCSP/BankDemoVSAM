002200*              the threshold go to the fixed-format regulatory  * ZBNKCTR1
002300*              extract with their identity from BNKCUST, and    * ZBNKCTR1
002400*              to the internal review listing.                  * ZBNKCTR1
002420*              The teller and ATM legs are reached through      * ZBNKCTR1
002440*              the BNKTXN posting-date alternate key, so only   * ZBNKCTR1
002460*              the report date's entries are read, and each     * ZBNKCTR1
002480*              leg counts to the banking day it was posted to.  * ZBNKCTR1
002500***************************************************************** ZBNKCTR1
002600                                                                  ZBNKCTR1
002700 IDENTIFICATION DIVISION.                                         ZBNKCTR1
004100            ACCESS MODE  IS SEQUENTIAL                            ZBNKCTR1
004200            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKCTR1
004300            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKCTR1
004350            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKCTR1
004400            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKCTR1
004500     SELECT BNKATMJ-FILE                                          ZBNKCTR1
004600            ASSIGN       TO BNKATMJ                               ZBNKCTR1
012800                                             PIC 9(1) COMP.       ZBNKCTR1
012900   05  WS-END-OF-FILE                        PIC X(3).            ZBNKCTR1
013000   05  WS-REPORT-DATE                        PIC X(10).           ZBNKCTR1
013050   05  WS-REPORT-POSTING-DATE                PIC X(8).            ZBNKCTR1
013100***************************************************************** ZBNKCTR1
013200* The regulatory reporting threshold                            * ZBNKCTR1
013300***************************************************************** ZBNKCTR1
022900***************************************************************** ZBNKCTR1
023000 SCAN-BNKTXN-CASH.                                                ZBNKCTR1
023100     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKCTR1
023108     MOVE WS-REPORT-DATE (1:4) TO WS-REPORT-POSTING-DATE (1:4).   ZBNKCTR1
023116     MOVE WS-REPORT-DATE (6:2) TO WS-REPORT-POSTING-DATE (5:2).   ZBNKCTR1
023124     MOVE WS-REPORT-DATE (9:2) TO WS-REPORT-POSTING-DATE (7:2).   ZBNKCTR1
023132     MOVE WS-REPORT-POSTING-DATE TO BTX-REC-POSTING-DATE.         ZBNKCTR1
023140     MOVE LOW-VALUES TO BTX-REC-PD-ACCNO.                         ZBNKCTR1
023148     MOVE LOW-VALUES TO BTX-REC-PD-TIMESTAMP.                     ZBNKCTR1
023156     START BNKTXN-FILE KEY GREATER THAN OR EQUAL                  ZBNKCTR1
023164           BTX-REC-ALTKEY2.                                       ZBNKCTR1
023172     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKCTR1
023180        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKCTR1
023188     END-IF.                                                      ZBNKCTR1
023200     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKCTR1
023300        READ BNKTXN-FILE                                          ZBNKCTR1
023400        IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00' OR               ZBNKCTR1
023433           BTX-REC-POSTING-DATE IS NOT EQUAL TO                   ZBNKCTR1
023466           WS-REPORT-POSTING-DATE                                 ZBNKCTR1
023500           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKCTR1
023600        ELSE                                                      ZBNKCTR1
023700           IF BTX-REC-ACCNO (1:7) IS NOT EQUAL TO '9999999'       ZBNKCTR1
024000              IF BTX-REC-TYPE IS EQUAL TO 'T' OR                  ZBNKCTR1
024100                 (BTX-REC-TYPE IS EQUAL TO 'A' AND                ZBNKCTR1
024200                  BTX-REC-SUB-TYPE IS EQUAL TO '2')               ZBNKCTR1
