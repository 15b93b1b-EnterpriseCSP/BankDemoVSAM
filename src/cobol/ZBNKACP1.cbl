001400* Function:    Accrual partition consolidation.  After the      * ZBNKACP1
001500*              ZBNKACR1 key-range partitions have run, their    * ZBNKACP1
001600*              ACTIVP1-ACTIVP4 totals on BNKCTL are summed and  * ZBNKACP1
001700*              proved against one pass of BNKTXN counting       * ZBNKACP1
001800*              the day's type 'I' interest postings - the same  * ZBNKACP1
001900*              answer a single full-file accrual would have     * ZBNKACP1
002000*              recorded.  A single unpartitioned run's          * ZBNKACP1
002300*              job's ACTIVITY row; on a mismatch the run ends   * ZBNKACP1
002400*              with return code 8 and the trial balance         * ZBNKACP1
002500*              (ZBNKTRB1) must be held.                         * ZBNKACP1
002525*              The day's postings are reached through the       * ZBNKACP1
002550*              BNKTXN posting-date alternate key rather than    * ZBNKACP1
002575*              by reading the whole file.                       * ZBNKACP1
002600***************************************************************** ZBNKACP1
002700                                                                  ZBNKACP1
002800 IDENTIFICATION DIVISION.                                         ZBNKACP1
004200            ACCESS MODE  IS SEQUENTIAL                            ZBNKACP1
004300            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKACP1
004400            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKACP1
004450            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKACP1
004500            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKACP1
004600     SELECT BNKCTL-FILE                                           ZBNKACP1
004700            ASSIGN       TO BNKCTL                                ZBNKACP1
008900       VALUE 'NO '.                                               ZBNKACP1
009000   05  WS-SUB1                               PIC S9(3) COMP.      ZBNKACP1
009100   05  WS-ACCRUAL-DATE                       PIC X(10).           ZBNKACP1
009150   05  WS-ACCRUAL-POSTING-DATE               PIC X(8).            ZBNKACP1
009200   05  WS-PART-COUNT                         PIC S9(9) COMP-3     ZBNKACP1
009300       VALUE ZERO.                                                ZBNKACP1
009400   05  WS-PART-AMOUNT                        PIC S9(13)V99        ZBNKACP1
023900     EXIT.                                                        ZBNKACP1
024000                                                                  ZBNKACP1
024100***************************************************************** ZBNKACP1
024200* One pass of BNKTXN counting today's type 'I' interest         * ZBNKACP1
024300* postings - what a single full-file accrual would have done.   * ZBNKACP1
024310* Only the blank-sub-type accrual rows count: the partitions'   * ZBNKACP1
024320* BNKCTL totals carry gross interest and accounts credited, so  * ZBNKACP1
025200        PERFORM DISPLAY-IO-STATUS                                 ZBNKACP1
025300        PERFORM ABORT-PROGRAM                                     ZBNKACP1
025400     END-IF.                                                      ZBNKACP1
025408     MOVE WS-ACCRUAL-DATE (1:4) TO WS-ACCRUAL-POSTING-DATE (1:4). ZBNKACP1
025416     MOVE WS-ACCRUAL-DATE (6:2) TO WS-ACCRUAL-POSTING-DATE (5:2). ZBNKACP1
025424     MOVE WS-ACCRUAL-DATE (9:2) TO WS-ACCRUAL-POSTING-DATE (7:2). ZBNKACP1
025432     MOVE WS-ACCRUAL-POSTING-DATE TO BTX-REC-POSTING-DATE.        ZBNKACP1
025440     MOVE LOW-VALUES TO BTX-REC-PD-ACCNO.                         ZBNKACP1
025448     MOVE LOW-VALUES TO BTX-REC-PD-TIMESTAMP.                     ZBNKACP1
025456     START BNKTXN-FILE KEY GREATER THAN OR EQUAL                  ZBNKACP1
025464           BTX-REC-ALTKEY2.                                       ZBNKACP1
025472     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKACP1
025480        GO TO COUNT-INTEREST-DONE                                 ZBNKACP1
025488     END-IF.                                                      ZBNKACP1
025500 COUNT-INTEREST-LOOP.                                             ZBNKACP1
025600     READ BNKTXN-FILE NEXT RECORD.                                ZBNKACP1
025700     IF WS-BNKTXN-STATUS IS EQUAL TO '10'                         ZBNKACP1
026500        PERFORM DISPLAY-IO-STATUS                                 ZBNKACP1
026600        PERFORM ABORT-PROGRAM                                     ZBNKACP1
026700     END-IF.                                                      ZBNKACP1
026720     IF BTX-REC-POSTING-DATE IS NOT EQUAL TO                      ZBNKACP1
026740        WS-ACCRUAL-POSTING-DATE                                   ZBNKACP1
026760        GO TO COUNT-INTEREST-DONE                                 ZBNKACP1
026780     END-IF.                                                      ZBNKACP1
026800     IF BTX-REC-TYPE IS EQUAL TO 'I' AND                          ZBNKACP1
026900        BTX-REC-SUB-TYPE IS EQUAL TO SPACES                       ZBNKACP1
027000        ADD 1 TO WS-FULL-COUNT                                    ZBNKACP1
027100        ADD BTX-REC-AMOUNT TO WS-FULL-AMOUNT                      ZBNKACP1
027200     END-IF.                                                      ZBNKACP1
