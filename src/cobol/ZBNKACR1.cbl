001950*              totals to BNKCTL and ZBNKACP1 proves the         * ZBNKACR1
001960*              partitions sum to one full-file pass before     *  ZBNKACR1
001970*              the trial balance runs.                          * ZBNKACR1
001972*              Every master-file update is journaled through    * ZBNKACR1
001974*              UJOURNL for forward recovery.                    * ZBNKACR1
001976*              A savings account's interest is shared across    * ZBNKACR1
001978*              its savings goals (BNKGOAL) in proportion to     * ZBNKACR1
001980*              what each held, so the goals and the             * ZBNKACR1
001982*              unallocated amount still make up the balance.    * ZBNKACR1
001984*              An account converted to this product during the  * ZBNKACR1
001986*              month was settled to the conversion date under   * ZBNKACR1
001988*              its old product by ZBNKCNV1, so only the rest of * ZBNKACR1
001990*              the month is accrued here.                       * ZBNKACR1
001992*              Credits back-valued on BNKBVAL have the          * ZBNKACR1
001994*              interest they missed since their value date      * ZBNKACR1
001996*              re-worked here and posted as a separate          * ZBNKACR1
001998*              adjustment entry.                                * ZBNKACR1
002000***************************************************************** ZBNKACR1
002100                                                                  ZBNKACR1
002200 IDENTIFICATION DIVISION.                                         ZBNKACR1
003300     SELECT BNKACC-FILE                                           ZBNKACR1
003400            ASSIGN       TO BNKACC                                ZBNKACR1
003500            ORGANIZATION IS INDEXED                               ZBNKACR1
003600            ACCESS MODE  IS DYNAMIC                               ZBNKACR1
003700            RECORD KEY   IS BAC-REC-ACCNO                         ZBNKACR1
003800            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          ZBNKACR1
003900            FILE STATUS  IS WS-BNKACC-STATUS.                     ZBNKACR1
004900            ACCESS MODE  IS RANDOM                                ZBNKACR1
005000            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKACR1
005100            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKACR1
005150            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKACR1
005200            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKACR1
005300                                                                  ZBNKACR1
005392     SELECT BNKCTL-FILE                                           ZBNKACR1
005425            ACCESS MODE  IS DYNAMIC                               ZBNKACR1
005426            RECORD KEY   IS BCS-REC-PID                           ZBNKACR1
005427            FILE STATUS  IS WS-BNKCUST-STATUS.                    ZBNKACR1
005428     SELECT BNKGOAL-FILE                                          ZBNKACR1
005429            ASSIGN       TO BNKGOAL                               ZBNKACR1
005430            ORGANIZATION IS INDEXED                               ZBNKACR1
005431            ACCESS MODE  IS DYNAMIC                               ZBNKACR1
005432            RECORD KEY   IS GOL-KEY                               ZBNKACR1
005433            FILE STATUS  IS WS-BNKGOAL-STATUS.                    ZBNKACR1
005434     SELECT BNKPCNV-FILE                                          ZBNKACR1
005435            ASSIGN       TO BNKPCNV                               ZBNKACR1
005436            ORGANIZATION IS INDEXED                               ZBNKACR1
005437            ACCESS MODE  IS RANDOM                                ZBNKACR1
005438            RECORD KEY   IS PCV-REC-ACCNO                         ZBNKACR1
005439            FILE STATUS  IS WS-BNKPCNV-STATUS.                    ZBNKACR1
005440     SELECT BNKBVAL-FILE                                          ZBNKACR1
005441            ASSIGN       TO BNKBVAL                               ZBNKACR1
005442            ORGANIZATION IS INDEXED                               ZBNKACR1
005443            ACCESS MODE  IS DYNAMIC                               ZBNKACR1
005444            RECORD KEY   IS BVL-KEY                               ZBNKACR1
005445            FILE STATUS  IS WS-BNKBVAL-STATUS.                    ZBNKACR1
005463                                                                  ZBNKACR1
005481 DATA DIVISION.                                                   ZBNKACR1
005500 FILE SECTION.                                                    ZBNKACR1
005600                                                                  ZBNKACR1
005700 FD  BNKACC-FILE.                                                 ZBNKACR1
006607 FD  BNKCUST-FILE.                                                ZBNKACR1
006608 01  BNKCUST-REC.                                                 ZBNKACR1
006609 COPY CBANKVCS.                                                   ZBNKACR1
006610                                                                  ZBNKACR1
006611 FD  BNKGOAL-FILE.                                                ZBNKACR1
006612 01  BNKGOAL-REC.                                                 ZBNKACR1
006613 COPY CBANKVGL.                                                   ZBNKACR1
006614                                                                  ZBNKACR1
006615 FD  BNKPCNV-FILE.                                                ZBNKACR1
006616 01  BNKPCNV-REC.                                                 ZBNKACR1
006617 COPY CBANKVCV.                                                   ZBNKACR1
006618                                                                  ZBNKACR1
006619 FD  BNKBVAL-FILE.                                                ZBNKACR1
006620 01  BNKBVAL-REC.                                                 ZBNKACR1
006621 COPY CBANKVBV.                                                   ZBNKACR1
006625                                                                  ZBNKACR1
006629 WORKING-STORAGE SECTION.                                         ZBNKACR1
006633 COPY CJOURNLD.                                                   ZBNKACR1
006666                                                                  ZBNKACR1
006700 COPY CTIMERD.                                                    ZBNKACR1
006800                                                                  ZBNKACR1
006900 COPY CTSTAMPD.                                                   ZBNKACR1
008307   05  WS-BNKCUST-STATUS.                                         ZBNKACR1
008308     10  WS-BNKCUST-STAT1                    PIC X(1).            ZBNKACR1
008309     10  WS-BNKCUST-STAT2                    PIC X(1).            ZBNKACR1
008310   05  WS-BNKGOAL-STATUS.                                         ZBNKACR1
008311     10  WS-BNKGOAL-STAT1                    PIC X(1).            ZBNKACR1
008312     10  WS-BNKGOAL-STAT2                    PIC X(1).            ZBNKACR1
008313   05  WS-GOAL-OPEN                          PIC X(1)             ZBNKACR1
008314       VALUE 'N'.                                                 ZBNKACR1
008315   05  WS-GOAL-PASS                          PIC X(1).            ZBNKACR1
008316   05  WS-GOAL-BASE                          PIC S9(9)V99         ZBNKACR1
008317                                             COMP-3.              ZBNKACR1
008318   05  WS-GOAL-HELD                          PIC S9(9)V99         ZBNKACR1
008319                                             COMP-3.              ZBNKACR1
008320   05  WS-GOAL-SHARE                         PIC S9(7)V99         ZBNKACR1
008321                                             COMP-3.              ZBNKACR1
008322   05  WS-GOALS-CREDITED                     PIC 9(7)             ZBNKACR1
008323       VALUE ZERO.                                                ZBNKACR1
008324   05  WS-BNKPCNV-STATUS.                                         ZBNKACR1
008325     10  WS-BNKPCNV-STAT1                    PIC X(1).            ZBNKACR1
008326     10  WS-BNKPCNV-STAT2                    PIC X(1).            ZBNKACR1
008327   05  WS-PCNV-OPEN                          PIC X(1)             ZBNKACR1
008328       VALUE 'N'.                                                 ZBNKACR1
008329   05  WS-CONV-DAY                           PIC 9(2)             ZBNKACR1
008330       VALUE ZERO.                                                ZBNKACR1
008331   05  WS-ADB-FROM-DAY                       PIC 9(2)             ZBNKACR1
008332       VALUE 1.                                                   ZBNKACR1
008333   05  WS-MONTH-LEN                          PIC 9(2).            ZBNKACR1
008334   05  WS-CONV-YEAR                          PIC 9(4).            ZBNKACR1
008335   05  WS-LEAP-QUOT                          PIC 9(4).            ZBNKACR1
008336   05  WS-LEAP-REM                           PIC 9(2).            ZBNKACR1
008337   05  WS-BNKBVAL-STATUS.                                         ZBNKACR1
008340     10  WS-BNKBVAL-STAT1                    PIC X(1).            ZBNKACR1
008343     10  WS-BNKBVAL-STAT2                    PIC X(1).            ZBNKACR1
008346   05  WS-BVAL-OPEN                          PIC X(1)             ZBNKACR1
008349       VALUE 'N'.                                                 ZBNKACR1
008352   05  WS-BVAL-POSTED                        PIC X(1).            ZBNKACR1
008355   05  WS-BVAL-SAVE-KEY                      PIC X(35).           ZBNKACR1
008358   05  WS-BVAL-YEAR                          PIC 9(4).            ZBNKACR1
008361   05  WS-BVAL-MONTH                         PIC 9(2).            ZBNKACR1
008364   05  WS-BVAL-MONTHS                        PIC S9(5) COMP-3.    ZBNKACR1
008367   05  WS-BVAL-MONTH-LEN                     PIC 9(2).            ZBNKACR1
008370   05  WS-BVAL-SHARE                         PIC S9(5)V9(4)       ZBNKACR1
008373                                             COMP-3.              ZBNKACR1
008376   05  WS-BVAL-SUM                           PIC S9(7)V9(4)       ZBNKACR1
008379                                             COMP-3.              ZBNKACR1
008382   05  WS-BVAL-ADJUSTED                      PIC 9(7)             ZBNKACR1
008385       VALUE ZERO.                                                ZBNKACR1
008400   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKACR1
008500       VALUE 'ZBNKACR1'.                                          ZBNKACR1
008501   05  WS-BNKCTL-STATUS.                                          ZBNKACR1
016100            ' credited with interest' DELIMITED BY SIZE           ZBNKACR1
016200       INTO WS-CONSOLE-MESSAGE.                                   ZBNKACR1
016300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKACR1
016310     IF WS-GOAL-OPEN IS EQUAL TO 'Y'                              ZBNKACR1
016320        MOVE SPACES TO WS-CONSOLE-MESSAGE                         ZBNKACR1
016330        STRING WS-GOALS-CREDITED DELIMITED BY SIZE                ZBNKACR1
016340               ' savings goals given a share of interest'         ZBNKACR1
016350               DELIMITED BY SIZE                                  ZBNKACR1
016360          INTO WS-CONSOLE-MESSAGE                                 ZBNKACR1
016370        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKACR1
016380     END-IF.                                                      ZBNKACR1
016381     IF WS-BVAL-OPEN IS EQUAL TO 'Y'                              ZBNKACR1
016383        MOVE SPACES TO WS-CONSOLE-MESSAGE                         ZBNKACR1
016385        STRING WS-BVAL-ADJUSTED DELIMITED BY SIZE                 ZBNKACR1
016387               ' back-valued interest adjustments posted'         ZBNKACR1
016389               DELIMITED BY SIZE                                  ZBNKACR1
016391          INTO WS-CONSOLE-MESSAGE                                 ZBNKACR1
016393        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKACR1
016395     END-IF.                                                      ZBNKACR1
016400     MOVE 'End Of Job'                                            ZBNKACR1
016500       TO WS-CONSOLE-MESSAGE.                                     ZBNKACR1
016600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKACR1
019200        MOVE BAC-REC-TYPE TO WS-LAST-ACC-TYPE                     ZBNKACR1
019300     END-IF.                                                      ZBNKACR1
019400                                                                  ZBNKACR1
019401***************************************************************** ZBNKACR1
019402* Was the account converted to this product during the month    * ZBNKACR1
019403***************************************************************** ZBNKACR1
019404     PERFORM CHECK-CONVERSION THRU                                ZBNKACR1
019405             CHECK-CONVERSION-EXIT.                               ZBNKACR1
019410***************************************************************** ZBNKACR1
019420* A product carrying a term is a fixed-term deposit - its       * ZBNKACR1
019430* interest is paid once, at maturity, by the ZBNKMAT1 run,      * ZBNKACR1
019600             BAC-REC-BALANCE * BAT-REC-INT-RATE                   ZBNKACR1
019605     END-IF                                                       ZBNKACR1
019610     END-IF.                                                      ZBNKACR1
019611***************************************************************** ZBNKACR1
019612* An account converted this month had the days to the           * ZBNKACR1
019613* conversion settled under its old product - only the rest of   * ZBNKACR1
019614* the month is accrued at this product's rate.  (A converted    * ZBNKACR1
019615* average-daily account with snapshots was already averaged     * ZBNKACR1
019616* over the whole month from the day after its conversion.)      * ZBNKACR1
019617***************************************************************** ZBNKACR1
019618     IF WS-CONV-DAY IS GREATER THAN ZERO AND                      ZBNKACR1
019619        WS-INTEREST-AMOUNT IS NOT EQUAL TO ZERO AND               ZBNKACR1
019620        (NOT BAT-ACCRUE-AVG-DAILY OR WS-ADB-DAYS = ZERO)          ZBNKACR1
019621        COMPUTE WS-INTEREST-AMOUNT ROUNDED =                      ZBNKACR1
019622                BAC-REC-BALANCE * BAT-REC-INT-RATE *              ZBNKACR1
019623                (WS-MONTH-LEN - WS-CONV-DAY) / WS-MONTH-LEN       ZBNKACR1
019624     END-IF.                                                      ZBNKACR1
019700                                                                  ZBNKACR1
019800     IF WS-INTEREST-AMOUNT IS NOT EQUAL TO ZERO                   ZBNKACR1
019810        PERFORM COMPUTE-WITHHOLDING THRU                          ZBNKACR1
019815                COMPUTE-WITHHOLDING-EXIT                          ZBNKACR1
019900        ADD WS-NET-INTEREST TO BAC-REC-BALANCE                    ZBNKACR1
020000        REWRITE BAC-RECORD                                        ZBNKACR1
020033        SET JRN-CTL-CHANGE TO TRUE                                ZBNKACR1
020066        PERFORM JOURNAL-BNKACC                                    ZBNKACR1
020100        IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                  ZBNKACR1
020200           MOVE 'Unable to rewrite account after interest'        ZBNKACR1
020300             TO WS-CONSOLE-MESSAGE                                ZBNKACR1
020920           PERFORM WRITE-WHT-AUDIT                                ZBNKACR1
020930           ADD WS-WHT-AMOUNT TO WS-WHT-TOTAL                      ZBNKACR1
020940        END-IF                                                    ZBNKACR1
020950        IF BAC-REC-TYPE IS EQUAL TO 'S' AND                       ZBNKACR1
020951           WS-GOAL-OPEN IS EQUAL TO 'Y' AND                       ZBNKACR1
020952           WS-NET-INTEREST IS GREATER THAN ZERO                   ZBNKACR1
020953           PERFORM SHARE-GOAL-INTEREST THRU                       ZBNKACR1
020954                   SHARE-GOAL-INTEREST-EXIT                       ZBNKACR1
020955        END-IF                                                    ZBNKACR1
021000        ADD 1 TO WS-ACCOUNTS-CREDITED                             ZBNKACR1
021001        ADD WS-INTEREST-AMOUNT TO WS-CTL-AMOUNT                   ZBNKACR1
021100     END-IF.                                                      ZBNKACR1
021110     IF WS-BVAL-OPEN IS EQUAL TO 'Y'                              ZBNKACR1
021120        PERFORM APPLY-BACK-VALUES THRU                            ZBNKACR1
021130                APPLY-BACK-VALUES-EXIT                            ZBNKACR1
021140     END-IF.                                                      ZBNKACR1
021200                                                                  ZBNKACR1
021201***************************************************************** ZBNKACR1
021202* Share the net interest just credited to a savings account     * ZBNKACR1
021203* across its active goals in proportion to what each held       * ZBNKACR1
021204* before the credit.  The first pass adds up what the goals     * ZBNKACR1
021205* hold; the second gives each its share, rounded down, so the   * ZBNKACR1
021206* pence left over stay in the unallocated amount and the goals  * ZBNKACR1
021207* can never come to more than the balance.  Goals holding more  * ZBNKACR1
021208* than the balance between them (the account drawn on since the * ZBNKACR1
021209* daily goals run) share only the interest itself.              * ZBNKACR1
021210***************************************************************** ZBNKACR1
021211 SHARE-GOAL-INTEREST.                                             ZBNKACR1
021212     COMPUTE WS-GOAL-BASE = BAC-REC-BALANCE - WS-NET-INTEREST.    ZBNKACR1
021213     MOVE ZERO TO WS-GOAL-HELD.                                   ZBNKACR1
021214     MOVE 'N' TO WS-GOAL-PASS.                                    ZBNKACR1
021215 SHARE-GOAL-START.                                                ZBNKACR1
021216     MOVE BAC-REC-ACCNO TO GOL-REC-ACCNO.                         ZBNKACR1
021217     MOVE '00' TO GOL-REC-SEQ.                                    ZBNKACR1
021218     START BNKGOAL-FILE KEY GREATER THAN GOL-KEY.                 ZBNKACR1
021219     IF WS-BNKGOAL-STATUS IS NOT EQUAL TO '00'                    ZBNKACR1
021220        GO TO SHARE-GOAL-INTEREST-EXIT                            ZBNKACR1
021221     END-IF.                                                      ZBNKACR1
021222 SHARE-GOAL-LOOP.                                                 ZBNKACR1
021223     READ BNKGOAL-FILE NEXT RECORD.                               ZBNKACR1
021224     IF WS-BNKGOAL-STATUS IS NOT EQUAL TO '00'                    ZBNKACR1
021225        GO TO SHARE-GOAL-PASS-DONE                                ZBNKACR1
021226     END-IF.                                                      ZBNKACR1
021227     IF GOL-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO               ZBNKACR1
021228        GO TO SHARE-GOAL-PASS-DONE                                ZBNKACR1
021229     END-IF.                                                      ZBNKACR1
021230     IF NOT GOL-STATUS-ACTIVE OR                                  ZBNKACR1
021231        GOL-REC-ALLOCATED IS NOT GREATER THAN ZERO                ZBNKACR1
021232        GO TO SHARE-GOAL-LOOP                                     ZBNKACR1
021233     END-IF.                                                      ZBNKACR1
021234     IF WS-GOAL-PASS IS EQUAL TO 'N'                              ZBNKACR1
021235        ADD GOL-REC-ALLOCATED TO WS-GOAL-HELD                     ZBNKACR1
021236        GO TO SHARE-GOAL-LOOP                                     ZBNKACR1
021237     END-IF.                                                      ZBNKACR1
021238     COMPUTE WS-GOAL-SHARE =                                      ZBNKACR1
021239        WS-NET-INTEREST * GOL-REC-ALLOCATED / WS-GOAL-BASE.       ZBNKACR1
021240     IF WS-GOAL-SHARE IS GREATER THAN ZERO                        ZBNKACR1
021241        ADD WS-GOAL-SHARE TO GOL-REC-ALLOCATED                    ZBNKACR1
021242        ADD WS-GOAL-SHARE TO GOL-REC-INT-TOTAL                    ZBNKACR1
021243        REWRITE GOL-RECORD                                        ZBNKACR1
021244        IF WS-BNKGOAL-STATUS IS NOT EQUAL TO '00'                 ZBNKACR1
021245           MOVE 'Unable to rewrite savings goal after interest'   ZBNKACR1
021246             TO WS-CONSOLE-MESSAGE                                ZBNKACR1
021247           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKACR1
021248           MOVE WS-BNKGOAL-STATUS TO WS-IO-STATUS                 ZBNKACR1
021249           PERFORM DISPLAY-IO-STATUS                              ZBNKACR1
021250           PERFORM ABORT-PROGRAM                                  ZBNKACR1
021251        END-IF                                                    ZBNKACR1
021252        ADD 1 TO WS-GOALS-CREDITED                                ZBNKACR1
021253     END-IF.                                                      ZBNKACR1
021254     GO TO SHARE-GOAL-LOOP.                                       ZBNKACR1
021255 SHARE-GOAL-PASS-DONE.                                            ZBNKACR1
021256     IF WS-GOAL-PASS IS EQUAL TO 'Y' OR                           ZBNKACR1
021257        WS-GOAL-HELD IS NOT GREATER THAN ZERO                     ZBNKACR1
021258        GO TO SHARE-GOAL-INTEREST-EXIT                            ZBNKACR1
021259     END-IF.                                                      ZBNKACR1
021260     IF WS-GOAL-HELD IS GREATER THAN WS-GOAL-BASE                 ZBNKACR1
021261        MOVE WS-GOAL-HELD TO WS-GOAL-BASE                         ZBNKACR1
021262     END-IF.                                                      ZBNKACR1
021263     MOVE 'Y' TO WS-GOAL-PASS.                                    ZBNKACR1
021264     GO TO SHARE-GOAL-START.                                      ZBNKACR1
021265 SHARE-GOAL-INTEREST-EXIT.                                        ZBNKACR1
021266     EXIT.                                                        ZBNKACR1
021267                                                                  ZBNKACR1
021300***************************************************************** ZBNKACR1
021400* Write the BNKTXN-FILE audit record for the interest just      * ZBNKACR1
021500* credited, following the same timestamp-key/UTWOSCMP pattern   * ZBNKACR1
024250                           WS-TWOS-COMP-OUTPUT                    ZBNKACR1
024280                           WS-TWOS-COMP-FORMAT.                   ZBNKACR1
024400     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKACR1
024450 COPY CBANKTXP.                                                   ZBNKACR1
024500     WRITE BTX-RECORD                                             ZBNKACR1
024533     SET JRN-CTL-ADD TO TRUE                                      ZBNKACR1
024566     PERFORM JOURNAL-BNKTXN.                                      ZBNKACR1
024600     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKACR1
024700        MOVE 'Unable to write interest audit record'              ZBNKACR1
024800          TO WS-CONSOLE-MESSAGE                                   ZBNKACR1
025453                           WS-TWOS-COMP-OUTPUT                    ZBNKACR1
025454                           WS-TWOS-COMP-FORMAT.                   ZBNKACR1
025455     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKACR1
025456 COPY CBANKTXP.                                                   ZBNKACR1
025457     WRITE BTX-RECORD                                             ZBNKACR1
025458     SET JRN-CTL-ADD TO TRUE                                      ZBNKACR1
025459     PERFORM JOURNAL-BNKTXN.                                      ZBNKACR1
025460     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKACR1
025461        MOVE 'Unable to write withholding record'                 ZBNKACR1
025462          TO WS-CONSOLE-MESSAGE                                   ZBNKACR1
025463        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKACR1
025464        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKACR1
025465        PERFORM DISPLAY-IO-STATUS                                 ZBNKACR1
025466        PERFORM ABORT-PROGRAM                                     ZBNKACR1
025467     END-IF.                                                      ZBNKACR1
025468                                                                  ZBNKACR1
025469***************************************************************** ZBNKACR1
025470* Average-daily-balance accrual - sum the month's BNKBALH       * ZBNKACR1
025471* snapshots for the account, average them, apply the rate, and  * ZBNKACR1
025472* record each day's share of the interest on BNKACRD so a       * ZBNKACR1
025473* disputed posting can be walked through day by day.  An        * ZBNKACR1
025474* account with no snapshots on file falls back to the           * ZBNKACR1
025475* month-end balance basis.                                      * ZBNKACR1
025476***************************************************************** ZBNKACR1
025477 ACCRUE-AVERAGE-DAILY.                                            ZBNKACR1
025478     MOVE ZERO TO WS-ADB-SUM.                                     ZBNKACR1
025479     MOVE ZERO TO WS-ADB-DAYS.                                    ZBNKACR1
025480     MOVE BAC-REC-ACCNO TO WS-ADB-ACCNO.                          ZBNKACR1
025481     MOVE WS-TS-DATE TO WS-ADB-FROM-DATE.                         ZBNKACR1
025482     MOVE WS-ADB-FROM-DAY TO WS-ADB-FROM-DATE (9:2).              ZBNKACR1
025483     MOVE WS-ADB-ACCNO TO BH-REC-ACCNO.                           ZBNKACR1
025484     MOVE WS-ADB-FROM-DATE TO BH-REC-DATE.                        ZBNKACR1
025485     START BNKBALH-FILE KEY NOT LESS THAN BH-KEY.                 ZBNKACR1
025486     IF WS-BNKBALH-STATUS IS NOT EQUAL TO '00'                    ZBNKACR1
025487        GO TO ADB-SUM-DONE                                        ZBNKACR1
025488     END-IF.                                                      ZBNKACR1
025489 ADB-SNAPSHOT-LOOP.                                               ZBNKACR1
025490     READ BNKBALH-FILE NEXT RECORD.                               ZBNKACR1
025491     IF WS-BNKBALH-STATUS IS NOT EQUAL TO '00'                    ZBNKACR1
025492        GO TO ADB-SUM-DONE                                        ZBNKACR1
025493     END-IF.                                                      ZBNKACR1
025494     IF BH-REC-ACCNO IS NOT EQUAL TO WS-ADB-ACCNO OR              ZBNKACR1
025495        BH-REC-DATE IS GREATER THAN WS-TS-DATE                    ZBNKACR1
025496        GO TO ADB-SUM-DONE                                        ZBNKACR1
025497     END-IF.                                                      ZBNKACR1
025498     IF BH-REC-BALANCE IS NUMERIC                                 ZBNKACR1
025499        ADD BH-REC-BALANCE TO WS-ADB-SUM                          ZBNKACR1
025500        ADD 1 TO WS-ADB-DAYS                                      ZBNKACR1
025501     END-IF.                                                      ZBNKACR1
025502     GO TO ADB-SNAPSHOT-LOOP.                                     ZBNKACR1
025503 ADB-SUM-DONE.                                                    ZBNKACR1
025504     IF WS-ADB-DAYS IS NOT GREATER THAN ZERO                      ZBNKACR1
025505        COMPUTE WS-INTEREST-AMOUNT ROUNDED =                      ZBNKACR1
025506                BAC-REC-BALANCE * BAT-REC-INT-RATE                ZBNKACR1
025507        GO TO ACCRUE-AVERAGE-DAILY-EXIT                           ZBNKACR1
025508     END-IF.                                                      ZBNKACR1
025509     IF WS-CONV-DAY IS GREATER THAN ZERO                          ZBNKACR1
025510        MOVE WS-MONTH-LEN TO WS-ADB-DAYS                          ZBNKACR1
025511     END-IF.                                                      ZBNKACR1
025512     COMPUTE WS-ADB-AVERAGE ROUNDED =                             ZBNKACR1
025513             WS-ADB-SUM / WS-ADB-DAYS.                            ZBNKACR1
025514     COMPUTE WS-INTEREST-AMOUNT ROUNDED =                         ZBNKACR1
025515             WS-ADB-AVERAGE * BAT-REC-INT-RATE.                   ZBNKACR1
025516     IF WS-INTEREST-AMOUNT IS NOT EQUAL TO ZERO                   ZBNKACR1
025517        PERFORM WRITE-ADB-DETAIL-ROWS THRU                        ZBNKACR1
025518                WRITE-ADB-DETAIL-ROWS-EXIT                        ZBNKACR1
025519     END-IF.                                                      ZBNKACR1
025520 ACCRUE-AVERAGE-DAILY-EXIT.                                       ZBNKACR1
025521     EXIT.                                                        ZBNKACR1
025522                                                                  ZBNKACR1
025523***************************************************************** ZBNKACR1
025524* Walk the same snapshot range again writing one BNKACRD row    * ZBNKACR1
025525* per day - balance, rate and the day's share of the interest.  * ZBNKACR1
025526* A re-run replaces the rows it wrote before.                   * ZBNKACR1
025527***************************************************************** ZBNKACR1
025528 WRITE-ADB-DETAIL-ROWS.                                           ZBNKACR1
025529     MOVE WS-ADB-ACCNO TO BH-REC-ACCNO.                           ZBNKACR1
025530     MOVE WS-ADB-FROM-DATE TO BH-REC-DATE.                        ZBNKACR1
025531     START BNKBALH-FILE KEY NOT LESS THAN BH-KEY.                 ZBNKACR1
025532     IF WS-BNKBALH-STATUS IS NOT EQUAL TO '00'                    ZBNKACR1
025533        GO TO WRITE-ADB-DETAIL-ROWS-EXIT                          ZBNKACR1
025534     END-IF.                                                      ZBNKACR1
025535 ADB-DETAIL-LOOP.                                                 ZBNKACR1
025536     READ BNKBALH-FILE NEXT RECORD.                               ZBNKACR1
025537     IF WS-BNKBALH-STATUS IS NOT EQUAL TO '00'                    ZBNKACR1
025538        GO TO WRITE-ADB-DETAIL-ROWS-EXIT                          ZBNKACR1
025539     END-IF.                                                      ZBNKACR1
025540     IF BH-REC-ACCNO IS NOT EQUAL TO WS-ADB-ACCNO OR              ZBNKACR1
025541        BH-REC-DATE IS GREATER THAN WS-TS-DATE                    ZBNKACR1
025542        GO TO WRITE-ADB-DETAIL-ROWS-EXIT                          ZBNKACR1
025543     END-IF.                                                      ZBNKACR1
025544     IF BH-REC-BALANCE IS NOT NUMERIC                             ZBNKACR1
025545        GO TO ADB-DETAIL-LOOP                                     ZBNKACR1
025546     END-IF.                                                      ZBNKACR1
025547     COMPUTE WS-ADB-DAY-SHARE ROUNDED =                           ZBNKACR1
025548       (BH-REC-BALANCE * BAT-REC-INT-RATE) / WS-ADB-DAYS.         ZBNKACR1
025549     MOVE SPACES TO ACD-RECORD.                                   ZBNKACR1
025550     MOVE WS-ADB-ACCNO TO ACD-REC-ACCNO.                          ZBNKACR1
025551     MOVE BH-REC-DATE TO ACD-REC-DATE.                            ZBNKACR1
025552     MOVE BH-REC-BALANCE TO ACD-REC-BALANCE.                      ZBNKACR1
025553     MOVE BAT-REC-INT-RATE TO ACD-REC-RATE.                       ZBNKACR1
025554     MOVE WS-ADB-DAY-SHARE TO ACD-REC-ACCRUED.                    ZBNKACR1
025555     WRITE ACD-RECORD.                                            ZBNKACR1
025556     IF WS-BNKACRD-STATUS IS EQUAL TO '22'                        ZBNKACR1
025557        REWRITE ACD-RECORD                                        ZBNKACR1
025558     END-IF.                                                      ZBNKACR1
025559     IF WS-BNKACRD-STATUS IS NOT EQUAL TO '00'                    ZBNKACR1
025560        MOVE 'Unable to write accrual detail record'              ZBNKACR1
025561          TO WS-CONSOLE-MESSAGE                                   ZBNKACR1
025562        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKACR1
025563        MOVE WS-BNKACRD-STATUS TO WS-IO-STATUS                    ZBNKACR1
025564        PERFORM DISPLAY-IO-STATUS                                 ZBNKACR1
025565        PERFORM ABORT-PROGRAM                                     ZBNKACR1
025566     END-IF.                                                      ZBNKACR1
025567     GO TO ADB-DETAIL-LOOP.                                       ZBNKACR1
025568 WRITE-ADB-DETAIL-ROWS-EXIT.                                      ZBNKACR1
025569     EXIT.                                                        ZBNKACR1
025570                                                                  ZBNKACR1
025571***************************************************************** ZBNKACR1
025600* Open the account, account-type and transaction files          * ZBNKACR1
025700***************************************************************** ZBNKACR1
025800 OPEN-FILES.                                                      ZBNKACR1
028601        PERFORM DISPLAY-IO-STATUS                                 ZBNKACR1
028602        PERFORM ABORT-PROGRAM                                     ZBNKACR1
028603     END-IF.                                                      ZBNKACR1
028604     OPEN I-O BNKGOAL-FILE.                                       ZBNKACR1
028605     IF WS-BNKGOAL-STATUS IS EQUAL TO '00'                        ZBNKACR1
028606        MOVE 'Y' TO WS-GOAL-OPEN                                  ZBNKACR1
028607     END-IF.                                                      ZBNKACR1
028608     OPEN INPUT BNKPCNV-FILE.                                     ZBNKACR1
028609     IF WS-BNKPCNV-STATUS IS EQUAL TO '00'                        ZBNKACR1
028610        MOVE 'Y' TO WS-PCNV-OPEN                                  ZBNKACR1
028611     END-IF.                                                      ZBNKACR1
028612     OPEN I-O BNKBVAL-FILE.                                       ZBNKACR1
028613     IF WS-BNKBVAL-STATUS IS EQUAL TO '00'                        ZBNKACR1
028614        MOVE 'Y' TO WS-BVAL-OPEN                                  ZBNKACR1
028615     END-IF.                                                      ZBNKACR1
028657                                                                  ZBNKACR1
028700***************************************************************** ZBNKACR1
028800* Close the account, account-type and transaction files         * ZBNKACR1
028900***************************************************************** ZBNKACR1
029310     CLOSE BNKBALH-FILE.                                          ZBNKACR1
029320     CLOSE BNKACRD-FILE.                                          ZBNKACR1
029330     CLOSE BNKCUST-FILE.                                          ZBNKACR1
029332     IF WS-BVAL-OPEN IS EQUAL TO 'Y'                              ZBNKACR1
029334        CLOSE BNKBVAL-FILE                                        ZBNKACR1
029336     END-IF.                                                      ZBNKACR1
029340     IF WS-GOAL-OPEN IS EQUAL TO 'Y'                              ZBNKACR1
029350        CLOSE BNKGOAL-FILE                                        ZBNKACR1
029360     END-IF.                                                      ZBNKACR1
029361     IF WS-PCNV-OPEN IS EQUAL TO 'Y'                              ZBNKACR1
029362        CLOSE BNKPCNV-FILE                                        ZBNKACR1
029363     END-IF.                                                      ZBNKACR1
029364                                                                  ZBNKACR1
029365***************************************************************** ZBNKACR1
029366* A conversion done this month leaves WS-CONV-DAY at its day,   * ZBNKACR1
029367* the month's length, and the snapshot walk starting the day    * ZBNKACR1
029368* after; otherwise the whole month is accrued                   * ZBNKACR1
029369***************************************************************** ZBNKACR1
029370 CHECK-CONVERSION.                                                ZBNKACR1
029371     MOVE ZERO TO WS-CONV-DAY.                                    ZBNKACR1
029372     MOVE 1 TO WS-ADB-FROM-DAY.                                   ZBNKACR1
029373     IF WS-PCNV-OPEN IS NOT EQUAL TO 'Y'                          ZBNKACR1
029374        GO TO CHECK-CONVERSION-EXIT                               ZBNKACR1
029375     END-IF.                                                      ZBNKACR1
029376     MOVE BAC-REC-ACCNO TO PCV-REC-ACCNO.                         ZBNKACR1
029377     READ BNKPCNV-FILE.                                           ZBNKACR1
029378     IF WS-BNKPCNV-STATUS IS NOT EQUAL TO '00' OR                 ZBNKACR1
029379        NOT PCV-STATUS-DONE OR                                    ZBNKACR1
029380        PCV-REC-CONV-DATE (1:7) IS NOT EQUAL TO WS-TS-DATE (1:7)  ZBNKACR1
029381        GO TO CHECK-CONVERSION-EXIT                               ZBNKACR1
029382     END-IF.                                                      ZBNKACR1
029383     MOVE PCV-REC-CONV-DATE (9:2) TO WS-CONV-DAY.                 ZBNKACR1
029384     COMPUTE WS-ADB-FROM-DAY = WS-CONV-DAY + 1.                   ZBNKACR1
029385     MOVE 31 TO WS-MONTH-LEN.                                     ZBNKACR1
029386     EVALUATE WS-TS-DATE (6:2)                                    ZBNKACR1
029387       WHEN '04' WHEN '06' WHEN '09' WHEN '11'                    ZBNKACR1
029388         MOVE 30 TO WS-MONTH-LEN                                  ZBNKACR1
029389       WHEN '02'                                                  ZBNKACR1
029390         MOVE WS-TS-DATE (1:4) TO WS-CONV-YEAR                    ZBNKACR1
029391         DIVIDE WS-CONV-YEAR BY 4 GIVING WS-LEAP-QUOT             ZBNKACR1
029392           REMAINDER WS-LEAP-REM                                  ZBNKACR1
029393         MOVE 28 TO WS-MONTH-LEN                                  ZBNKACR1
029394         IF WS-LEAP-REM IS EQUAL TO ZERO                          ZBNKACR1
029395            MOVE 29 TO WS-MONTH-LEN                               ZBNKACR1
029396         END-IF                                                   ZBNKACR1
029397     END-EVALUATE.                                                ZBNKACR1
029398 CHECK-CONVERSION-EXIT.                                           ZBNKACR1
029399     EXIT.                                                        ZBNKACR1
029400                                                                  ZBNKACR1
029401***************************************************************** ZBNKACR1
029402* Record this run's activity counts on the shared control file  * ZBNKACR1
029433      END-IF.                                                     ZBNKACR1
029434      CLOSE BNKCTL-FILE.                                          ZBNKACR1
029435                                                                  ZBNKACR1
029445***************************************************************** ZBNKACR1
029455* Journal the BNKACC record just added, changed or deleted so   * ZBNKACR1
029465* it can be rolled forward onto a reload                        * ZBNKACR1
029475***************************************************************** ZBNKACR1
029485 JOURNAL-BNKACC.                                                  ZBNKACR1
029495     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKACR1
029505     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKACR1
029515     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKACR1
029525     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKACR1
029535     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKACR1
029545     IF JRN-CTL-ERROR                                             ZBNKACR1
029555        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKACR1
029565        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKACR1
029575        PERFORM ABORT-PROGRAM                                     ZBNKACR1
029585     END-IF.                                                      ZBNKACR1
029595                                                                  ZBNKACR1
029605***************************************************************** ZBNKACR1
029615* Journal the BNKTXN record just added, changed or deleted so   * ZBNKACR1
029625* it can be rolled forward onto a reload                        * ZBNKACR1
029635***************************************************************** ZBNKACR1
029645 JOURNAL-BNKTXN.                                                  ZBNKACR1
029655     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKACR1
029665     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKACR1
029675     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKACR1
029685     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKACR1
029695     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKACR1
029705     IF JRN-CTL-ERROR                                             ZBNKACR1
029715        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKACR1
029725        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKACR1
029735        PERFORM ABORT-PROGRAM                                     ZBNKACR1
029745     END-IF.                                                      ZBNKACR1
029755                                                                  ZBNKACR1
029765***************************************************************** ZBNKACR1
029775* Re-work the credit interest on this account's back-valued     * ZBNKACR1
029785* items not yet seen by a month-end run.  On the month-end      * ZBNKACR1
029795* balance basis the item missed one month's interest for each   * ZBNKACR1
029805* month-end between its value date and its posting; on the      * ZBNKACR1
029815* average-daily-balance basis it missed its share of every      * ZBNKACR1
029825* day's interest from the value date to the day before posting, * ZBNKACR1
029835* and those days' BNKACRD rows are brought up to date with it.  * ZBNKACR1
029845* The difference, net of any withholding, is posted as its own  * ZBNKACR1
029855* adjustment entry.  The account record currently held is the   * ZBNKACR1
029865* one being adjusted.                                           * ZBNKACR1
029875***************************************************************** ZBNKACR1
029885 APPLY-BACK-VALUES.                                               ZBNKACR1
029895     MOVE 'N' TO WS-BVAL-POSTED.                                  ZBNKACR1
029905     MOVE BAC-REC-ACCNO TO BVL-REC-ACCNO.                         ZBNKACR1
029915     MOVE LOW-VALUES TO BVL-REC-TIMESTAMP.                        ZBNKACR1
029925     START BNKBVAL-FILE KEY GREATER THAN BVL-KEY.                 ZBNKACR1
029935     IF WS-BNKBVAL-STATUS IS NOT EQUAL TO '00'                    ZBNKACR1
029945        GO TO APPLY-BACK-VALUES-EXIT                              ZBNKACR1
029955     END-IF.                                                      ZBNKACR1
029965 APPLY-BACK-VALUES-LOOP.                                          ZBNKACR1
029975     READ BNKBVAL-FILE NEXT RECORD.                               ZBNKACR1
029985     IF WS-BNKBVAL-STATUS IS NOT EQUAL TO '00'                    ZBNKACR1
029995        GO TO APPLY-BACK-VALUES-DONE                              ZBNKACR1
030005     END-IF.                                                      ZBNKACR1
030015     IF BVL-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO               ZBNKACR1
030025        GO TO APPLY-BACK-VALUES-DONE                              ZBNKACR1
030035     END-IF.                                                      ZBNKACR1
030045     IF NOT BVL-CR-PENDING                                        ZBNKACR1
030055        GO TO APPLY-BACK-VALUES-LOOP                              ZBNKACR1
030065     END-IF.                                                      ZBNKACR1
030075     MOVE BVL-KEY TO WS-BVAL-SAVE-KEY.                            ZBNKACR1
030085     MOVE ZERO TO WS-INTEREST-AMOUNT.                             ZBNKACR1
030095     IF (BAT-REC-TERM-MONTHS IS NUMERIC AND                       ZBNKACR1
030105         BAT-REC-TERM-MONTHS IS GREATER THAN ZERO) OR             ZBNKACR1
030115        BAT-REC-INT-RATE IS EQUAL TO ZERO                         ZBNKACR1
030125        SET BVL-CR-NOT-APPLICABLE TO TRUE                         ZBNKACR1
030135        GO TO APPLY-BACK-VALUES-MARK                              ZBNKACR1
030145     END-IF.                                                      ZBNKACR1
030155     IF BAT-ACCRUE-AVG-DAILY                                      ZBNKACR1
030165        PERFORM BVAL-AVERAGE-DAILY THRU                           ZBNKACR1
030175                BVAL-AVERAGE-DAILY-EXIT                           ZBNKACR1
030185     ELSE                                                         ZBNKACR1
030195        MOVE BVL-REC-VALUE-DATE (1:4) TO WS-BVAL-YEAR             ZBNKACR1
030205        MOVE BVL-REC-VALUE-DATE (6:2) TO WS-BVAL-MONTH            ZBNKACR1
030215        COMPUTE WS-BVAL-MONTHS =                                  ZBNKACR1
030225                WS-BVAL-YEAR * 12 + WS-BVAL-MONTH                 ZBNKACR1
030235        MOVE BVL-REC-POST-DATE (1:4) TO WS-BVAL-YEAR              ZBNKACR1
030245        MOVE BVL-REC-POST-DATE (6:2) TO WS-BVAL-MONTH             ZBNKACR1
030255        COMPUTE WS-BVAL-MONTHS =                                  ZBNKACR1
030265                WS-BVAL-YEAR * 12 + WS-BVAL-MONTH - WS-BVAL-MONTHSZBNKACR1
030275        COMPUTE WS-INTEREST-AMOUNT ROUNDED =                      ZBNKACR1
030285                BVL-REC-AMOUNT * BAT-REC-INT-RATE * WS-BVAL-MONTHSZBNKACR1
030295     END-IF.                                                      ZBNKACR1
030305     SET BVL-CR-ADJUSTED TO TRUE.                                 ZBNKACR1
030315     IF WS-INTEREST-AMOUNT IS EQUAL TO ZERO                       ZBNKACR1
030325        GO TO APPLY-BACK-VALUES-MARK                              ZBNKACR1
030335     END-IF.                                                      ZBNKACR1
030345     PERFORM COMPUTE-WITHHOLDING THRU                             ZBNKACR1
030355             COMPUTE-WITHHOLDING-EXIT.                            ZBNKACR1
030365     ADD WS-NET-INTEREST TO BAC-REC-BALANCE.                      ZBNKACR1
030375     REWRITE BAC-RECORD                                           ZBNKACR1
030385     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKACR1
030395     PERFORM JOURNAL-BNKACC.                                      ZBNKACR1
030405     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKACR1
030415        MOVE 'Unable to rewrite account after interest adjustment'ZBNKACR1
030425          TO WS-CONSOLE-MESSAGE                                   ZBNKACR1
030435        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKACR1
030445        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKACR1
030455        PERFORM DISPLAY-IO-STATUS                                 ZBNKACR1
030465        PERFORM ABORT-PROGRAM                                     ZBNKACR1
030475     END-IF.                                                      ZBNKACR1
030485     MOVE 'Y' TO WS-BVAL-POSTED.                                  ZBNKACR1
030495     PERFORM WRITE-BVAL-INTEREST-AUDIT.                           ZBNKACR1
030505     IF WS-WHT-AMOUNT IS NOT EQUAL TO ZERO                        ZBNKACR1
030515        PERFORM WRITE-WHT-AUDIT                                   ZBNKACR1
030525        ADD WS-WHT-AMOUNT TO WS-WHT-TOTAL                         ZBNKACR1
030535     END-IF.                                                      ZBNKACR1
030545     ADD 1 TO WS-BVAL-ADJUSTED.                                   ZBNKACR1
030555 APPLY-BACK-VALUES-MARK.                                          ZBNKACR1
030565     MOVE WS-INTEREST-AMOUNT TO BVL-REC-CR-ADJ.                   ZBNKACR1
030575     MOVE WS-TS-DATE TO BVL-REC-CR-ADJ-DATE.                      ZBNKACR1
030585     REWRITE BVL-RECORD.                                          ZBNKACR1
030595     IF WS-BNKBVAL-STATUS IS NOT EQUAL TO '00'                    ZBNKACR1
030605        MOVE 'Unable to update back-valued item register'         ZBNKACR1
030615          TO WS-CONSOLE-MESSAGE                                   ZBNKACR1
030625        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKACR1
030635        MOVE WS-BNKBVAL-STATUS TO WS-IO-STATUS                    ZBNKACR1
030645        PERFORM DISPLAY-IO-STATUS                                 ZBNKACR1
030655        PERFORM ABORT-PROGRAM                                     ZBNKACR1
030665     END-IF.                                                      ZBNKACR1
030675     MOVE WS-BVAL-SAVE-KEY TO BVL-KEY.                            ZBNKACR1
030685     START BNKBVAL-FILE KEY GREATER THAN BVL-KEY.                 ZBNKACR1
030695     IF WS-BNKBVAL-STATUS IS NOT EQUAL TO '00'                    ZBNKACR1
030705        GO TO APPLY-BACK-VALUES-DONE                              ZBNKACR1
030715     END-IF.                                                      ZBNKACR1
030725     GO TO APPLY-BACK-VALUES-LOOP.                                ZBNKACR1
030735 APPLY-BACK-VALUES-DONE.                                          ZBNKACR1
030745***************************************************************** ZBNKACR1
030755* An adjustment REWRITE disturbed the sequential position - put * ZBNKACR1
030765* the scan back where it was                                    * ZBNKACR1
030775***************************************************************** ZBNKACR1
030785     IF WS-BVAL-POSTED IS EQUAL TO 'Y'                            ZBNKACR1
030795        START BNKACC-FILE KEY GREATER THAN BAC-REC-ACCNO          ZBNKACR1
030805        IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                  ZBNKACR1
030815           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKACR1
030825        END-IF                                                    ZBNKACR1
030835     END-IF.                                                      ZBNKACR1
030845 APPLY-BACK-VALUES-EXIT.                                          ZBNKACR1
030855     EXIT.                                                        ZBNKACR1
030865                                                                  ZBNKACR1
030875***************************************************************** ZBNKACR1
030885* Average-daily-balance basis - the item's share of each day's  * ZBNKACR1
030895* interest from its value date to the day before it posted,     * ZBNKACR1
030905* one share per BNKBALH snapshot in that span                   * ZBNKACR1
030915***************************************************************** ZBNKACR1
030925 BVAL-AVERAGE-DAILY.                                              ZBNKACR1
030935     MOVE ZERO TO WS-BVAL-SUM.                                    ZBNKACR1
030945     MOVE BVL-REC-ACCNO TO BH-REC-ACCNO.                          ZBNKACR1
030955     MOVE BVL-REC-VALUE-DATE TO BH-REC-DATE.                      ZBNKACR1
030965     START BNKBALH-FILE KEY NOT LESS THAN BH-KEY.                 ZBNKACR1
030975     IF WS-BNKBALH-STATUS IS NOT EQUAL TO '00'                    ZBNKACR1
030985        GO TO BVAL-AVERAGE-DAILY-DONE                             ZBNKACR1
030995     END-IF.                                                      ZBNKACR1
031005 BVAL-AVERAGE-DAILY-LOOP.                                         ZBNKACR1
031015     READ BNKBALH-FILE NEXT RECORD.                               ZBNKACR1
031025     IF WS-BNKBALH-STATUS IS NOT EQUAL TO '00'                    ZBNKACR1
031035        GO TO BVAL-AVERAGE-DAILY-DONE                             ZBNKACR1
031045     END-IF.                                                      ZBNKACR1
031055     IF BH-REC-ACCNO IS NOT EQUAL TO BVL-REC-ACCNO OR             ZBNKACR1
031065        BH-REC-DATE IS NOT LESS THAN BVL-REC-POST-DATE            ZBNKACR1
031075        GO TO BVAL-AVERAGE-DAILY-DONE                             ZBNKACR1
031085     END-IF.                                                      ZBNKACR1
031095     IF BH-REC-BALANCE IS NOT NUMERIC                             ZBNKACR1
031105        GO TO BVAL-AVERAGE-DAILY-LOOP                             ZBNKACR1
031115     END-IF.                                                      ZBNKACR1
031125     MOVE 31 TO WS-BVAL-MONTH-LEN.                                ZBNKACR1
031135     EVALUATE BH-REC-DATE (6:2)                                   ZBNKACR1
031145       WHEN '04' WHEN '06' WHEN '09' WHEN '11'                    ZBNKACR1
031155         MOVE 30 TO WS-BVAL-MONTH-LEN                             ZBNKACR1
031165       WHEN '02'                                                  ZBNKACR1
031175         MOVE BH-REC-DATE (1:4) TO WS-BVAL-YEAR                   ZBNKACR1
031185         DIVIDE WS-BVAL-YEAR BY 4 GIVING WS-LEAP-QUOT             ZBNKACR1
031195           REMAINDER WS-LEAP-REM                                  ZBNKACR1
031205         MOVE 28 TO WS-BVAL-MONTH-LEN                             ZBNKACR1
031215         IF WS-LEAP-REM IS EQUAL TO ZERO                          ZBNKACR1
031225            MOVE 29 TO WS-BVAL-MONTH-LEN                          ZBNKACR1
031235         END-IF                                                   ZBNKACR1
031245     END-EVALUATE.                                                ZBNKACR1
031255     COMPUTE WS-BVAL-SHARE ROUNDED =                              ZBNKACR1
031265       (BVL-REC-AMOUNT * BAT-REC-INT-RATE) / WS-BVAL-MONTH-LEN.   ZBNKACR1
031275     ADD WS-BVAL-SHARE TO WS-BVAL-SUM.                            ZBNKACR1
031285     MOVE BH-REC-ACCNO TO ACD-REC-ACCNO.                          ZBNKACR1
031295     MOVE BH-REC-DATE TO ACD-REC-DATE.                            ZBNKACR1
031305     READ BNKACRD-FILE.                                           ZBNKACR1
031315     IF WS-BNKACRD-STATUS IS NOT EQUAL TO '00'                    ZBNKACR1
031325        GO TO BVAL-AVERAGE-DAILY-LOOP                             ZBNKACR1
031335     END-IF.                                                      ZBNKACR1
031345     ADD BVL-REC-AMOUNT TO ACD-REC-BALANCE.                       ZBNKACR1
031355     ADD WS-BVAL-SHARE TO ACD-REC-ACCRUED.                        ZBNKACR1
031365     REWRITE ACD-RECORD.                                          ZBNKACR1
031375     IF WS-BNKACRD-STATUS IS NOT EQUAL TO '00'                    ZBNKACR1
031385        MOVE 'Unable to rewrite accrual detail record'            ZBNKACR1
031395          TO WS-CONSOLE-MESSAGE                                   ZBNKACR1
031405        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKACR1
031415        MOVE WS-BNKACRD-STATUS TO WS-IO-STATUS                    ZBNKACR1
031425        PERFORM DISPLAY-IO-STATUS                                 ZBNKACR1
031435        PERFORM ABORT-PROGRAM                                     ZBNKACR1
031445     END-IF.                                                      ZBNKACR1
031455     GO TO BVAL-AVERAGE-DAILY-LOOP.                               ZBNKACR1
031465 BVAL-AVERAGE-DAILY-DONE.                                         ZBNKACR1
031475     COMPUTE WS-INTEREST-AMOUNT ROUNDED = WS-BVAL-SUM.            ZBNKACR1
031485 BVAL-AVERAGE-DAILY-EXIT.                                         ZBNKACR1
031495     EXIT.                                                        ZBNKACR1
031505                                                                  ZBNKACR1
031515***************************************************************** ZBNKACR1
031525* Write the BNKTXN entry for a back-value interest adjustment - * ZBNKACR1
031535* a further credit or, for a back-valued debit, a reversal      * ZBNKACR1
031545***************************************************************** ZBNKACR1
031555 WRITE-BVAL-INTEREST-AUDIT.                                       ZBNKACR1
031565 COPY CTSTAMPP.                                                   ZBNKACR1
031575     MOVE WS-PART-ID TO WS-TS-TIME-DDDDDD (3:1).                  ZBNKACR1
031585     MOVE WS-TXN-SEQ TO WS-TS-TIME-DDDDDD (4:3).                  ZBNKACR1
031595     ADD 1 TO WS-TXN-SEQ.                                         ZBNKACR1
031605                                                                  ZBNKACR1
031615     MOVE SPACES TO BTX-RECORD.                                   ZBNKACR1
031625     MOVE BAC-REC-PID TO BTX-REC-PID.                             ZBNKACR1
031635     MOVE 'I' TO BTX-REC-TYPE.                                    ZBNKACR1
031645     IF WS-INTEREST-AMOUNT IS GREATER THAN ZERO                   ZBNKACR1
031655        MOVE 'A' TO BTX-REC-SUB-TYPE                              ZBNKACR1
031665     ELSE                                                         ZBNKACR1
031675        MOVE 'B' TO BTX-REC-SUB-TYPE                              ZBNKACR1
031685     END-IF.                                                      ZBNKACR1
031695     MOVE BAC-REC-ACCNO TO BTX-REC-ACCNO.                         ZBNKACR1
031705     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      ZBNKACR1
031715     MOVE WS-INTEREST-AMOUNT TO BTX-REC-AMOUNT.                   ZBNKACR1
031725     SET TXN-INTEREST-ACCRUAL TO TRUE.                            ZBNKACR1
031735     MOVE SPACES TO TXN-DATA-OLD.                                 ZBNKACR1
031745     STRING 'Int adj back-value ' DELIMITED BY SIZE               ZBNKACR1
031755            BVL-REC-VALUE-DATE DELIMITED BY SIZE                  ZBNKACR1
031765       INTO TXN-T1-OLD-DESC.                                      ZBNKACR1
031775     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       ZBNKACR1
031785     MOVE SPACES TO BTX-REC-DATA-NEW.                             ZBNKACR1
031795     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     ZBNKACR1
031805     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      ZBNKACR1
031815     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             ZBNKACR1
031825     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       ZBNKACR1
031835                           WS-TWOS-COMP-INPUT                     ZBNKACR1
031845                           WS-TWOS-COMP-OUTPUT                    ZBNKACR1
031855                           WS-TWOS-COMP-FORMAT.                   ZBNKACR1
031865     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKACR1
031875 COPY CBANKTXP.                                                   ZBNKACR1
031885     WRITE BTX-RECORD                                             ZBNKACR1
031895     SET JRN-CTL-ADD TO TRUE                                      ZBNKACR1
031905     PERFORM JOURNAL-BNKTXN.                                      ZBNKACR1
031915     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKACR1
031925        MOVE 'Unable to write interest adjustment record'         ZBNKACR1
031935          TO WS-CONSOLE-MESSAGE                                   ZBNKACR1
031945        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKACR1
031955        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKACR1
031965        PERFORM DISPLAY-IO-STATUS                                 ZBNKACR1
031975        PERFORM ABORT-PROGRAM                                     ZBNKACR1
031985     END-IF.                                                      ZBNKACR1
031995                                                                  ZBNKACR1
032005***************************************************************** ZBNKACR1
032015* Display the file status bytes. This routine will display as   * ZBNKACR1
032025* two digits if the full two byte file status is numeric. If    * ZBNKACR1
032035* second byte is non-numeric then it will be treated as a       * ZBNKACR1
032045* binary number.                                                * ZBNKACR1
032055***************************************************************** ZBNKACR1
032065 DISPLAY-IO-STATUS.                                               ZBNKACR1
032075     IF WS-IO-STATUS NUMERIC                                      ZBNKACR1
032085        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKACR1
032095        STRING 'File status -' DELIMITED BY SIZE                  ZBNKACR1
032105               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKACR1
032115          INTO WS-CONSOLE-MESSAGE                                 ZBNKACR1
032125        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKACR1
032135     ELSE                                                         ZBNKACR1
032145        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKACR1
032155        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKACR1
032165        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKACR1
032175        STRING 'File status -' DELIMITED BY SIZE                  ZBNKACR1
032185               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKACR1
032195               '/' DELIMITED BY SIZE                              ZBNKACR1
032205               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKACR1
032215          INTO WS-CONSOLE-MESSAGE                                 ZBNKACR1
032225        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKACR1
032235     END-IF.                                                      ZBNKACR1
032245                                                                  ZBNKACR1
032255***************************************************************** ZBNKACR1
032265* 'ABORT' the program.                                          * ZBNKACR1
032275* Post a message to the console and issue a STOP RUN            * ZBNKACR1
032300***************************************************************** ZBNKACR1
032400 ABORT-PROGRAM.                                                   ZBNKACR1
032500     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKACR1
