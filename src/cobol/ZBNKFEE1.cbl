002100*              per its product, the charges post to BNKTXN      * ZBNKFEE1
002200*              under the fee type the ledger feed maps to fee   * ZBNKFEE1
002300*              income, and the run prints what it charged.      * ZBNKFEE1
002325*              Nothing is charged while the account holder has  * ZBNKFEE1
002350*              an active bankruptcy case on BNKBKRP - the       * ZBNKFEE1
002375*              charge is listed and totalled as held instead.   * ZBNKFEE1
002376*              Accounts on corporate account analysis - in an   * ZBNKFEE1
002377*              active sweep group, or owned by a business whose * ZBNKFEE1
002378*              profile names an analysis account - are left to  * ZBNKFEE1
002379*              the ZBNKANL1 run and only counted here.          * ZBNKFEE1
002380*              An account converted to its product this month   * ZBNKFEE1
002381*              pays that product's charge for the days since    * ZBNKFEE1
002382*              only; ZBNKCNV1 took the old product's to date.   * ZBNKFEE1
002383*              Every master-file update is journaled through    * ZBNKFEE1
002391*              UJOURNL for forward recovery.                    * ZBNKFEE1
002400***************************************************************** ZBNKFEE1
002500                                                                  ZBNKFEE1
002600 IDENTIFICATION DIVISION.                                         ZBNKFEE1
005300            ACCESS MODE  IS DYNAMIC                               ZBNKFEE1
005400            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKFEE1
005500            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKFEE1
005550            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKFEE1
005600            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKFEE1
005700     SELECT PRINTOUT-FILE                                         ZBNKFEE1
005800            ASSIGN       TO PRINTOUT                              ZBNKFEE1
006292            ACCESS MODE  IS RANDOM                                ZBNKFEE1
006294            RECORD KEY   IS FWV-REC-ACCNO                         ZBNKFEE1
006296            FILE STATUS  IS WS-BNKFWVR-STATUS.                    ZBNKFEE1
006301     SELECT BNKBKRP-FILE                                          ZBNKFEE1
006302            ASSIGN       TO BNKBKRP                               ZBNKFEE1
006303            ORGANIZATION IS INDEXED                               ZBNKFEE1
006304            ACCESS MODE  IS DYNAMIC                               ZBNKFEE1
006305            RECORD KEY   IS BKR-KEY                               ZBNKFEE1
006306            FILE STATUS  IS WS-BNKBKRP-STATUS.                    ZBNKFEE1
006307     SELECT BNKSWPG-FILE                                          ZBNKFEE1
006308            ASSIGN       TO BNKSWPG                               ZBNKFEE1
006309            ORGANIZATION IS INDEXED                               ZBNKFEE1
006310            ACCESS MODE  IS DYNAMIC                               ZBNKFEE1
006311            RECORD KEY   IS SWP-KEY                               ZBNKFEE1
006312            FILE STATUS  IS WS-BNKSWPG-STATUS.                    ZBNKFEE1
006313     SELECT BNKBUSP-FILE                                          ZBNKFEE1
006314            ASSIGN       TO BNKBUSP                               ZBNKFEE1
006315            ORGANIZATION IS INDEXED                               ZBNKFEE1
006316            ACCESS MODE  IS RANDOM                                ZBNKFEE1
006317            RECORD KEY   IS BBP-KEY                               ZBNKFEE1
006318            FILE STATUS  IS WS-BNKBUSP-STATUS.                    ZBNKFEE1
006319     SELECT BNKPCNV-FILE                                          ZBNKFEE1
006320            ASSIGN       TO BNKPCNV                               ZBNKFEE1
006321            ORGANIZATION IS INDEXED                               ZBNKFEE1
006322            ACCESS MODE  IS RANDOM                                ZBNKFEE1
006323            RECORD KEY   IS PCV-REC-ACCNO                         ZBNKFEE1
006324            FILE STATUS  IS WS-BNKPCNV-STATUS.                    ZBNKFEE1
006349                                                                  ZBNKFEE1
006374 DATA DIVISION.                                                   ZBNKFEE1
006400 FILE SECTION.                                                    ZBNKFEE1
006500                                                                  ZBNKFEE1
006600 FD  BNKACC-FILE.                                                 ZBNKFEE1
008160 FD  BNKFWVR-FILE.                                                ZBNKFEE1
008170 01  BNKFWVR-REC.                                                 ZBNKFEE1
008180 COPY CBANKVFW.                                                   ZBNKFEE1
008181                                                                  ZBNKFEE1
008182 FD  BNKBKRP-FILE.                                                ZBNKFEE1
008183 01  BNKBKRP-REC.                                                 ZBNKFEE1
008184 COPY CBANKVBK.                                                   ZBNKFEE1
008185                                                                  ZBNKFEE1
008186 FD  BNKSWPG-FILE.                                                ZBNKFEE1
008187 01  BNKSWPG-REC.                                                 ZBNKFEE1
008188 COPY CBANKVCC.                                                   ZBNKFEE1
008189                                                                  ZBNKFEE1
008190 FD  BNKBUSP-FILE.                                                ZBNKFEE1
008191 01  BNKBUSP-REC.                                                 ZBNKFEE1
008192 COPY CBANKVBP.                                                   ZBNKFEE1
008193                                                                  ZBNKFEE1
008194 FD  BNKPCNV-FILE.                                                ZBNKFEE1
008195 01  BNKPCNV-REC.                                                 ZBNKFEE1
008196 COPY CBANKVCV.                                                   ZBNKFEE1
008209                                                                  ZBNKFEE1
008222 WORKING-STORAGE SECTION.                                         ZBNKFEE1
008235 COPY CJOURNLD.                                                   ZBNKFEE1
008248                                                                  ZBNKFEE1
008261 COPY CRUNCTLD.                                                   ZBNKFEE1
008274                                                                  ZBNKFEE1
008287 COPY CTIMERD.                                                    ZBNKFEE1
008300                                                                  ZBNKFEE1
008400 COPY CTSTAMPD.                                                   ZBNKFEE1
008500                                                                  ZBNKFEE1
012144       VALUE ZERO.                                                ZBNKFEE1
012146   05  WS-WAIVED-TOTAL                       PIC S9(11)V99        ZBNKFEE1
012148       COMP-3 VALUE ZERO.                                         ZBNKFEE1
012158   05  WS-BNKBKRP-STATUS.                                         ZBNKFEE1
012168     10  WS-BNKBKRP-STAT1                    PIC X(1).            ZBNKFEE1
012178     10  WS-BNKBKRP-STAT2                    PIC X(1).            ZBNKFEE1
012188   05  WS-BKRP-OPEN                          PIC X(1)             ZBNKFEE1
012198       VALUE 'N'.                                                 ZBNKFEE1
012208   05  WS-ACCOUNTS-BKR-HELD                  PIC 9(5)             ZBNKFEE1
012218       VALUE ZERO.                                                ZBNKFEE1
012228   05  WS-BKR-HELD-TOTAL                     PIC S9(11)V99        ZBNKFEE1
012238       COMP-3 VALUE ZERO.                                         ZBNKFEE1
012248   05  WS-BNKSWPG-STATUS.                                         ZBNKFEE1
012258     10  WS-BNKSWPG-STAT1                    PIC X(1).            ZBNKFEE1
012268     10  WS-BNKSWPG-STAT2                    PIC X(1).            ZBNKFEE1
012278   05  WS-BNKBUSP-STATUS.                                         ZBNKFEE1
012288     10  WS-BNKBUSP-STAT1                    PIC X(1).            ZBNKFEE1
012298     10  WS-BNKBUSP-STAT2                    PIC X(1).            ZBNKFEE1
012308   05  WS-BUSP-OPEN                          PIC X(1)             ZBNKFEE1
012318       VALUE 'N'.                                                 ZBNKFEE1
012328   05  WS-SWEPT-GROUP-ACTIVE                 PIC X(1).            ZBNKFEE1
012338   05  WS-ON-ANALYSIS                        PIC X(1).            ZBNKFEE1
012348   05  WS-SWEPT-COUNT                        PIC S9(4) COMP       ZBNKFEE1
012358       VALUE ZERO.                                                ZBNKFEE1
012368   05  WS-SWEPT-MAX                          PIC S9(4) COMP       ZBNKFEE1
012378       VALUE 500.                                                 ZBNKFEE1
012388   05  WS-SUB1                               PIC S9(4) COMP.      ZBNKFEE1
012398   05  WS-ACCOUNTS-ANALYSED                  PIC 9(5)             ZBNKFEE1
012408       VALUE ZERO.                                                ZBNKFEE1
012418   05  WS-BNKPCNV-STATUS.                                         ZBNKFEE1
012428     10  WS-BNKPCNV-STAT1                    PIC X(1).            ZBNKFEE1
012438     10  WS-BNKPCNV-STAT2                    PIC X(1).            ZBNKFEE1
012448   05  WS-PCNV-OPEN                          PIC X(1)             ZBNKFEE1
012458       VALUE 'N'.                                                 ZBNKFEE1
012468   05  WS-CONV-DAY                           PIC 9(2)             ZBNKFEE1
012478       VALUE ZERO.                                                ZBNKFEE1
012488   05  WS-MONTH-LEN                          PIC 9(2).            ZBNKFEE1
012498   05  WS-CONV-YEAR                          PIC 9(4).            ZBNKFEE1
012508   05  WS-LEAP-QUOT                          PIC 9(4).            ZBNKFEE1
012518   05  WS-LEAP-REM                           PIC 9(2).            ZBNKFEE1
012528   05  WS-ACCOUNTS-READ                      PIC 9(7)             ZBNKFEE1
012538       VALUE ZERO.                                                ZBNKFEE1
012548   05  WS-ACCOUNTS-CHARGED                   PIC 9(7)             ZBNKFEE1
012558       VALUE ZERO.                                                ZBNKFEE1
012600   05  WS-FEES-TOTAL                         PIC S9(11)V99 COMP-3 ZBNKFEE1
012700       VALUE ZERO.                                                ZBNKFEE1
012800   05  WS-TXN-SEQ                            PIC 9(4)             ZBNKFEE1
013300   05  WS-SVC-CHARGE                         PIC S9(5)V99 COMP-3. ZBNKFEE1
013400   05  WS-EXCESS-FEE                         PIC S9(5)V99 COMP-3. ZBNKFEE1
013500   05  WS-TOTAL-CHARGE                       PIC S9(5)V99 COMP-3. ZBNKFEE1
013520                                                                  ZBNKFEE1
013540 01  WS-SWEPT-TABLE.                                              ZBNKFEE1
013560   05  WS-SWEPT-ACCNO                        PIC X(9)             ZBNKFEE1
013580       OCCURS 500 TIMES.                                          ZBNKFEE1
013600                                                                  ZBNKFEE1
013700 01  WS-REPORT-LINES.                                             ZBNKFEE1
013800   05  WS-LINE1.                                                  ZBNKFEE1
021300              PERFORM ABORT-PROGRAM                               ZBNKFEE1
021400           ELSE                                                   ZBNKFEE1
021500              ADD 1 TO WS-ACCOUNTS-READ                           ZBNKFEE1
021600              PERFORM PROCESS-ACCOUNT THRU                        ZBNKFEE1
021650                      PROCESS-ACCOUNT-EXIT                        ZBNKFEE1
021700           END-IF                                                 ZBNKFEE1
021800        END-IF                                                    ZBNKFEE1
021900     END-PERFORM.                                                 ZBNKFEE1
023900* Work out and post this account's monthly charges per its      * ZBNKFEE1
024000* product's fee schedule.  House settlement accounts in the     * ZBNKFEE1
024100* 9999999xx range never pay fees.                               * ZBNKFEE1
024133* Accounts on corporate account analysis are priced by          * ZBNKFEE1
024166* ZBNKANL1 instead and only listed here.                        * ZBNKFEE1
024200***************************************************************** ZBNKFEE1
024300 PROCESS-ACCOUNT.                                                 ZBNKFEE1
024400     IF NOT BAC-STATUS-OPEN                                       ZBNKFEE1
024700     IF BAC-REC-ACCNO (1:7) IS EQUAL TO '9999999'                 ZBNKFEE1
024800        GO TO PROCESS-ACCOUNT-EXIT                                ZBNKFEE1
024900     END-IF.                                                      ZBNKFEE1
024908     PERFORM CHECK-ON-ANALYSIS THRU                               ZBNKFEE1
024916             CHECK-ON-ANALYSIS-EXIT.                              ZBNKFEE1
024924     IF WS-ON-ANALYSIS IS EQUAL TO 'Y'                            ZBNKFEE1
024932        ADD 1 TO WS-ACCOUNTS-ANALYSED                             ZBNKFEE1
024940        MOVE SPACES TO WS-LINE4                                   ZBNKFEE1
024948        MOVE BAC-REC-ACCNO TO WS-LINE4-ACCNO                      ZBNKFEE1
024956        MOVE BAC-REC-PID TO WS-LINE4-PID                          ZBNKFEE1
024964        MOVE WS-LINE4 TO PRINTOUT-REC                             ZBNKFEE1
024972        PERFORM PRINTOUT-PUT                                      ZBNKFEE1
024980        GO TO PROCESS-ACCOUNT-EXIT                                ZBNKFEE1
024988     END-IF.                                                      ZBNKFEE1
025000     MOVE BAC-REC-TYPE TO BAT-REC-TYPE.                           ZBNKFEE1
025100     READ BNKATYP-FILE.                                           ZBNKFEE1
025200     IF WS-BNKATYP-STATUS IS NOT EQUAL TO '00'                    ZBNKFEE1
027200           MOVE BAT-REC-SVC-CHARGE TO WS-SVC-CHARGE               ZBNKFEE1
027300        END-IF                                                    ZBNKFEE1
027400     END-IF.                                                      ZBNKFEE1
027401***************************************************************** ZBNKFEE1
027402* An account converted to this product during the month paid    * ZBNKFEE1
027403* its old product's charge to the conversion date in ZBNKCNV1 - * ZBNKFEE1
027404* this product's charge is for the rest of the month only       * ZBNKFEE1
027405***************************************************************** ZBNKFEE1
027406     IF WS-SVC-CHARGE IS GREATER THAN ZERO                        ZBNKFEE1
027407        PERFORM CHECK-CONVERSION THRU                             ZBNKFEE1
027408                CHECK-CONVERSION-EXIT                             ZBNKFEE1
027409        IF WS-CONV-DAY IS GREATER THAN ZERO                       ZBNKFEE1
027410           COMPUTE WS-SVC-CHARGE ROUNDED =                        ZBNKFEE1
027411              BAT-REC-SVC-CHARGE * (WS-MONTH-LEN - WS-CONV-DAY)   ZBNKFEE1
027412                / WS-MONTH-LEN                                    ZBNKFEE1
027413        END-IF                                                    ZBNKFEE1
027414     END-IF.                                                      ZBNKFEE1
027500                                                                  ZBNKFEE1
027600     MOVE ZERO TO WS-EXCESS-FEE.                                  ZBNKFEE1
027700     MOVE ZERO TO WS-MONTH-TXN-COUNT.                             ZBNKFEE1
029100     END-IF.                                                      ZBNKFEE1
029110                                                                  ZBNKFEE1
029120***************************************************************   ZBNKFEE1
029130* Nothing is charged to a customer in bankruptcy - the charge     ZBNKFEE1
029140* is listed and totalled as held                                  ZBNKFEE1
029150***************************************************************   ZBNKFEE1
029160     IF WS-BKRP-OPEN IS EQUAL TO 'Y'                              ZBNKFEE1
029170        MOVE BAC-REC-PID TO BKR-REC-PID                           ZBNKFEE1
029180        READ BNKBKRP-FILE                                         ZBNKFEE1
029190        IF WS-BNKBKRP-STATUS IS EQUAL TO '00' AND                 ZBNKFEE1
029200           BKR-CASE-ACTIVE                                        ZBNKFEE1
029210           ADD 1 TO WS-ACCOUNTS-BKR-HELD                          ZBNKFEE1
029220           ADD WS-TOTAL-CHARGE TO WS-BKR-HELD-TOTAL               ZBNKFEE1
029230           MOVE SPACES TO WS-LINE4                                ZBNKFEE1
029240           MOVE BAC-REC-ACCNO TO WS-LINE4-ACCNO                   ZBNKFEE1
029250           MOVE BAC-REC-PID TO WS-LINE4-PID                       ZBNKFEE1
029260           MOVE WS-LINE4 TO PRINTOUT-REC                          ZBNKFEE1
029270           PERFORM PRINTOUT-PUT                                   ZBNKFEE1
029280           GO TO PROCESS-ACCOUNT-EXIT                             ZBNKFEE1
029290        END-IF                                                    ZBNKFEE1
029300     END-IF.                                                      ZBNKFEE1
029310                                                                  ZBNKFEE1
029320***************************************************************   ZBNKFEE1
029330* A standing waiver on the account forgives the month's           ZBNKFEE1
029340* charges - counted and listed so finance can see what was        ZBNKFEE1
029350* given away instead of a raw teller credit hiding it             ZBNKFEE1
029360***************************************************************   ZBNKFEE1
029370     IF WS-FWVR-OPEN IS EQUAL TO 'Y'                              ZBNKFEE1
029380        MOVE BAC-REC-ACCNO TO FWV-REC-ACCNO                       ZBNKFEE1
029390        READ BNKFWVR-FILE                                         ZBNKFEE1
029400        IF WS-BNKFWVR-STATUS IS EQUAL TO '00' AND                 ZBNKFEE1
029410           FWV-STATUS-ACTIVE                                      ZBNKFEE1
029420           ADD 1 TO WS-ACCOUNTS-WAIVED                            ZBNKFEE1
029430           ADD WS-TOTAL-CHARGE TO WS-WAIVED-TOTAL                 ZBNKFEE1
029440           MOVE SPACES TO WS-LINE4                                ZBNKFEE1
029450           MOVE BAC-REC-ACCNO TO WS-LINE4-ACCNO                   ZBNKFEE1
029460           MOVE BAC-REC-PID TO WS-LINE4-PID                       ZBNKFEE1
029470           MOVE WS-LINE4 TO PRINTOUT-REC                          ZBNKFEE1
029480           PERFORM PRINTOUT-PUT                                   ZBNKFEE1
029490           GO TO PROCESS-ACCOUNT-EXIT                             ZBNKFEE1
029500        END-IF                                                    ZBNKFEE1
029510     END-IF.                                                      ZBNKFEE1
029520                                                                  ZBNKFEE1
029530     MOVE BAC-REC-ACCNO TO WS-SAVE-ACCNO.                         ZBNKFEE1
029540     SUBTRACT WS-TOTAL-CHARGE FROM BAC-REC-BALANCE.               ZBNKFEE1
029550     REWRITE BAC-RECORD                                           ZBNKFEE1
029560     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKFEE1
029570     PERFORM JOURNAL-BNKACC.                                      ZBNKFEE1
029600     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKFEE1
029700        MOVE 'Unable to post service charge'                      ZBNKFEE1
029800          TO WS-CONSOLE-MESSAGE                                   ZBNKFEE1
040300                           WS-TWOS-COMP-OUTPUT                    ZBNKFEE1
040400                           WS-TWOS-COMP-FORMAT.                   ZBNKFEE1
040500     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKFEE1
040550 COPY CBANKTXP.                                                   ZBNKFEE1
040600     WRITE BTX-RECORD                                             ZBNKFEE1
040633     SET JRN-CTL-ADD TO TRUE                                      ZBNKFEE1
040666     PERFORM JOURNAL-BNKTXN.                                      ZBNKFEE1
040700     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKFEE1
040800        MOVE 'Unable to write fee record'                         ZBNKFEE1
040900          TO WS-CONSOLE-MESSAGE                                   ZBNKFEE1
041737     MOVE BAC-REC-ACCNO TO WS-RENT-ACCNO.                         ZBNKFEE1
041738     MOVE BAC-REC-ACCNO TO WS-SAVE-ACCNO.                         ZBNKFEE1
041739     SUBTRACT SDB-REC-ANNUAL-RENT FROM BAC-REC-BALANCE.           ZBNKFEE1
041740     REWRITE BAC-RECORD                                           ZBNKFEE1
041741     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKFEE1
041742     PERFORM JOURNAL-BNKACC.                                      ZBNKFEE1
041743     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKFEE1
041744        MOVE 'Unable to post box rent'                            ZBNKFEE1
041745          TO WS-CONSOLE-MESSAGE                                   ZBNKFEE1
041746        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKFEE1
041747        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKFEE1
041748        PERFORM DISPLAY-IO-STATUS                                 ZBNKFEE1
041749        PERFORM ABORT-PROGRAM                                     ZBNKFEE1
041750     END-IF.                                                      ZBNKFEE1
041751     MOVE SDB-REC-ANNUAL-RENT TO WS-TOTAL-CHARGE.                 ZBNKFEE1
041752     MOVE '3' TO BTX-REC-SUB-TYPE.                                ZBNKFEE1
041753     MOVE SPACES TO TXN-DATA.                                     ZBNKFEE1
041754     STRING 'Safe deposit box rent ' DELIMITED BY SIZE            ZBNKFEE1
041755            SDB-REC-BRANCH DELIMITED BY SIZE                      ZBNKFEE1
041756            '/' DELIMITED BY SIZE                                 ZBNKFEE1
041757            SDB-REC-BOX DELIMITED BY SIZE                         ZBNKFEE1
041758       INTO TXN-T1-OLD-DESC.                                      ZBNKFEE1
041759     PERFORM WRITE-FEE-AUDIT.                                     ZBNKFEE1
041760 BILL-ONE-BOX-VERDICT.                                            ZBNKFEE1
041761     IF WS-RENT-ACCNO IS EQUAL TO SPACES                          ZBNKFEE1
041762        MOVE 'Y' TO SDB-REC-NONPAY-FLAG                           ZBNKFEE1
041763        ADD 1 TO WS-BOXES-UNPAID                                  ZBNKFEE1
041764        MOVE SPACES TO WS-LINE4                                   ZBNKFEE1
041765        MOVE SDB-REC-BOX TO WS-LINE4-ACCNO                        ZBNKFEE1
041766        MOVE SDB-REC-RENTER-PID TO WS-LINE4-PID                   ZBNKFEE1
041767        MOVE WS-LINE4 TO PRINTOUT-REC                             ZBNKFEE1
041768        PERFORM PRINTOUT-PUT                                      ZBNKFEE1
041769     ELSE                                                         ZBNKFEE1
041770        MOVE 'N' TO SDB-REC-NONPAY-FLAG                           ZBNKFEE1
041771        MOVE WS-TODAY-ISO (1:4) TO SDB-REC-LAST-BILLED-YYYY       ZBNKFEE1
041772        ADD 1 TO WS-BOXES-BILLED                                  ZBNKFEE1
041773        ADD SDB-REC-ANNUAL-RENT TO WS-FEES-TOTAL                  ZBNKFEE1
041774     END-IF.                                                      ZBNKFEE1
041775     REWRITE SDB-RECORD.                                          ZBNKFEE1
041776     IF WS-BNKSDBX-STAT1 IS NOT EQUAL TO '0'                      ZBNKFEE1
041777        MOVE 'Unable to update box record'                        ZBNKFEE1
041778          TO WS-CONSOLE-MESSAGE                                   ZBNKFEE1
041779        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKFEE1
041780        PERFORM ABORT-PROGRAM                                     ZBNKFEE1
041781     END-IF.                                                      ZBNKFEE1
041782 BILL-ONE-BOX-EXIT.                                               ZBNKFEE1
041783     EXIT.                                                        ZBNKFEE1
041784                                                                  ZBNKFEE1
041785***************************************************************** ZBNKFEE1
041786* Gather every account of an active sweep group - header row    * ZBNKFEE1
041787* and members alike - the way ZBNKANL1 groups them              * ZBNKFEE1
041788***************************************************************** ZBNKFEE1
041789 LOAD-SWEPT-ACCOUNTS.                                             ZBNKFEE1
041790     MOVE 'N' TO WS-SWEPT-GROUP-ACTIVE.                           ZBNKFEE1
041791     MOVE LOW-VALUES TO SWP-KEY.                                  ZBNKFEE1
041792     START BNKSWPG-FILE KEY GREATER THAN SWP-KEY.                 ZBNKFEE1
041793     IF WS-BNKSWPG-STATUS IS NOT EQUAL TO '00'                    ZBNKFEE1
041794        GO TO LOAD-SWEPT-ACCOUNTS-EXIT                            ZBNKFEE1
041795     END-IF.                                                      ZBNKFEE1
041796 LOAD-SWEPT-ACCOUNTS-LOOP.                                        ZBNKFEE1
041797     READ BNKSWPG-FILE NEXT RECORD.                               ZBNKFEE1
041798     IF WS-BNKSWPG-STATUS IS NOT EQUAL TO '00'                    ZBNKFEE1
041799        GO TO LOAD-SWEPT-ACCOUNTS-EXIT                            ZBNKFEE1
041800     END-IF.                                                      ZBNKFEE1
041801     IF SWP-HEADER-ROW                                            ZBNKFEE1
041802        MOVE 'N' TO WS-SWEPT-GROUP-ACTIVE                         ZBNKFEE1
041803        IF SWP-STATUS-ACTIVE                                      ZBNKFEE1
041804           MOVE 'Y' TO WS-SWEPT-GROUP-ACTIVE                      ZBNKFEE1
041805        END-IF                                                    ZBNKFEE1
041806     END-IF.                                                      ZBNKFEE1
041807     IF WS-SWEPT-GROUP-ACTIVE IS NOT EQUAL TO 'Y'                 ZBNKFEE1
041808        GO TO LOAD-SWEPT-ACCOUNTS-LOOP                            ZBNKFEE1
041809     END-IF.                                                      ZBNKFEE1
041810     IF WS-SWEPT-COUNT IS NOT LESS THAN WS-SWEPT-MAX              ZBNKFEE1
041811        MOVE 'Swept account table full' TO WS-CONSOLE-MESSAGE     ZBNKFEE1
041812        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKFEE1
041813        GO TO LOAD-SWEPT-ACCOUNTS-EXIT                            ZBNKFEE1
041814     END-IF.                                                      ZBNKFEE1
041815     ADD 1 TO WS-SWEPT-COUNT.                                     ZBNKFEE1
041816     MOVE SWP-REC-ACCNO TO WS-SWEPT-ACCNO (WS-SWEPT-COUNT).       ZBNKFEE1
041817     GO TO LOAD-SWEPT-ACCOUNTS-LOOP.                              ZBNKFEE1
041818 LOAD-SWEPT-ACCOUNTS-EXIT.                                        ZBNKFEE1
041819     EXIT.                                                        ZBNKFEE1
041820                                                                  ZBNKFEE1
041821***************************************************************** ZBNKFEE1
041822* Is this account on corporate account analysis - in an active  * ZBNKFEE1
041823* sweep group, or owned by a business whose profile names an    * ZBNKFEE1
041824* analysis account                                              * ZBNKFEE1
041825***************************************************************** ZBNKFEE1
041826 CHECK-ON-ANALYSIS.                                               ZBNKFEE1
041827     MOVE 'N' TO WS-ON-ANALYSIS.                                  ZBNKFEE1
041828     MOVE 1 TO WS-SUB1.                                           ZBNKFEE1
041829 CHECK-ON-ANALYSIS-LOOP.                                          ZBNKFEE1
041830     IF WS-SUB1 IS GREATER THAN WS-SWEPT-COUNT                    ZBNKFEE1
041831        GO TO CHECK-ON-ANALYSIS-BUSINESS                          ZBNKFEE1
041832     END-IF.                                                      ZBNKFEE1
041833     IF WS-SWEPT-ACCNO (WS-SUB1) IS EQUAL TO BAC-REC-ACCNO        ZBNKFEE1
041834        MOVE 'Y' TO WS-ON-ANALYSIS                                ZBNKFEE1
041835        GO TO CHECK-ON-ANALYSIS-EXIT                              ZBNKFEE1
041836     END-IF.                                                      ZBNKFEE1
041837     ADD 1 TO WS-SUB1.                                            ZBNKFEE1
041838     GO TO CHECK-ON-ANALYSIS-LOOP.                                ZBNKFEE1
041839 CHECK-ON-ANALYSIS-BUSINESS.                                      ZBNKFEE1
041840     IF WS-BUSP-OPEN IS NOT EQUAL TO 'Y'                          ZBNKFEE1
041841        GO TO CHECK-ON-ANALYSIS-EXIT                              ZBNKFEE1
041842     END-IF.                                                      ZBNKFEE1
041843     MOVE BAC-REC-PID TO BBP-REC-PID.                             ZBNKFEE1
041844     READ BNKBUSP-FILE.                                           ZBNKFEE1
041845     IF WS-BNKBUSP-STATUS IS EQUAL TO '00' AND                    ZBNKFEE1
041846        BBP-REC-ANALYSIS-ACCNO IS NOT EQUAL TO SPACES AND         ZBNKFEE1
041847        BBP-REC-ANALYSIS-ACCNO IS NOT EQUAL TO LOW-VALUES         ZBNKFEE1
041848        MOVE 'Y' TO WS-ON-ANALYSIS                                ZBNKFEE1
041849     END-IF.                                                      ZBNKFEE1
041850 CHECK-ON-ANALYSIS-EXIT.                                          ZBNKFEE1
041851     EXIT.                                                        ZBNKFEE1
041852                                                                  ZBNKFEE1
041853***************************************************************** ZBNKFEE1
041854* Print the report title and column headings                    * ZBNKFEE1
041855***************************************************************** ZBNKFEE1
041900 PRINT-REPORT-HEADER.                                             ZBNKFEE1
042000     MOVE WS-LINE1 TO PRINTOUT-REC.                               ZBNKFEE1
042100     PERFORM PRINTOUT-PUT.                                        ZBNKFEE1
043530     MOVE WS-WAIVED-TOTAL TO WS-LINE5-AMOUNT.                     ZBNKFEE1
043540     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKFEE1
043550     PERFORM PRINTOUT-PUT.                                        ZBNKFEE1
043558     MOVE 'Accounts held - bankruptcy' TO WS-LINE5-DESC.          ZBNKFEE1
043566     MOVE WS-ACCOUNTS-BKR-HELD TO WS-LINE5-COUNT.                 ZBNKFEE1
043574     MOVE WS-BKR-HELD-TOTAL TO WS-LINE5-AMOUNT.                   ZBNKFEE1
043582     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKFEE1
043590     PERFORM PRINTOUT-PUT.                                        ZBNKFEE1
043591     MOVE 'Accounts on account analysis' TO WS-LINE5-DESC.        ZBNKFEE1
043592     MOVE WS-ACCOUNTS-ANALYSED TO WS-LINE5-COUNT.                 ZBNKFEE1
043593     MOVE ZERO TO WS-LINE5-AMOUNT.                                ZBNKFEE1
043594     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKFEE1
043595     PERFORM PRINTOUT-PUT.                                        ZBNKFEE1
043600                                                                  ZBNKFEE1
043700***************************************************************** ZBNKFEE1
043800* Write a record to the sequential print file                   * ZBNKFEE1
045440     IF WS-BNKFWVR-STATUS IS EQUAL TO '00'                        ZBNKFEE1
045450        MOVE 'Y' TO WS-FWVR-OPEN                                  ZBNKFEE1
045460     END-IF.                                                      ZBNKFEE1
045472* So is the bankruptcy case file - no cases, nothing held         ZBNKFEE1
045484     OPEN INPUT BNKBKRP-FILE.                                     ZBNKFEE1
045496     IF WS-BNKBKRP-STATUS IS EQUAL TO '00'                        ZBNKFEE1
045508        MOVE 'Y' TO WS-BKRP-OPEN                                  ZBNKFEE1
045520     END-IF.                                                      ZBNKFEE1
045532* Sweep groups and business profiles are optional too - an        ZBNKFEE1
045544* account in an active sweep group, or owned by a business on     ZBNKFEE1
045556* account analysis, is priced by ZBNKANL1 instead                 ZBNKFEE1
045568     OPEN INPUT BNKSWPG-FILE.                                     ZBNKFEE1
045580     IF WS-BNKSWPG-STATUS IS EQUAL TO '00'                        ZBNKFEE1
045592        PERFORM LOAD-SWEPT-ACCOUNTS THRU                          ZBNKFEE1
045604                LOAD-SWEPT-ACCOUNTS-EXIT                          ZBNKFEE1
045616        CLOSE BNKSWPG-FILE                                        ZBNKFEE1
045628     END-IF.                                                      ZBNKFEE1
045640     OPEN INPUT BNKBUSP-FILE.                                     ZBNKFEE1
045652     IF WS-BNKBUSP-STATUS IS EQUAL TO '00'                        ZBNKFEE1
045664        MOVE 'Y' TO WS-BUSP-OPEN                                  ZBNKFEE1
045676     END-IF.                                                      ZBNKFEE1
045688* The product conversion file is optional - without it every      ZBNKFEE1
045700* account pays its product's charge for the whole month           ZBNKFEE1
045712     OPEN INPUT BNKPCNV-FILE.                                     ZBNKFEE1
045724     IF WS-BNKPCNV-STATUS IS EQUAL TO '00'                        ZBNKFEE1
045736        MOVE 'Y' TO WS-PCNV-OPEN                                  ZBNKFEE1
045748     END-IF.                                                      ZBNKFEE1
045760     OPEN I-O BNKACC-FILE.                                        ZBNKFEE1
045772     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKFEE1
045784        MOVE 'BNKACC file open failure...'                        ZBNKFEE1
045800          TO WS-CONSOLE-MESSAGE                                   ZBNKFEE1
045900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKFEE1
046000        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKFEE1
049510     IF WS-FWVR-OPEN IS EQUAL TO 'Y'                              ZBNKFEE1
049520        CLOSE BNKFWVR-FILE                                        ZBNKFEE1
049530     END-IF.                                                      ZBNKFEE1
049547     IF WS-BKRP-OPEN IS EQUAL TO 'Y'                              ZBNKFEE1
049564        CLOSE BNKBKRP-FILE                                        ZBNKFEE1
049581     END-IF.                                                      ZBNKFEE1
049585     IF WS-BUSP-OPEN IS EQUAL TO 'Y'                              ZBNKFEE1
049589        CLOSE BNKBUSP-FILE                                        ZBNKFEE1
049593     END-IF.                                                      ZBNKFEE1
049594     IF WS-PCNV-OPEN IS EQUAL TO 'Y'                              ZBNKFEE1
049595        CLOSE BNKPCNV-FILE                                        ZBNKFEE1
049596     END-IF.                                                      ZBNKFEE1
049600     CLOSE BNKACC-FILE.                                           ZBNKFEE1
049700     CLOSE BNKATYP-FILE.                                          ZBNKFEE1
049800     CLOSE BNKTXN-FILE.                                           ZBNKFEE1
049900     CLOSE PRINTOUT-FILE.                                         ZBNKFEE1
049901                                                                  ZBNKFEE1
049902***************************************************************** ZBNKFEE1
049903* Was the account converted to its product this month - if so   * ZBNKFEE1
049904* WS-CONV-DAY is left at the day it was done and WS-MONTH-LEN   * ZBNKFEE1
049905* at the days in the month                                      * ZBNKFEE1
049906***************************************************************** ZBNKFEE1
049907 CHECK-CONVERSION.                                                ZBNKFEE1
049908     MOVE ZERO TO WS-CONV-DAY.                                    ZBNKFEE1
049909     IF WS-PCNV-OPEN IS NOT EQUAL TO 'Y'                          ZBNKFEE1
049910        GO TO CHECK-CONVERSION-EXIT                               ZBNKFEE1
049911     END-IF.                                                      ZBNKFEE1
049912     MOVE BAC-REC-ACCNO TO PCV-REC-ACCNO.                         ZBNKFEE1
049913     READ BNKPCNV-FILE.                                           ZBNKFEE1
049914     IF WS-BNKPCNV-STATUS IS NOT EQUAL TO '00' OR                 ZBNKFEE1
049915        NOT PCV-STATUS-DONE OR                                    ZBNKFEE1
049916        PCV-REC-CONV-DATE (1:7) IS NOT EQUAL TO WS-MONTH-PREFIX   ZBNKFEE1
049917        GO TO CHECK-CONVERSION-EXIT                               ZBNKFEE1
049918     END-IF.                                                      ZBNKFEE1
049919     MOVE PCV-REC-CONV-DATE (9:2) TO WS-CONV-DAY.                 ZBNKFEE1
049920     MOVE 31 TO WS-MONTH-LEN.                                     ZBNKFEE1
049921     EVALUATE WS-TODAY-ISO (6:2)                                  ZBNKFEE1
049922       WHEN '04' WHEN '06' WHEN '09' WHEN '11'                    ZBNKFEE1
049923         MOVE 30 TO WS-MONTH-LEN                                  ZBNKFEE1
049924       WHEN '02'                                                  ZBNKFEE1
049925         MOVE WS-TODAY-ISO (1:4) TO WS-CONV-YEAR                  ZBNKFEE1
049926         DIVIDE WS-CONV-YEAR BY 4 GIVING WS-LEAP-QUOT             ZBNKFEE1
049927           REMAINDER WS-LEAP-REM                                  ZBNKFEE1
049928         MOVE 28 TO WS-MONTH-LEN                                  ZBNKFEE1
049929         IF WS-LEAP-REM IS EQUAL TO ZERO                          ZBNKFEE1
049930            MOVE 29 TO WS-MONTH-LEN                               ZBNKFEE1
049931         END-IF                                                   ZBNKFEE1
049932     END-EVALUATE.                                                ZBNKFEE1
049933 CHECK-CONVERSION-EXIT.                                           ZBNKFEE1
049934     EXIT.                                                        ZBNKFEE1
050000                                                                  ZBNKFEE1
050003***************************************************************** ZBNKFEE1
050006* Journal the BNKACC record just added, changed or deleted so   * ZBNKFEE1
050009* it can be rolled forward onto a reload                        * ZBNKFEE1
050012***************************************************************** ZBNKFEE1
050015 JOURNAL-BNKACC.                                                  ZBNKFEE1
050018     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKFEE1
050021     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKFEE1
050024     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKFEE1
050027     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKFEE1
050030     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKFEE1
050033     IF JRN-CTL-ERROR                                             ZBNKFEE1
050036        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKFEE1
050039        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKFEE1
050042        PERFORM ABORT-PROGRAM                                     ZBNKFEE1
050045     END-IF.                                                      ZBNKFEE1
050048                                                                  ZBNKFEE1
050051***************************************************************** ZBNKFEE1
050054* Journal the BNKTXN record just added, changed or deleted so   * ZBNKFEE1
050057* it can be rolled forward onto a reload                        * ZBNKFEE1
050060***************************************************************** ZBNKFEE1
050063 JOURNAL-BNKTXN.                                                  ZBNKFEE1
050066     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKFEE1
050069     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKFEE1
050072     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKFEE1
050075     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKFEE1
050078     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKFEE1
050081     IF JRN-CTL-ERROR                                             ZBNKFEE1
050084        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKFEE1
050087        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKFEE1
050090        PERFORM ABORT-PROGRAM                                     ZBNKFEE1
050093     END-IF.                                                      ZBNKFEE1
050096                                                                  ZBNKFEE1
050100***************************************************************** ZBNKFEE1
050200* Display the file status bytes. This routine will display as   * ZBNKFEE1
050300* two digits if the full two byte file status is numeric. If    * ZBNKFEE1
