001800*              account, month and type/sub-type with count and  * ZBNKSUM1
001900*              amount totals, so reporting over closed months   * ZBNKSUM1
002000*              reads summaries instead of raw history.  A       * ZBNKSUM1
002020*              re-run replaces the month's rows.  The same pass * ZBNKSUM1
002040*              totals the month's debits by spending category   * ZBNKSUM1
002060*              (set on BNKTXN by ZBNKCAT1 or by the customer)   * ZBNKSUM1
002080*              into BNKCATS, one row per account, month and     * ZBNKSUM1
002100*              category with the number of debits and amount    * ZBNKSUM1
002120*              spent; an uncategorised debit counts as OT.  The * ZBNKSUM1
002140*              account's category rows for the month are        * ZBNKSUM1
002160*              cleared first, so a re-run after customers have  * ZBNKSUM1
002180*              recategorised items leaves no stale rows.        * ZBNKSUM1
002200***************************************************************** ZBNKSUM1
002300                                                                  ZBNKSUM1
002400 IDENTIFICATION DIVISION.                                         ZBNKSUM1
003800            ACCESS MODE  IS DYNAMIC                               ZBNKSUM1
003900            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKSUM1
004000            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKSUM1
004050            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKSUM1
004100            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKSUM1
004200     SELECT BNKTXSUM-FILE                                         ZBNKSUM1
004300            ASSIGN       TO BNKTXSUM                              ZBNKSUM1
004500            ACCESS MODE  IS RANDOM                                ZBNKSUM1
004600            RECORD KEY   IS TS-KEY                                ZBNKSUM1
004700            FILE STATUS  IS WS-BNKTXSUM-STATUS.                   ZBNKSUM1
004714     SELECT BNKCATS-FILE                                          ZBNKSUM1
004728            ASSIGN       TO BNKCATS                               ZBNKSUM1
004742            ORGANIZATION IS INDEXED                               ZBNKSUM1
004756            ACCESS MODE  IS DYNAMIC                               ZBNKSUM1
004770            RECORD KEY   IS CGS-KEY                               ZBNKSUM1
004784            FILE STATUS  IS WS-BNKCATS-STATUS.                    ZBNKSUM1
004800                                                                  ZBNKSUM1
004900 DATA DIVISION.                                                   ZBNKSUM1
005000 FILE SECTION.                                                    ZBNKSUM1
005600 FD  BNKTXSUM-FILE.                                               ZBNKSUM1
005700 01  BNKTXSUM-REC.                                                ZBNKSUM1
005800 COPY CBANKVTS.                                                   ZBNKSUM1
005820                                                                  ZBNKSUM1
005840 FD  BNKCATS-FILE.                                                ZBNKSUM1
005860 01  BNKCATS-REC.                                                 ZBNKSUM1
005880 COPY CBANKVCG.                                                   ZBNKSUM1
005900                                                                  ZBNKSUM1
006000 WORKING-STORAGE SECTION.                                         ZBNKSUM1
006100 COPY CTIMERD.                                                    ZBNKSUM1
006200                                                                  ZBNKSUM1
006300 COPY CTSTAMPD.                                                   ZBNKSUM1
006333                                                                  ZBNKSUM1
006366 COPY CSPCATD.                                                    ZBNKSUM1
006400                                                                  ZBNKSUM1
006500 01  WS-MISC-STORAGE.                                             ZBNKSUM1
006600   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKSUM1
007100   05  WS-BNKTXSUM-STATUS.                                        ZBNKSUM1
007200     10  WS-BNKTXSUM-STAT1                   PIC X(1).            ZBNKSUM1
007300     10  WS-BNKTXSUM-STAT2                   PIC X(1).            ZBNKSUM1
007325   05  WS-BNKCATS-STATUS.                                         ZBNKSUM1
007350     10  WS-BNKCATS-STAT1                    PIC X(1).            ZBNKSUM1
007375     10  WS-BNKCATS-STAT2                    PIC X(1).            ZBNKSUM1
007400   05  WS-IO-STATUS.                                              ZBNKSUM1
007500     10  WS-IO-STAT1                         PIC X(1).            ZBNKSUM1
007600     10  WS-IO-STAT2                         PIC X(1).            ZBNKSUM1
008700       VALUE ZERO.                                                ZBNKSUM1
008800   05  WS-ROWS-WRITTEN                       PIC 9(7)             ZBNKSUM1
008900       VALUE ZERO.                                                ZBNKSUM1
008920   05  WS-CAT-ROWS-WRITTEN                   PIC 9(7)             ZBNKSUM1
008940       VALUE ZERO.                                                ZBNKSUM1
008960   05  WS-CAT-ROWS-CLEARED                   PIC 9(7)             ZBNKSUM1
008980       VALUE ZERO.                                                ZBNKSUM1
009000   05  WS-CURR-ACCNO                         PIC X(9).            ZBNKSUM1
009100   05  WS-SUB1                               PIC S9(3) COMP.      ZBNKSUM1
009200   05  WS-CELL-FOUND                         PIC X(1).            ZBNKSUM1
010200     10  WS-CELL-SUB-TYPE                    PIC X(1).            ZBNKSUM1
010300     10  WS-CELL-COUNT                       PIC S9(7) COMP-3.    ZBNKSUM1
010400     10  WS-CELL-AMOUNT                      PIC S9(11)V99 COMP-3.ZBNKSUM1
010409                                                                  ZBNKSUM1
010418***************************************************************** ZBNKSUM1
010427* Per-account spending per category, in CSPCATD order           * ZBNKSUM1
010436***************************************************************** ZBNKSUM1
010445 01  WS-CATEGORY-CELLS.                                           ZBNKSUM1
010454   05  WS-CAT-CELL                          OCCURS 12 TIMES.      ZBNKSUM1
010463     10  WS-CAT-CELL-COUNT                   PIC S9(7) COMP-3.    ZBNKSUM1
010472     10  WS-CAT-CELL-AMOUNT                  PIC S9(11)V99 COMP-3.ZBNKSUM1
010481   05  WS-CAT-USED                           PIC X(1).            ZBNKSUM1
010490   05  WS-CAT-SUB                            PIC S9(3) COMP.      ZBNKSUM1
010500                                                                  ZBNKSUM1
010600 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKSUM1
010700                                                                  ZBNKSUM1
013100                                                                  ZBNKSUM1
013200     PERFORM OPEN-FILES.                                          ZBNKSUM1
013300                                                                  ZBNKSUM1
013333     INITIALIZE WS-CATEGORY-CELLS.                                ZBNKSUM1
013366     MOVE 'N' TO WS-CAT-USED.                                     ZBNKSUM1
013400     MOVE SPACES TO WS-CURR-ACCNO.                                ZBNKSUM1
013500     MOVE SPACES TO BTX-REC-ACCNO.                                ZBNKSUM1
013600     MOVE LOW-VALUES TO BTX-REC-TIMESTAMP.                        ZBNKSUM1
014700        ELSE                                                      ZBNKSUM1
014800           ADD 1 TO WS-ENTRIES-READ                               ZBNKSUM1
014900           IF BTX-REC-ACCNO IS NOT EQUAL TO WS-CURR-ACCNO         ZBNKSUM1
014940              PERFORM FLUSH-ACCOUNT-CELLS THRU                    ZBNKSUM1
014980                      FLUSH-ACCOUNT-CELLS-EXIT                    ZBNKSUM1
015020              PERFORM FLUSH-ACCOUNT-CATEGORIES THRU               ZBNKSUM1
015060                      FLUSH-ACCOUNT-CATEGORIES-EXIT               ZBNKSUM1
015100              MOVE BTX-REC-ACCNO TO WS-CURR-ACCNO                 ZBNKSUM1
015200           END-IF                                                 ZBNKSUM1
015300           IF BTX-REC-TIMESTAMP (1:7) IS EQUAL TO                 ZBNKSUM1
015400              WS-MONTH-DASHED                                     ZBNKSUM1
015428              PERFORM ACCUMULATE-CELL THRU                        ZBNKSUM1
015456                      ACCUMULATE-CELL-EXIT                        ZBNKSUM1
015484              IF BTX-REC-AMOUNT IS LESS THAN ZERO                 ZBNKSUM1
015512                 PERFORM ACCUMULATE-CATEGORY THRU                 ZBNKSUM1
015540                         ACCUMULATE-CATEGORY-EXIT                 ZBNKSUM1
015568              END-IF                                              ZBNKSUM1
015600           END-IF                                                 ZBNKSUM1
015700        END-IF                                                    ZBNKSUM1
015800     END-PERFORM.                                                 ZBNKSUM1
015840     PERFORM FLUSH-ACCOUNT-CELLS THRU                             ZBNKSUM1
015880             FLUSH-ACCOUNT-CELLS-EXIT.                            ZBNKSUM1
015920     PERFORM FLUSH-ACCOUNT-CATEGORIES THRU                        ZBNKSUM1
015960             FLUSH-ACCOUNT-CATEGORIES-EXIT.                       ZBNKSUM1
016000                                                                  ZBNKSUM1
016100     PERFORM CLOSE-FILES.                                         ZBNKSUM1
016200                                                                  ZBNKSUM1
016500            ' summary rows written' DELIMITED BY SIZE             ZBNKSUM1
016600       INTO WS-CONSOLE-MESSAGE.                                   ZBNKSUM1
016700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKSUM1
016724     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKSUM1
016736     STRING WS-CAT-ROWS-WRITTEN DELIMITED BY SIZE                 ZBNKSUM1
016748            ' category rows written, ' DELIMITED BY SIZE          ZBNKSUM1
016760            WS-CAT-ROWS-CLEARED DELIMITED BY SIZE                 ZBNKSUM1
016772            ' cleared' DELIMITED BY SIZE                          ZBNKSUM1
016784       INTO WS-CONSOLE-MESSAGE.                                   ZBNKSUM1
016790     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKSUM1
016800     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKSUM1
016900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKSUM1
017000                                                                  ZBNKSUM1
025100 FLUSH-ACCOUNT-CELLS-EXIT.                                        ZBNKSUM1
025200     EXIT.                                                        ZBNKSUM1
025300                                                                  ZBNKSUM1
025301***************************************************************** ZBNKSUM1
025302* Add the current debit to its account's cell for its spending  * ZBNKSUM1
025303* category, held as a positive amount spent                     * ZBNKSUM1
025304***************************************************************** ZBNKSUM1
025305 ACCUMULATE-CATEGORY.                                             ZBNKSUM1
025306     MOVE 1 TO WS-CAT-SUB.                                        ZBNKSUM1
025307 ACCUMULATE-CATEGORY-LOOP.                                        ZBNKSUM1
025308     IF WS-CAT-SUB IS NOT LESS THAN SPEND-CAT-COUNT               ZBNKSUM1
025309        GO TO ACCUMULATE-CATEGORY-ADD                             ZBNKSUM1
025310     END-IF.                                                      ZBNKSUM1
025311     IF SPEND-CAT-CODE (WS-CAT-SUB) IS EQUAL TO BTX-REC-CATEGORY  ZBNKSUM1
025312        GO TO ACCUMULATE-CATEGORY-ADD                             ZBNKSUM1
025313     END-IF.                                                      ZBNKSUM1
025314     ADD 1 TO WS-CAT-SUB.                                         ZBNKSUM1
025315     GO TO ACCUMULATE-CATEGORY-LOOP.                              ZBNKSUM1
025316 ACCUMULATE-CATEGORY-ADD.                                         ZBNKSUM1
025317     ADD 1 TO WS-CAT-CELL-COUNT (WS-CAT-SUB).                     ZBNKSUM1
025318     SUBTRACT BTX-REC-AMOUNT FROM WS-CAT-CELL-AMOUNT (WS-CAT-SUB).ZBNKSUM1
025319     MOVE 'Y' TO WS-CAT-USED.                                     ZBNKSUM1
025320 ACCUMULATE-CATEGORY-EXIT.                                        ZBNKSUM1
025321     EXIT.                                                        ZBNKSUM1
025322                                                                  ZBNKSUM1
025323***************************************************************** ZBNKSUM1
025324* Clear the finished account's category rows for the month and  * ZBNKSUM1
025325* write its cells in their place                                * ZBNKSUM1
025326***************************************************************** ZBNKSUM1
025327 FLUSH-ACCOUNT-CATEGORIES.                                        ZBNKSUM1
025328     IF WS-CURR-ACCNO IS EQUAL TO SPACES                          ZBNKSUM1
025329        GO TO FLUSH-ACCOUNT-CATEGORIES-EXIT                       ZBNKSUM1
025330     END-IF.                                                      ZBNKSUM1
025331     MOVE WS-CURR-ACCNO TO CGS-REC-ACCNO.                         ZBNKSUM1
025332     MOVE WS-SUMMARY-MONTH TO CGS-REC-YYYYMM.                     ZBNKSUM1
025333     MOVE LOW-VALUES TO CGS-REC-CATEGORY.                         ZBNKSUM1
025334     START BNKCATS-FILE KEY IS NOT LESS THAN CGS-KEY.             ZBNKSUM1
025335     IF WS-BNKCATS-STATUS IS NOT EQUAL TO '00'                    ZBNKSUM1
025336        GO TO FLUSH-CATEGORY-WRITE                                ZBNKSUM1
025337     END-IF.                                                      ZBNKSUM1
025338 FLUSH-CATEGORY-CLEAR.                                            ZBNKSUM1
025339     READ BNKCATS-FILE NEXT RECORD.                               ZBNKSUM1
025340     IF WS-BNKCATS-STATUS IS NOT EQUAL TO '00'                    ZBNKSUM1
025341        GO TO FLUSH-CATEGORY-WRITE                                ZBNKSUM1
025342     END-IF.                                                      ZBNKSUM1
025343     IF CGS-REC-ACCNO IS NOT EQUAL TO WS-CURR-ACCNO OR            ZBNKSUM1
025344        CGS-REC-YYYYMM IS NOT EQUAL TO WS-SUMMARY-MONTH           ZBNKSUM1
025345        GO TO FLUSH-CATEGORY-WRITE                                ZBNKSUM1
025346     END-IF.                                                      ZBNKSUM1
025347     DELETE BNKCATS-FILE RECORD.                                  ZBNKSUM1
025348     IF WS-BNKCATS-STATUS IS NOT EQUAL TO '00'                    ZBNKSUM1
025349        MOVE 'Unable to clear category row'                       ZBNKSUM1
025350          TO WS-CONSOLE-MESSAGE                                   ZBNKSUM1
025351        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSUM1
025352        MOVE WS-BNKCATS-STATUS TO WS-IO-STATUS                    ZBNKSUM1
025353        PERFORM DISPLAY-IO-STATUS                                 ZBNKSUM1
025354        PERFORM ABORT-PROGRAM                                     ZBNKSUM1
025355     END-IF.                                                      ZBNKSUM1
025356     ADD 1 TO WS-CAT-ROWS-CLEARED.                                ZBNKSUM1
025357     GO TO FLUSH-CATEGORY-CLEAR.                                  ZBNKSUM1
025358 FLUSH-CATEGORY-WRITE.                                            ZBNKSUM1
025359     IF WS-CAT-USED IS NOT EQUAL TO 'Y'                           ZBNKSUM1
025360        GO TO FLUSH-ACCOUNT-CATEGORIES-EXIT                       ZBNKSUM1
025361     END-IF.                                                      ZBNKSUM1
025362     MOVE 1 TO WS-CAT-SUB.                                        ZBNKSUM1
025363 FLUSH-CATEGORY-WRITE-LOOP.                                       ZBNKSUM1
025364     IF WS-CAT-SUB IS GREATER THAN SPEND-CAT-COUNT                ZBNKSUM1
025365        INITIALIZE WS-CATEGORY-CELLS                              ZBNKSUM1
025366        MOVE 'N' TO WS-CAT-USED                                   ZBNKSUM1
025367        GO TO FLUSH-ACCOUNT-CATEGORIES-EXIT                       ZBNKSUM1
025368     END-IF.                                                      ZBNKSUM1
025369     IF WS-CAT-CELL-COUNT (WS-CAT-SUB) IS EQUAL TO ZERO           ZBNKSUM1
025370        ADD 1 TO WS-CAT-SUB                                       ZBNKSUM1
025371        GO TO FLUSH-CATEGORY-WRITE-LOOP                           ZBNKSUM1
025372     END-IF.                                                      ZBNKSUM1
025373     MOVE SPACES TO BNKCATS-REC.                                  ZBNKSUM1
025374     MOVE WS-CURR-ACCNO TO CGS-REC-ACCNO.                         ZBNKSUM1
025375     MOVE WS-SUMMARY-MONTH TO CGS-REC-YYYYMM.                     ZBNKSUM1
025376     MOVE SPEND-CAT-CODE (WS-CAT-SUB) TO CGS-REC-CATEGORY.        ZBNKSUM1
025377     MOVE WS-CAT-CELL-COUNT (WS-CAT-SUB) TO CGS-REC-COUNT.        ZBNKSUM1
025378     MOVE WS-CAT-CELL-AMOUNT (WS-CAT-SUB) TO CGS-REC-AMOUNT.      ZBNKSUM1
025379     WRITE CGS-RECORD.                                            ZBNKSUM1
025380     IF WS-BNKCATS-STATUS IS NOT EQUAL TO '00'                    ZBNKSUM1
025381        MOVE 'Unable to write category row'                       ZBNKSUM1
025382          TO WS-CONSOLE-MESSAGE                                   ZBNKSUM1
025383        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSUM1
025384        MOVE WS-BNKCATS-STATUS TO WS-IO-STATUS                    ZBNKSUM1
025385        PERFORM DISPLAY-IO-STATUS                                 ZBNKSUM1
025386        PERFORM ABORT-PROGRAM                                     ZBNKSUM1
025387     END-IF.                                                      ZBNKSUM1
025388     ADD 1 TO WS-CAT-ROWS-WRITTEN.                                ZBNKSUM1
025389     ADD 1 TO WS-CAT-SUB.                                         ZBNKSUM1
025390     GO TO FLUSH-CATEGORY-WRITE-LOOP.                             ZBNKSUM1
025391 FLUSH-ACCOUNT-CATEGORIES-EXIT.                                   ZBNKSUM1
025392     EXIT.                                                        ZBNKSUM1
025393                                                                  ZBNKSUM1
025400***************************************************************** ZBNKSUM1
025500* Open the transaction and summary files                        * ZBNKSUM1
025600***************************************************************** ZBNKSUM1
027300        PERFORM DISPLAY-IO-STATUS                                 ZBNKSUM1
027400        PERFORM ABORT-PROGRAM                                     ZBNKSUM1
027500     END-IF.                                                      ZBNKSUM1
027510     OPEN I-O BNKCATS-FILE.                                       ZBNKSUM1
027520     IF WS-BNKCATS-STATUS IS NOT EQUAL TO '00'                    ZBNKSUM1
027530        MOVE 'BNKCATS file open failure...'                       ZBNKSUM1
027540          TO WS-CONSOLE-MESSAGE                                   ZBNKSUM1
027550        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSUM1
027560        MOVE WS-BNKCATS-STATUS TO WS-IO-STATUS                    ZBNKSUM1
027570        PERFORM DISPLAY-IO-STATUS                                 ZBNKSUM1
027580        PERFORM ABORT-PROGRAM                                     ZBNKSUM1
027590     END-IF.                                                      ZBNKSUM1
027600                                                                  ZBNKSUM1
027700***************************************************************** ZBNKSUM1
027800* Close the files                                               * ZBNKSUM1
028000 CLOSE-FILES.                                                     ZBNKSUM1
028100     CLOSE BNKTXN-FILE.                                           ZBNKSUM1
028200     CLOSE BNKTXSUM-FILE.                                         ZBNKSUM1
028250     CLOSE BNKCATS-FILE.                                          ZBNKSUM1
028300                                                                  ZBNKSUM1
028400***************************************************************** ZBNKSUM1
028500* Display the file status bytes. This routine will display as   * ZBNKSUM1
