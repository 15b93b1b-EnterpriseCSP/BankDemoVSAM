002300*              run prints the excess report - accounts          * ZBNKODI1
002400*              overdrawn beyond their authorized limit, with    * ZBNKODI1
002500*              the longest-standing excesses first.             * ZBNKODI1
002533*              Every master-file update is journaled through    * ZBNKODI1
002566*              UJOURNL for forward recovery.                    * ZBNKODI1
002570*              Back-valued items registered on BNKBVAL have     * ZBNKODI1
002575*              their overdraft interest re-worked from the      * ZBNKODI1
002580*              value date against the BNKBALH snapshots and     * ZBNKODI1
002585*              the difference posted as an adjustment entry.    * ZBNKODI1
002600***************************************************************** ZBNKODI1
002700                                                                  ZBNKODI1
002800 IDENTIFICATION DIVISION.                                         ZBNKODI1
006100            ACCESS MODE  IS RANDOM                                ZBNKODI1
006200            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKODI1
006300            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKODI1
006350            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKODI1
006400            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKODI1
006500     SELECT PRINTOUT-FILE                                         ZBNKODI1
006600            ASSIGN       TO PRINTOUT                              ZBNKODI1
006700            ORGANIZATION IS SEQUENTIAL                            ZBNKODI1
006800            ACCESS MODE  IS SEQUENTIAL                            ZBNKODI1
006900            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKODI1
006901     SELECT BNKBALH-FILE                                          ZBNKODI1
006902            ASSIGN       TO BNKBALH                               ZBNKODI1
006903            ORGANIZATION IS INDEXED                               ZBNKODI1
006904            ACCESS MODE  IS DYNAMIC                               ZBNKODI1
006905            RECORD KEY   IS BH-KEY                                ZBNKODI1
006906            FILE STATUS  IS WS-BNKBALH-STATUS.                    ZBNKODI1
006907     SELECT BNKBVAL-FILE                                          ZBNKODI1
006908            ASSIGN       TO BNKBVAL                               ZBNKODI1
006909            ORGANIZATION IS INDEXED                               ZBNKODI1
006910            ACCESS MODE  IS DYNAMIC                               ZBNKODI1
006911            RECORD KEY   IS BVL-KEY                               ZBNKODI1
006912            FILE STATUS  IS WS-BNKBVAL-STATUS.                    ZBNKODI1
007000                                                                  ZBNKODI1
007100 DATA DIVISION.                                                   ZBNKODI1
007200 FILE SECTION.                                                    ZBNKODI1
008900                                                                  ZBNKODI1
009000 FD  PRINTOUT-FILE.                                               ZBNKODI1
009100 01  PRINTOUT-REC                        PIC X(121).              ZBNKODI1
009110                                                                  ZBNKODI1
009120 FD  BNKBALH-FILE.                                                ZBNKODI1
009130 01  BNKBALH-REC.                                                 ZBNKODI1
009140 COPY CBANKVBH.                                                   ZBNKODI1
009150                                                                  ZBNKODI1
009160 FD  BNKBVAL-FILE.                                                ZBNKODI1
009170 01  BNKBVAL-REC.                                                 ZBNKODI1
009180 COPY CBANKVBV.                                                   ZBNKODI1
009200                                                                  ZBNKODI1
009300 WORKING-STORAGE SECTION.                                         ZBNKODI1
009332 COPY CJOURNLD.                                                   ZBNKODI1
009364                                                                  ZBNKODI1
009398 COPY CRUNCTLD.                                                   ZBNKODI1
009399                                                                  ZBNKODI1
009400 COPY CTIMERD.                                                    ZBNKODI1
015100   05  WS-SUB1                               PIC S9(3) COMP.      ZBNKODI1
015200   05  WS-SUB2                               PIC S9(3) COMP.      ZBNKODI1
015300   05  WS-SWAPPED                            PIC X(1).            ZBNKODI1
015310   05  WS-BNKBALH-STATUS.                                         ZBNKODI1
015315     10  WS-BNKBALH-STAT1                    PIC X(1).            ZBNKODI1
015320     10  WS-BNKBALH-STAT2                    PIC X(1).            ZBNKODI1
015325   05  WS-BNKBVAL-STATUS.                                         ZBNKODI1
015330     10  WS-BNKBVAL-STAT1                    PIC X(1).            ZBNKODI1
015335     10  WS-BNKBVAL-STAT2                    PIC X(1).            ZBNKODI1
015340   05  WS-BALH-OPEN                          PIC X(1)             ZBNKODI1
015345       VALUE 'N'.                                                 ZBNKODI1
015350   05  WS-BVAL-OPEN                          PIC X(1)             ZBNKODI1
015355       VALUE 'N'.                                                 ZBNKODI1
015360   05  WS-BVAL-SAVE-KEY                      PIC X(35).           ZBNKODI1
015365   05  WS-BVAL-BALANCE                       PIC S9(9)V99 COMP-3. ZBNKODI1
015370   05  WS-BVAL-ACTUAL                        PIC S9(7)V99 COMP-3. ZBNKODI1
015375   05  WS-BVAL-CORRECT                       PIC S9(7)V99 COMP-3. ZBNKODI1
015380   05  WS-BVAL-OD-ADJ                        PIC S9(7)V99 COMP-3. ZBNKODI1
015385   05  WS-BVAL-ADJUSTED                      PIC 9(7)             ZBNKODI1
015390       VALUE ZERO.                                                ZBNKODI1
015400                                                                  ZBNKODI1
015500***************************************************************** ZBNKODI1
015600* Excess entries are gathered here and sequenced by days in     * ZBNKODI1
025700           END-IF                                                 ZBNKODI1
025800        END-IF                                                    ZBNKODI1
025900     END-PERFORM.                                                 ZBNKODI1
025910                                                                  ZBNKODI1
025920***************************************************************** ZBNKODI1
025930* Re-work overdraft interest on back-valued items               * ZBNKODI1
025940***************************************************************** ZBNKODI1
025950     IF WS-BALH-OPEN IS EQUAL TO 'Y' AND                          ZBNKODI1
025960        WS-BVAL-OPEN IS EQUAL TO 'Y'                              ZBNKODI1
025970        PERFORM APPLY-BACK-VALUES THRU                            ZBNKODI1
025980                APPLY-BACK-VALUES-EXIT                            ZBNKODI1
025990     END-IF.                                                      ZBNKODI1
026000                                                                  ZBNKODI1
026100     PERFORM SORT-EXCESS-TABLE.                                   ZBNKODI1
026200     PERFORM PRINT-EXCESS-REPORT.                                 ZBNKODI1
026900            ' charges posted' DELIMITED BY SIZE                   ZBNKODI1
027000       INTO WS-CONSOLE-MESSAGE.                                   ZBNKODI1
027100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKODI1
027110     IF WS-BVAL-OPEN IS EQUAL TO 'Y'                              ZBNKODI1
027120        MOVE SPACES TO WS-CONSOLE-MESSAGE                         ZBNKODI1
027130        STRING WS-BVAL-ADJUSTED DELIMITED BY SIZE                 ZBNKODI1
027140               ' back-valued overdraft adjustments posted'        ZBNKODI1
027150               DELIMITED BY SIZE                                  ZBNKODI1
027160          INTO WS-CONSOLE-MESSAGE                                 ZBNKODI1
027170        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKODI1
027180     END-IF.                                                      ZBNKODI1
027200     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKODI1
027300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKODI1
027400                                                                  ZBNKODI1
040200                                                                  ZBNKODI1
040300     MOVE BAC-REC-ACCNO TO WS-SAVE-ACCNO.                         ZBNKODI1
040400     SUBTRACT ODA-REC-ACCRUED FROM BAC-REC-BALANCE.               ZBNKODI1
040500     REWRITE BAC-RECORD                                           ZBNKODI1
040533     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKODI1
040566     PERFORM JOURNAL-BNKACC.                                      ZBNKODI1
040600     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKODI1
040700        MOVE 'Unable to post overdraft interest'                  ZBNKODI1
040800          TO WS-CONSOLE-MESSAGE                                   ZBNKODI1
046500                           WS-TWOS-COMP-OUTPUT                    ZBNKODI1
046600                           WS-TWOS-COMP-FORMAT.                   ZBNKODI1
046700     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKODI1
046750 COPY CBANKTXP.                                                   ZBNKODI1
046800     WRITE BTX-RECORD                                             ZBNKODI1
046833     SET JRN-CTL-ADD TO TRUE                                      ZBNKODI1
046866     PERFORM JOURNAL-BNKTXN.                                      ZBNKODI1
046900     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKODI1
047000        MOVE 'Unable to write overdraft interest record'          ZBNKODI1
047100          TO WS-CONSOLE-MESSAGE                                   ZBNKODI1
059700        PERFORM DISPLAY-IO-STATUS                                 ZBNKODI1
059800        PERFORM ABORT-PROGRAM                                     ZBNKODI1
059900     END-IF.                                                      ZBNKODI1
059910     OPEN INPUT BNKBALH-FILE.                                     ZBNKODI1
059920     IF WS-BNKBALH-STATUS IS EQUAL TO '00'                        ZBNKODI1
059930        MOVE 'Y' TO WS-BALH-OPEN                                  ZBNKODI1
059940     END-IF.                                                      ZBNKODI1
059950     OPEN I-O BNKBVAL-FILE.                                       ZBNKODI1
059960     IF WS-BNKBVAL-STATUS IS EQUAL TO '00'                        ZBNKODI1
059970        MOVE 'Y' TO WS-BVAL-OPEN                                  ZBNKODI1
059980     END-IF.                                                      ZBNKODI1
060000                                                                  ZBNKODI1
060100***************************************************************** ZBNKODI1
060200* Close all the files                                           * ZBNKODI1
060700     CLOSE BNKODAC-FILE.                                          ZBNKODI1
060800     CLOSE BNKTXN-FILE.                                           ZBNKODI1
060900     CLOSE PRINTOUT-FILE.                                         ZBNKODI1
060910     IF WS-BALH-OPEN IS EQUAL TO 'Y'                              ZBNKODI1
060920        CLOSE BNKBALH-FILE                                        ZBNKODI1
060930     END-IF.                                                      ZBNKODI1
060940     IF WS-BVAL-OPEN IS EQUAL TO 'Y'                              ZBNKODI1
060950        CLOSE BNKBVAL-FILE                                        ZBNKODI1
060960     END-IF.                                                      ZBNKODI1
061000                                                                  ZBNKODI1
061003***************************************************************** ZBNKODI1
061006* Journal the BNKACC record just added, changed or deleted so   * ZBNKODI1
061009* it can be rolled forward onto a reload                        * ZBNKODI1
061012***************************************************************** ZBNKODI1
061015 JOURNAL-BNKACC.                                                  ZBNKODI1
061018     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKODI1
061021     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKODI1
061024     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKODI1
061027     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKODI1
061030     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKODI1
061033     IF JRN-CTL-ERROR                                             ZBNKODI1
061036        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKODI1
061039        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKODI1
061042        PERFORM ABORT-PROGRAM                                     ZBNKODI1
061045     END-IF.                                                      ZBNKODI1
061048                                                                  ZBNKODI1
061051***************************************************************** ZBNKODI1
061054* Journal the BNKTXN record just added, changed or deleted so   * ZBNKODI1
061057* it can be rolled forward onto a reload                        * ZBNKODI1
061060***************************************************************** ZBNKODI1
061063 JOURNAL-BNKTXN.                                                  ZBNKODI1
061066     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKODI1
061069     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKODI1
061072     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKODI1
061075     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKODI1
061078     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKODI1
061081     IF JRN-CTL-ERROR                                             ZBNKODI1
061084        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKODI1
061087        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKODI1
061090        PERFORM ABORT-PROGRAM                                     ZBNKODI1
061093     END-IF.                                                      ZBNKODI1
061096                                                                  ZBNKODI1
061100***************************************************************** ZBNKODI1
061200* Display the file status bytes. This routine will display as   * ZBNKODI1
061300* two digits if the full two byte file status is numeric. If    * ZBNKODI1
065400       UPON CONSOLE.                                              ZBNKODI1
065500     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKODI1
065600                                                                  ZBNKODI1
065700***************************************************************** ZBNKODI1
065800* Re-work the overdraft interest for every back-valued item on  * ZBNKODI1
065900* BNKBVAL not yet seen by this run.  Each day from the value    * ZBNKODI1
066000* date up to the day before posting is charged again on its     * ZBNKODI1
066100* BNKBALH snapshot as it would have stood with the item in, and * ZBNKODI1
066200* the difference from what was charged on the snapshot itself   * ZBNKODI1
066300* is posted straight to the account as its own adjustment entry * ZBNKODI1
066400***************************************************************** ZBNKODI1
066500 APPLY-BACK-VALUES.                                               ZBNKODI1
066600     MOVE LOW-VALUES TO BVL-KEY.                                  ZBNKODI1
066700     START BNKBVAL-FILE KEY GREATER THAN BVL-KEY.                 ZBNKODI1
066800     IF WS-BNKBVAL-STATUS IS NOT EQUAL TO '00'                    ZBNKODI1
066900        GO TO APPLY-BACK-VALUES-EXIT                              ZBNKODI1
067000     END-IF.                                                      ZBNKODI1
067100 APPLY-BACK-VALUES-LOOP.                                          ZBNKODI1
067200     READ BNKBVAL-FILE NEXT RECORD.                               ZBNKODI1
067300     IF WS-BNKBVAL-STATUS IS NOT EQUAL TO '00'                    ZBNKODI1
067400        GO TO APPLY-BACK-VALUES-EXIT                              ZBNKODI1
067500     END-IF.                                                      ZBNKODI1
067600     IF NOT BVL-OD-PENDING                                        ZBNKODI1
067700        GO TO APPLY-BACK-VALUES-LOOP                              ZBNKODI1
067800     END-IF.                                                      ZBNKODI1
067900     MOVE BVL-KEY TO WS-BVAL-SAVE-KEY.                            ZBNKODI1
068000     PERFORM REWORK-OVERDRAFT THRU                                ZBNKODI1
068100             REWORK-OVERDRAFT-EXIT.                               ZBNKODI1
068200     MOVE WS-BVAL-SAVE-KEY TO BVL-KEY.                            ZBNKODI1
068300     START BNKBVAL-FILE KEY GREATER THAN BVL-KEY.                 ZBNKODI1
068400     IF WS-BNKBVAL-STATUS IS NOT EQUAL TO '00'                    ZBNKODI1
068500        GO TO APPLY-BACK-VALUES-EXIT                              ZBNKODI1
068600     END-IF.                                                      ZBNKODI1
068700     GO TO APPLY-BACK-VALUES-LOOP.                                ZBNKODI1
068800 APPLY-BACK-VALUES-EXIT.                                          ZBNKODI1
068900     EXIT.                                                        ZBNKODI1
069000                                                                  ZBNKODI1
069100 REWORK-OVERDRAFT.                                                ZBNKODI1
069200     MOVE ZERO TO WS-BVAL-OD-ADJ.                                 ZBNKODI1
069300     MOVE BVL-REC-ACCNO TO BAC-REC-ACCNO.                         ZBNKODI1
069400     READ BNKACC-FILE.                                            ZBNKODI1
069500     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKODI1
069600        SET BVL-OD-NOT-APPLICABLE TO TRUE                         ZBNKODI1
069700        GO TO REWORK-OVERDRAFT-MARK                               ZBNKODI1
069800     END-IF.                                                      ZBNKODI1
069900     MOVE BAC-REC-TYPE TO BAT-REC-TYPE.                           ZBNKODI1
070000     READ BNKATYP-FILE.                                           ZBNKODI1
070100     IF WS-BNKATYP-STATUS IS NOT EQUAL TO '00'                    ZBNKODI1
070200        SET BVL-OD-NOT-APPLICABLE TO TRUE                         ZBNKODI1
070300        GO TO REWORK-OVERDRAFT-MARK                               ZBNKODI1
070400     END-IF.                                                      ZBNKODI1
070500     IF BAT-REC-OD-INT-RATE IS NOT NUMERIC OR                     ZBNKODI1
070600        BAT-REC-OD-INT-RATE IS NOT GREATER THAN ZERO              ZBNKODI1
070700        SET BVL-OD-NOT-APPLICABLE TO TRUE                         ZBNKODI1
070800        GO TO REWORK-OVERDRAFT-MARK                               ZBNKODI1
070900     END-IF.                                                      ZBNKODI1
071000     MOVE BVL-REC-ACCNO TO BH-REC-ACCNO.                          ZBNKODI1
071100     MOVE BVL-REC-VALUE-DATE TO BH-REC-DATE.                      ZBNKODI1
071200     START BNKBALH-FILE KEY NOT LESS THAN BH-KEY.                 ZBNKODI1
071300     IF WS-BNKBALH-STATUS IS NOT EQUAL TO '00'                    ZBNKODI1
071400        GO TO REWORK-OVERDRAFT-POST                               ZBNKODI1
071500     END-IF.                                                      ZBNKODI1
071600 REWORK-OVERDRAFT-LOOP.                                           ZBNKODI1
071700     READ BNKBALH-FILE NEXT RECORD.                               ZBNKODI1
071800     IF WS-BNKBALH-STATUS IS NOT EQUAL TO '00'                    ZBNKODI1
071900        GO TO REWORK-OVERDRAFT-POST                               ZBNKODI1
072000     END-IF.                                                      ZBNKODI1
072100     IF BH-REC-ACCNO IS NOT EQUAL TO BVL-REC-ACCNO OR             ZBNKODI1
072200        BH-REC-DATE IS NOT LESS THAN BVL-REC-POST-DATE            ZBNKODI1
072300        GO TO REWORK-OVERDRAFT-POST                               ZBNKODI1
072400     END-IF.                                                      ZBNKODI1
072500     IF BH-REC-BALANCE IS NOT NUMERIC                             ZBNKODI1
072600        GO TO REWORK-OVERDRAFT-LOOP                               ZBNKODI1
072700     END-IF.                                                      ZBNKODI1
072800     MOVE ZERO TO WS-BVAL-ACTUAL.                                 ZBNKODI1
072900     MOVE ZERO TO WS-BVAL-CORRECT.                                ZBNKODI1
073000     IF BH-REC-BALANCE IS LESS THAN ZERO                          ZBNKODI1
073100        COMPUTE WS-BVAL-ACTUAL ROUNDED =                          ZBNKODI1
073200          (BH-REC-BALANCE * -1) * BAT-REC-OD-INT-RATE             ZBNKODI1
073300     END-IF.                                                      ZBNKODI1
073400     COMPUTE WS-BVAL-BALANCE = BH-REC-BALANCE + BVL-REC-AMOUNT.   ZBNKODI1
073500     IF WS-BVAL-BALANCE IS LESS THAN ZERO                         ZBNKODI1
073600        COMPUTE WS-BVAL-CORRECT ROUNDED =                         ZBNKODI1
073700          (WS-BVAL-BALANCE * -1) * BAT-REC-OD-INT-RATE            ZBNKODI1
073800     END-IF.                                                      ZBNKODI1
073900     COMPUTE WS-BVAL-OD-ADJ =                                     ZBNKODI1
074000       WS-BVAL-OD-ADJ + WS-BVAL-CORRECT - WS-BVAL-ACTUAL.         ZBNKODI1
074100     GO TO REWORK-OVERDRAFT-LOOP.                                 ZBNKODI1
074200 REWORK-OVERDRAFT-POST.                                           ZBNKODI1
074300     SET BVL-OD-ADJUSTED TO TRUE.                                 ZBNKODI1
074400     IF WS-BVAL-OD-ADJ IS EQUAL TO ZERO                           ZBNKODI1
074500        GO TO REWORK-OVERDRAFT-MARK                               ZBNKODI1
074600     END-IF.                                                      ZBNKODI1
074700     SUBTRACT WS-BVAL-OD-ADJ FROM BAC-REC-BALANCE.                ZBNKODI1
074800     REWRITE BAC-RECORD                                           ZBNKODI1
074900     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKODI1
075000     PERFORM JOURNAL-BNKACC.                                      ZBNKODI1
075100     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKODI1
075200        MOVE 'Unable to post overdraft interest adjustment'       ZBNKODI1
075300          TO WS-CONSOLE-MESSAGE                                   ZBNKODI1
075400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKODI1
075500        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKODI1
075600        PERFORM DISPLAY-IO-STATUS                                 ZBNKODI1
075700        PERFORM ABORT-PROGRAM                                     ZBNKODI1
075800     END-IF.                                                      ZBNKODI1
075900     PERFORM WRITE-OD-ADJ-AUDIT.                                  ZBNKODI1
076000     ADD 1 TO WS-BVAL-ADJUSTED.                                   ZBNKODI1
076100 REWORK-OVERDRAFT-MARK.                                           ZBNKODI1
076200     MOVE WS-BVAL-OD-ADJ TO BVL-REC-OD-ADJ.                       ZBNKODI1
076300     MOVE WS-TODAY-ISO TO BVL-REC-OD-ADJ-DATE.                    ZBNKODI1
076400     REWRITE BVL-RECORD.                                          ZBNKODI1
076500     IF WS-BNKBVAL-STATUS IS NOT EQUAL TO '00'                    ZBNKODI1
076600        MOVE 'Unable to update back-valued item register'         ZBNKODI1
076700          TO WS-CONSOLE-MESSAGE                                   ZBNKODI1
076800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKODI1
076900        MOVE WS-BNKBVAL-STATUS TO WS-IO-STATUS                    ZBNKODI1
077000        PERFORM DISPLAY-IO-STATUS                                 ZBNKODI1
077100        PERFORM ABORT-PROGRAM                                     ZBNKODI1
077200     END-IF.                                                      ZBNKODI1
077300 REWORK-OVERDRAFT-EXIT.                                           ZBNKODI1
077400     EXIT.                                                        ZBNKODI1
077500                                                                  ZBNKODI1
077600***************************************************************** ZBNKODI1
077700* Write the BNKTXN entry for a back-value overdraft interest    * ZBNKODI1
077800* adjustment - a further charge under its own sub-type, or a    * ZBNKODI1
077900* refund where the item left the account less overdrawn         * ZBNKODI1
078000***************************************************************** ZBNKODI1
078100 WRITE-OD-ADJ-AUDIT.                                              ZBNKODI1
078200 COPY CTSTAMPP.                                                   ZBNKODI1
078300     MOVE WS-TXN-SEQ TO WS-TS-TIME-DDDDDD (3:4).                  ZBNKODI1
078400     ADD 1 TO WS-TXN-SEQ.                                         ZBNKODI1
078500     MOVE '0' TO WS-TIMESTAMP (26:1).                             ZBNKODI1
078600     MOVE SPACES TO BTX-RECORD.                                   ZBNKODI1
078700     MOVE BAC-REC-PID TO BTX-REC-PID.                             ZBNKODI1
078800     MOVE '4' TO BTX-REC-TYPE.                                    ZBNKODI1
078900     MOVE BAC-REC-ACCNO TO BTX-REC-ACCNO.                         ZBNKODI1
079000     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      ZBNKODI1
079100     MULTIPLY WS-BVAL-OD-ADJ BY -1 GIVING BTX-REC-AMOUNT.         ZBNKODI1
079200     MOVE SPACES TO TXN-DATA.                                     ZBNKODI1
079300     IF WS-BVAL-OD-ADJ IS GREATER THAN ZERO                       ZBNKODI1
079400        MOVE '3' TO BTX-REC-SUB-TYPE                              ZBNKODI1
079500        MOVE 'Overdraft int adj back-value' TO TXN-T1-OLD-DESC    ZBNKODI1
079600     ELSE                                                         ZBNKODI1
079700        MOVE '4' TO BTX-REC-SUB-TYPE                              ZBNKODI1
079800        MOVE 'Overdraft int refund back-val' TO TXN-T1-OLD-DESC   ZBNKODI1
079900     END-IF.                                                      ZBNKODI1
080000     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       ZBNKODI1
080100     MOVE TXN-DATA-NEW TO BTX-REC-DATA-NEW.                       ZBNKODI1
080200     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     ZBNKODI1
080300     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      ZBNKODI1
080400     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             ZBNKODI1
080500     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       ZBNKODI1
080600                           WS-TWOS-COMP-INPUT                     ZBNKODI1
080700                           WS-TWOS-COMP-OUTPUT                    ZBNKODI1
080800                           WS-TWOS-COMP-FORMAT.                   ZBNKODI1
080900     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKODI1
081000 COPY CBANKTXP.                                                   ZBNKODI1
081100     WRITE BTX-RECORD                                             ZBNKODI1
081200     SET JRN-CTL-ADD TO TRUE                                      ZBNKODI1
081300     PERFORM JOURNAL-BNKTXN.                                      ZBNKODI1
081400     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKODI1
081500        MOVE 'Unable to write overdraft adjustment record'        ZBNKODI1
081600          TO WS-CONSOLE-MESSAGE                                   ZBNKODI1
081700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKODI1
081800        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKODI1
081900        PERFORM DISPLAY-IO-STATUS                                 ZBNKODI1
082000        PERFORM ABORT-PROGRAM                                     ZBNKODI1
082100     END-IF.                                                      ZBNKODI1
082200                                                                  ZBNKODI1
082300 COPY CTIMERP.                                                    ZBNKODI1
082400                                                                  ZBNKODI1
082500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKODI1
