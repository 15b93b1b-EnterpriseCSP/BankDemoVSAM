002200*              the named funding account.  Every arrangement    * ZBNKSWI1
002300*              set up writes a confirmation-letter record for   * ZBNKSWI1
002400*              the customer; anything that does not map - an    * ZBNKSWI1
002455*              unknown customer, a routing number that fails    * ZBNKSWI1
002510*              the check digit or is not an active ACH bank on  * ZBNKSWI1
002565*              the bank routing directory (BNKRTDIR), a fourth  * ZBNKSWI1
002620*              standing order - goes to the rejects report      * ZBNKSWI1
002675*              instead.                                         * ZBNKSWI1
002733*              Every master-file update is journaled through    * ZBNKSWI1
002766*              UJOURNL for forward recovery.                    * ZBNKSWI1
002767*              Each letter written is added to the customer's   * ZBNKSWI1
002773*              correspondence history through UCORREG.  No      * ZBNKSWI1
002778*              paper letter goes to a customer whose address    * ZBNKSWI1
002783*              has been returned undeliverable - the            * ZBNKSWI1
002788*              arrangement is set up and the letter goes by     * ZBNKSWI1
002793*              e-mail if they take e-mail, otherwise it is held * ZBNKSWI1
002796*              and listed.                                      * ZBNKSWI1
002800***************************************************************** ZBNKSWI1
002900                                                                  ZBNKSWI1
003000 IDENTIFICATION DIVISION.                                         ZBNKSWI1
007400            ORGANIZATION IS SEQUENTIAL                            ZBNKSWI1
007500            ACCESS MODE  IS SEQUENTIAL                            ZBNKSWI1
007600            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKSWI1
007614     SELECT BNKRTDIR-FILE                                         ZBNKSWI1
007628            ASSIGN       TO BNKRTDIR                              ZBNKSWI1
007642            ORGANIZATION IS INDEXED                               ZBNKSWI1
007656            ACCESS MODE  IS RANDOM                                ZBNKSWI1
007670            RECORD KEY   IS RTD-KEY                               ZBNKSWI1
007684            FILE STATUS  IS WS-BNKRTDIR-STATUS.                   ZBNKSWI1
007700                                                                  ZBNKSWI1
007800 DATA DIVISION.                                                   ZBNKSWI1
007900 FILE SECTION.                                                    ZBNKSWI1
010000   05  SWL-ADDR1                           PIC X(25).             ZBNKSWI1
010100   05  SWL-ADDR2                           PIC X(25).             ZBNKSWI1
010200   05  SWL-TEXT                            PIC X(60).             ZBNKSWI1
010232   05  SWL-CHANNEL                         PIC X(1).              ZBNKSWI1
010300                                                                  ZBNKSWI1
010400 FD  PRINTOUT-FILE.                                               ZBNKSWI1
010500 01  PRINTOUT-REC                        PIC X(121).              ZBNKSWI1
010600                                                                  ZBNKSWI1
010620 FD  BNKRTDIR-FILE.                                               ZBNKSWI1
010640 01  BNKRTDIR-REC.                                                ZBNKSWI1
010660 COPY CBANKVRT.                                                   ZBNKSWI1
010680                                                                  ZBNKSWI1
010700 WORKING-STORAGE SECTION.                                         ZBNKSWI1
010733 COPY CJOURNLD.                                                   ZBNKSWI1
010766                                                                  ZBNKSWI1
010767 COPY CCORREGD.                                                   ZBNKSWI1
010768                                                                  ZBNKSWI1
010800 COPY CRUNCTLD.                                                   ZBNKSWI1
010900                                                                  ZBNKSWI1
011000 COPY CTIMERD.                                                    ZBNKSWI1
015100   05  WS-PRINTOUT-STATUS.                                        ZBNKSWI1
015200     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKSWI1
015300     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKSWI1
015325   05  WS-BNKRTDIR-STATUS.                                        ZBNKSWI1
015350     10  WS-BNKRTDIR-STAT1                   PIC X(1).            ZBNKSWI1
015375     10  WS-BNKRTDIR-STAT2                   PIC X(1).            ZBNKSWI1
015400   05  WS-IO-STATUS.                                              ZBNKSWI1
015500     10  WS-IO-STAT1                         PIC X(1).            ZBNKSWI1
015600     10  WS-IO-STAT2                         PIC X(1).            ZBNKSWI1
016300       VALUE 'NO '.                                               ZBNKSWI1
016400   05  WS-NEXT-SEQ                           PIC 9(2).            ZBNKSWI1
016500   05  WS-REJECT-REASON                      PIC X(35).           ZBNKSWI1
016525   05  WS-CHECK-ROUTING                      PIC X(9).            ZBNKSWI1
016550   05  WS-CHECK-RESULT                       PIC X(1).            ZBNKSWI1
016575   05  WS-ROUTING-REASON                     PIC X(30).           ZBNKSWI1
016600   05  WS-SET-UP                             PIC 9(5)             ZBNKSWI1
016700       VALUE ZERO.                                                ZBNKSWI1
016800   05  WS-REJECTED                           PIC 9(5)             ZBNKSWI1
016900       VALUE ZERO.                                                ZBNKSWI1
016933   05  WS-LETTERS-HELD                       PIC 9(5)             ZBNKSWI1
016966       VALUE ZERO.                                                ZBNKSWI1
016977   05  WS-LETTERS-EMAILED                    PIC 9(5)             ZBNKSWI1
016988       VALUE ZERO.                                                ZBNKSWI1
017000                                                                  ZBNKSWI1
017100 01  WS-REPORT-LINES.                                             ZBNKSWI1
017200   05  WS-LINE1.                                                  ZBNKSWI1
017300     10  WS-LINE1-CC                     PIC X(1)                 ZBNKSWI1
017400         VALUE '1'.                                               ZBNKSWI1
017500     10  FILLER                          PIC X(40)                ZBNKSWI1
017600         VALUE 'Account Switch Load - Exceptions'.                ZBNKSWI1
017700     10  WS-LINE1-DATE                   PIC X(10).               ZBNKSWI1
017800   05  WS-LINE4.                                                  ZBNKSWI1
017900     10  WS-LINE4-CC                     PIC X(1)                 ZBNKSWI1
025200            ' rejected' DELIMITED BY SIZE                         ZBNKSWI1
025300       INTO WS-CONSOLE-MESSAGE.                                   ZBNKSWI1
025400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKSWI1
025414     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKSWI1
025428     STRING WS-LETTERS-HELD DELIMITED BY SIZE                     ZBNKSWI1
025442            ' letters held - address undeliverable'               ZBNKSWI1
025456              DELIMITED BY SIZE                                   ZBNKSWI1
025470       INTO WS-CONSOLE-MESSAGE.                                   ZBNKSWI1
025484     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKSWI1
025486     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKSWI1
025488     STRING WS-LETTERS-EMAILED DELIMITED BY SIZE                  ZBNKSWI1
025490            ' letters by e-mail - address undeliverable'          ZBNKSWI1
025492              DELIMITED BY SIZE                                   ZBNKSWI1
025494       INTO WS-CONSOLE-MESSAGE.                                   ZBNKSWI1
025496     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKSWI1
025500     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKSWI1
025600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKSWI1
025700                                                                  ZBNKSWI1
029400* the way DBANK28P files one on-line                            * ZBNKSWI1
029500***************************************************************** ZBNKSWI1
029600 SET-UP-PAYEE.                                                    ZBNKSWI1
029650     MOVE WS-SW-ROUTING TO WS-CHECK-ROUTING.                      ZBNKSWI1
029700     PERFORM CHECK-ROUTING THRU                                   ZBNKSWI1
029750             CHECK-ROUTING-EXIT.                                  ZBNKSWI1
029800     IF WS-ROUTING-REASON IS NOT EQUAL TO SPACES                  ZBNKSWI1
029850        MOVE WS-ROUTING-REASON TO WS-REJECT-REASON                ZBNKSWI1
029900        PERFORM PRINT-REJECT-LINE                                 ZBNKSWI1
030000        GO TO SET-UP-PAYEE-EXIT                                   ZBNKSWI1
030100     END-IF.                                                      ZBNKSWI1
033600     STRING 'Payee carried over: ' DELIMITED BY SIZE              ZBNKSWI1
033700            WS-SW-NAME DELIMITED BY SIZE                          ZBNKSWI1
033800       INTO SWL-TEXT.                                             ZBNKSWI1
033866     PERFORM WRITE-CONFIRMATION THRU                              ZBNKSWI1
033932             WRITE-CONFIRMATION-EXIT.                             ZBNKSWI1
034000 SET-UP-PAYEE-EXIT.                                               ZBNKSWI1
034100     EXIT.                                                        ZBNKSWI1
034200                                                                  ZBNKSWI1
038300         PERFORM PRINT-REJECT-LINE                                ZBNKSWI1
038400         GO TO SET-UP-STANDING-ORDER-EXIT                         ZBNKSWI1
038500     END-EVALUATE.                                                ZBNKSWI1
038600     REWRITE BAC-RECORD                                           ZBNKSWI1
038633     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKSWI1
038666     PERFORM JOURNAL-BNKACC.                                      ZBNKSWI1
038700     IF WS-BNKACC-STAT1 IS NOT EQUAL TO '0'                       ZBNKSWI1
038800        MOVE 'Unable to set standing order'                       ZBNKSWI1
038900          TO WS-CONSOLE-MESSAGE                                   ZBNKSWI1
039900            ' carried over to a/c ' DELIMITED BY SIZE             ZBNKSWI1
040000            WS-SW-TARGET-ACCNO DELIMITED BY SIZE                  ZBNKSWI1
040100       INTO SWL-TEXT.                                             ZBNKSWI1
040166     PERFORM WRITE-CONFIRMATION THRU                              ZBNKSWI1
040232             WRITE-CONFIRMATION-EXIT.                             ZBNKSWI1
040300 SET-UP-STANDING-ORDER-EXIT.                                      ZBNKSWI1
040400     EXIT.                                                        ZBNKSWI1
040500                                                                  ZBNKSWI1
040600***************************************************************** ZBNKSWI1
040700* One confirmation-letter record - the letter print pulls a     * ZBNKSWI1
040750* customer's records together into one mailing.  A customer     * ZBNKSWI1
040800* whose address has been returned undeliverable gets it by      * ZBNKSWI1
040850* e-mail if they take e-mail, otherwise it is held and listed   * ZBNKSWI1
040900***************************************************************** ZBNKSWI1
041000 WRITE-CONFIRMATION.                                              ZBNKSWI1
041100     MOVE WS-SW-PID TO SWL-PID.                                   ZBNKSWI1
041200     MOVE BCS-REC-NAME TO SWL-NAME.                               ZBNKSWI1
041300     MOVE BCS-REC-ADDR1 TO SWL-ADDR1.                             ZBNKSWI1
041400     MOVE BCS-REC-ADDR2 TO SWL-ADDR2.                             ZBNKSWI1
041405     MOVE 'M' TO SWL-CHANNEL.                                     ZBNKSWI1
041410     IF BCS-ADDR-UNDELIVERABLE                                    ZBNKSWI1
041415        IF BCS-REC-SEND-EMAIL IS EQUAL TO 'Y'                     ZBNKSWI1
041420           ADD 1 TO WS-LETTERS-EMAILED                            ZBNKSWI1
041425           MOVE 'E' TO SWL-CHANNEL                                ZBNKSWI1
041430        ELSE                                                      ZBNKSWI1
041435           ADD 1 TO WS-LETTERS-HELD                               ZBNKSWI1
041440           MOVE WS-SW-RECORD-TYPE TO WS-LINE4-TYPE                ZBNKSWI1
041445           MOVE WS-SW-PID TO WS-LINE4-PID                         ZBNKSWI1
041450           MOVE SWL-TEXT (1:32) TO WS-LINE4-DETAIL                ZBNKSWI1
041455           MOVE 'Address undeliverable - held' TO WS-LINE4-REASON ZBNKSWI1
041460           MOVE WS-LINE4 TO PRINTOUT-REC                          ZBNKSWI1
041465           PERFORM PRINTOUT-PUT                                   ZBNKSWI1
041470           GO TO WRITE-CONFIRMATION-EXIT                          ZBNKSWI1
041475        END-IF                                                    ZBNKSWI1
041480     END-IF.                                                      ZBNKSWI1
041500     WRITE SWLTR-REC.                                             ZBNKSWI1
041600     IF WS-SWLTR-STATUS IS NOT EQUAL TO '00'                      ZBNKSWI1
041700        MOVE 'Unable to write confirmation letter'                ZBNKSWI1
042100        PERFORM DISPLAY-IO-STATUS                                 ZBNKSWI1
042200        PERFORM ABORT-PROGRAM                                     ZBNKSWI1
042300     END-IF.                                                      ZBNKSWI1
042350     PERFORM RECORD-CORRESPONDENCE.                               ZBNKSWI1
042366 WRITE-CONFIRMATION-EXIT.                                         ZBNKSWI1
042382     EXIT.                                                        ZBNKSWI1
042400                                                                  ZBNKSWI1
042401***************************************************************** ZBNKSWI1
042402* Add the letter just written to the customer's correspondence  * ZBNKSWI1
042403* history so staff can see it and have it reprinted             * ZBNKSWI1
042404***************************************************************** ZBNKSWI1
042405 RECORD-CORRESPONDENCE.                                           ZBNKSWI1
042406     MOVE SPACES TO CRG-CTL-DATA.                                 ZBNKSWI1
042407     MOVE WS-PROGRAM-ID TO CRG-CTL-PROGRAM.                       ZBNKSWI1
042408     MOVE 'SWITCH' TO CRG-CTL-LETTER-TYPE.                        ZBNKSWI1
042409     MOVE SWL-PID TO CRG-CTL-PID.                                 ZBNKSWI1
042410     MOVE SWL-NAME TO CRG-CTL-NAME.                               ZBNKSWI1
042411     MOVE SWL-ADDR1 TO CRG-CTL-ADDR1.                             ZBNKSWI1
042412     MOVE SWL-ADDR2 TO CRG-CTL-ADDR2.                             ZBNKSWI1
042413     MOVE SWL-CHANNEL TO CRG-CTL-CHANNEL.                         ZBNKSWI1
042414     MOVE SWL-TEXT TO CRG-CTL-SUMMARY.                            ZBNKSWI1
042415     MOVE SWLTR-REC TO CRG-CTL-IMAGE.                             ZBNKSWI1
042416     CALL 'UCORREG' USING CRG-CTL-DATA.                           ZBNKSWI1
042417     IF CRG-CTL-ERROR                                             ZBNKSWI1
042418        MOVE CRG-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKSWI1
042419        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSWI1
042420        PERFORM ABORT-PROGRAM                                     ZBNKSWI1
042421     END-IF.                                                      ZBNKSWI1
042422                                                                  ZBNKSWI1
042500***************************************************************** ZBNKSWI1
042600* One reject line                                               * ZBNKSWI1
042700***************************************************************** ZBNKSWI1
050600        PERFORM DISPLAY-IO-STATUS                                 ZBNKSWI1
050700        PERFORM ABORT-PROGRAM                                     ZBNKSWI1
050800     END-IF.                                                      ZBNKSWI1
050810     OPEN INPUT BNKRTDIR-FILE.                                    ZBNKSWI1
050820     IF WS-BNKRTDIR-STATUS IS NOT EQUAL TO '00'                   ZBNKSWI1
050830        MOVE 'BNKRTDIR file open failure...'                      ZBNKSWI1
050840          TO WS-CONSOLE-MESSAGE                                   ZBNKSWI1
050850        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSWI1
050860        MOVE WS-BNKRTDIR-STATUS TO WS-IO-STATUS                   ZBNKSWI1
050870        PERFORM DISPLAY-IO-STATUS                                 ZBNKSWI1
050880        PERFORM ABORT-PROGRAM                                     ZBNKSWI1
050890     END-IF.                                                      ZBNKSWI1
050900                                                                  ZBNKSWI1
051000***************************************************************** ZBNKSWI1
051100* Close the files                                               * ZBNKSWI1
051700     CLOSE BNKPAYEE-FILE.                                         ZBNKSWI1
051800     CLOSE SWLTR-FILE.                                            ZBNKSWI1
051900     CLOSE PRINTOUT-FILE.                                         ZBNKSWI1
051950     CLOSE BNKRTDIR-FILE.                                         ZBNKSWI1
052000                                                                  ZBNKSWI1
052002***************************************************************** ZBNKSWI1
052004* Check a routing against the bank routing directory - the      * ZBNKSWI1
052006* check digit must pass, and the bank must be listed, active    * ZBNKSWI1
052008* and able to receive ACH items.  A failure leaves the reason   * ZBNKSWI1
052010* in WS-ROUTING-REASON.                                         * ZBNKSWI1
052012***************************************************************** ZBNKSWI1
052014 CHECK-ROUTING.                                                   ZBNKSWI1
052016     MOVE SPACES TO WS-ROUTING-REASON.                            ZBNKSWI1
052018     CALL 'URTNCHK' USING WS-CHECK-ROUTING                        ZBNKSWI1
052020                          WS-CHECK-RESULT.                        ZBNKSWI1
052022     IF WS-CHECK-RESULT IS NOT EQUAL TO 'Y'                       ZBNKSWI1
052024        MOVE 'Routing fails check digit' TO WS-ROUTING-REASON     ZBNKSWI1
052026        GO TO CHECK-ROUTING-EXIT                                  ZBNKSWI1
052028     END-IF.                                                      ZBNKSWI1
052030     MOVE WS-CHECK-ROUTING TO RTD-KEY.                            ZBNKSWI1
052032     READ BNKRTDIR-FILE.                                          ZBNKSWI1
052034     IF WS-BNKRTDIR-STATUS IS NOT EQUAL TO '00'                   ZBNKSWI1
052036        MOVE 'Routing not on bank directory' TO WS-ROUTING-REASON ZBNKSWI1
052038        GO TO CHECK-ROUTING-EXIT                                  ZBNKSWI1
052040     END-IF.                                                      ZBNKSWI1
052042     IF RTD-STATUS-INACTIVE                                       ZBNKSWI1
052044        MOVE 'Bank routing no longer active' TO WS-ROUTING-REASON ZBNKSWI1
052046        GO TO CHECK-ROUTING-EXIT                                  ZBNKSWI1
052048     END-IF.                                                      ZBNKSWI1
052050     IF NOT RTD-ACH-OK                                            ZBNKSWI1
052052        MOVE 'Bank cannot receive ACH' TO WS-ROUTING-REASON       ZBNKSWI1
052054     END-IF.                                                      ZBNKSWI1
052056 CHECK-ROUTING-EXIT.                                              ZBNKSWI1
052058     EXIT.                                                        ZBNKSWI1
052060                                                                  ZBNKSWI1
052062***************************************************************** ZBNKSWI1
052064* Journal the BNKACC record just added, changed or deleted so   * ZBNKSWI1
052066* it can be rolled forward onto a reload                        * ZBNKSWI1
052068***************************************************************** ZBNKSWI1
052070 JOURNAL-BNKACC.                                                  ZBNKSWI1
052072     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKSWI1
052074     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKSWI1
052076     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKSWI1
052078     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKSWI1
052080     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKSWI1
052082     IF JRN-CTL-ERROR                                             ZBNKSWI1
052084        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKSWI1
052086        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSWI1
052088        PERFORM ABORT-PROGRAM                                     ZBNKSWI1
052090     END-IF.                                                      ZBNKSWI1
052092                                                                  ZBNKSWI1
052100***************************************************************** ZBNKSWI1
052200* Display the file status bytes. This routine will display as   * ZBNKSWI1
052300* two digits if the full two byte file status is numeric. If    * ZBNKSWI1
