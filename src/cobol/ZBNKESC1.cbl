002500*              unusable state code goes to the exception        * ZBNKESC1
002600*              listing instead of a remittance no state would   * ZBNKESC1
002700*              accept.                                          * ZBNKESC1
002733*              Every master-file update is journaled through    * ZBNKESC1
002766*              UJOURNL for forward recovery.                    * ZBNKESC1
002767*              A due-diligence letter to an address returned    * ZBNKESC1
002768*              undeliverable goes by e-mail if the owner takes  * ZBNKESC1
002769*              e-mail, otherwise it is held and listed.         * ZBNKESC1
002772*              Each letter written is added to the customer's   * ZBNKESC1
002773*              correspondence history through UCORREG.          * ZBNKESC1
002800***************************************************************** ZBNKESC1
002900                                                                  ZBNKESC1
003000 IDENTIFICATION DIVISION.                                         ZBNKESC1
006500            ACCESS MODE  IS RANDOM                                ZBNKESC1
006600            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKESC1
006700            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKESC1
006750            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKESC1
006800            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKESC1
006900     SELECT REMIT-FILE                                            ZBNKESC1
007000            ASSIGN       TO REMIT                                 ZBNKESC1
011500 FD  LETTER-FILE.                                                 ZBNKESC1
011610 01  LETTER-REC.                                                  ZBNKESC1
011611   05  LTR-PID                             PIC X(5).              ZBNKESC1
011683   05  LTR-ACCNO                           PIC X(9).              ZBNKESC1
011755   05  LTR-NAME                            PIC X(25).             ZBNKESC1
011827   05  LTR-ADDR1                           PIC X(25).             ZBNKESC1
011899   05  LTR-ADDR2                           PIC X(25).             ZBNKESC1
011971   05  LTR-STATE                           PIC X(2).              ZBNKESC1
012043   05  LTR-CNTRY                           PIC X(6).              ZBNKESC1
012115   05  LTR-POST-CODE                       PIC X(6).              ZBNKESC1
012187   05  LTR-AMOUNT                          PIC 9(9)V99.           ZBNKESC1
012259   05  LTR-CHANNEL                         PIC X(1).              ZBNKESC1
012331   05  FILLER                              PIC X(35).             ZBNKESC1
012403                                                                  ZBNKESC1
012475 FD  BNKOFCQ-FILE.                                                ZBNKESC1
012547 01  BNKOFCQ-REC.                                                 ZBNKESC1
012619 COPY CBANKVOC.                                                   ZBNKESC1
012700                                                                  ZBNKESC1
012800 FD  PRINTOUT-FILE.                                               ZBNKESC1
012900 01  PRINTOUT-REC                        PIC X(121).              ZBNKESC1
013000                                                                  ZBNKESC1
013100 WORKING-STORAGE SECTION.                                         ZBNKESC1
013133 COPY CJOURNLD.                                                   ZBNKESC1
013166                                                                  ZBNKESC1
013167 COPY CCORREGD.                                                   ZBNKESC1
013168                                                                  ZBNKESC1
013200 COPY CTIMERD.                                                    ZBNKESC1
013300                                                                  ZBNKESC1
013400 COPY CTSTAMPD.                                                   ZBNKESC1
037900        PERFORM ABORT-PROGRAM                                     ZBNKESC1
038000     END-IF.                                                      ZBNKESC1
038100                                                                  ZBNKESC1
038148***************************************************************** ZBNKESC1
038196* No paper goes to an address returned undeliverable - e-mail   * ZBNKESC1
038244* if the owner takes it, otherwise the letter is held           * ZBNKESC1
038292***************************************************************** ZBNKESC1
038340     MOVE SPACES TO LETTER-REC.                                   ZBNKESC1
038388     EVALUATE TRUE                                                ZBNKESC1
038436       WHEN BCS-ADDR-UNDELIVERABLE AND                            ZBNKESC1
038484            BCS-REC-SEND-EMAIL IS EQUAL TO 'Y'                    ZBNKESC1
038532         MOVE 'E' TO LTR-CHANNEL                                  ZBNKESC1
038580       WHEN BCS-ADDR-UNDELIVERABLE                                ZBNKESC1
038628         MOVE BAC-REC-ACCNO TO WS-LINE4-ACCNO                     ZBNKESC1
038676         MOVE BAC-REC-PID TO WS-LINE4-PID                         ZBNKESC1
038724         MOVE 'Letter held - address undeliverable'               ZBNKESC1
038772           TO WS-LINE4-TEXT                                       ZBNKESC1
038820         MOVE WS-LINE4 TO PRINTOUT-REC                            ZBNKESC1
038868         PERFORM PRINTOUT-PUT                                     ZBNKESC1
038916       WHEN OTHER                                                 ZBNKESC1
038964         MOVE 'M' TO LTR-CHANNEL                                  ZBNKESC1
039012     END-EVALUATE.                                                ZBNKESC1
039060     IF LTR-CHANNEL IS NOT EQUAL TO SPACE                         ZBNKESC1
039108        MOVE BAC-REC-PID TO LTR-PID                               ZBNKESC1
039156        MOVE BAC-REC-ACCNO TO LTR-ACCNO                           ZBNKESC1
039204        MOVE BCS-REC-NAME TO LTR-NAME                             ZBNKESC1
039252        MOVE BCS-REC-ADDR1 TO LTR-ADDR1                           ZBNKESC1
039300        MOVE BCS-REC-ADDR2 TO LTR-ADDR2                           ZBNKESC1
039348        MOVE BCS-REC-STATE TO LTR-STATE                           ZBNKESC1
039396        MOVE BCS-REC-CNTRY TO LTR-CNTRY                           ZBNKESC1
039444        MOVE BCS-REC-POST-CODE TO LTR-POST-CODE                   ZBNKESC1
039492        MOVE WS-SAVE-BALANCE TO LTR-AMOUNT                        ZBNKESC1
039540        WRITE LETTER-REC                                          ZBNKESC1
039588        IF WS-LETTER-STATUS IS NOT EQUAL TO '00'                  ZBNKESC1
039636           MOVE 'Unable to write letter record'                   ZBNKESC1
039684             TO WS-CONSOLE-MESSAGE                                ZBNKESC1
039732           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKESC1
039780           MOVE WS-LETTER-STATUS TO WS-IO-STATUS                  ZBNKESC1
039828           PERFORM DISPLAY-IO-STATUS                              ZBNKESC1
039876           PERFORM ABORT-PROGRAM                                  ZBNKESC1
039924        END-IF                                                    ZBNKESC1
039972        PERFORM RECORD-CORRESPONDENCE                             ZBNKESC1
040020     END-IF.                                                      ZBNKESC1
040100                                                                  ZBNKESC1
040200     MOVE ZERO TO BAC-REC-BALANCE.                                ZBNKESC1
040300     SET BAC-STATUS-CLOSED TO TRUE.                               ZBNKESC1
040400     MOVE WS-TODAY-ISO TO BAC-REC-STATUS-DTE.                     ZBNKESC1
040500     REWRITE BAC-RECORD                                           ZBNKESC1
040533     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKESC1
040566     PERFORM JOURNAL-BNKACC.                                      ZBNKESC1
040600     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKESC1
040700        MOVE 'Unable to close escheated account'                  ZBNKESC1
040800          TO WS-CONSOLE-MESSAGE                                   ZBNKESC1
042700        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKESC1
042800     END-IF.                                                      ZBNKESC1
042900                                                                  ZBNKESC1
042901***************************************************************** ZBNKESC1
042902* Add the letter just written to the customer's correspondence  * ZBNKESC1
042903* history so staff can see it and have it reprinted             * ZBNKESC1
042904***************************************************************** ZBNKESC1
042905 RECORD-CORRESPONDENCE.                                           ZBNKESC1
042906     MOVE SPACES TO CRG-CTL-DATA.                                 ZBNKESC1
042907     MOVE WS-PROGRAM-ID TO CRG-CTL-PROGRAM.                       ZBNKESC1
042908     MOVE 'ESCHEAT' TO CRG-CTL-LETTER-TYPE.                       ZBNKESC1
042909     MOVE LTR-PID TO CRG-CTL-PID.                                 ZBNKESC1
042910     MOVE LTR-ACCNO TO CRG-CTL-ACCNO.                             ZBNKESC1
042911     MOVE LTR-NAME TO CRG-CTL-NAME.                               ZBNKESC1
042912     MOVE LTR-ADDR1 TO CRG-CTL-ADDR1.                             ZBNKESC1
042913     MOVE LTR-ADDR2 TO CRG-CTL-ADDR2.                             ZBNKESC1
042914     MOVE LTR-STATE TO CRG-CTL-STATE.                             ZBNKESC1
042915     MOVE LTR-CNTRY TO CRG-CTL-CNTRY.                             ZBNKESC1
042916     MOVE LTR-POST-CODE TO CRG-CTL-POST-CODE.                     ZBNKESC1
042917     MOVE LTR-CHANNEL TO CRG-CTL-CHANNEL.                         ZBNKESC1
042918     STRING 'Unclaimed property notice for a/c '                  ZBNKESC1
042919            DELIMITED BY SIZE                                     ZBNKESC1
042920            LTR-ACCNO DELIMITED BY SIZE                           ZBNKESC1
042921       INTO CRG-CTL-SUMMARY.                                      ZBNKESC1
042926     MOVE LETTER-REC TO CRG-CTL-IMAGE.                            ZBNKESC1
042931     CALL 'UCORREG' USING CRG-CTL-DATA.                           ZBNKESC1
042932     IF CRG-CTL-ERROR                                             ZBNKESC1
042933        MOVE CRG-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKESC1
042934        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKESC1
042935        PERFORM ABORT-PROGRAM                                     ZBNKESC1
042936     END-IF.                                                      ZBNKESC1
042937                                                                  ZBNKESC1
043000***************************************************************** ZBNKESC1
043100* Post the remittance that zeroed the account, following the    * ZBNKESC1
043200* same layout and byte-26 technique as ZBNKSTO1                 * ZBNKESC1
045500                           WS-TWOS-COMP-OUTPUT                    ZBNKESC1
045600                           WS-TWOS-COMP-FORMAT.                   ZBNKESC1
045700     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKESC1
045750 COPY CBANKTXP.                                                   ZBNKESC1
045800     WRITE BTX-RECORD                                             ZBNKESC1
045833     SET JRN-CTL-ADD TO TRUE                                      ZBNKESC1
045866     PERFORM JOURNAL-BNKTXN.                                      ZBNKESC1
045900     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKESC1
046000        MOVE 'Unable to write remittance posting'                 ZBNKESC1
046100          TO WS-CONSOLE-MESSAGE                                   ZBNKESC1
060100     CLOSE LETTER-FILE.                                           ZBNKESC1
060200     CLOSE PRINTOUT-FILE.                                         ZBNKESC1
060300                                                                  ZBNKESC1
060303***************************************************************** ZBNKESC1
060306* Journal the BNKACC record just added, changed or deleted so   * ZBNKESC1
060309* it can be rolled forward onto a reload                        * ZBNKESC1
060312***************************************************************** ZBNKESC1
060315 JOURNAL-BNKACC.                                                  ZBNKESC1
060318     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKESC1
060321     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKESC1
060324     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKESC1
060327     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKESC1
060330     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKESC1
060333     IF JRN-CTL-ERROR                                             ZBNKESC1
060336        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKESC1
060339        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKESC1
060342        PERFORM ABORT-PROGRAM                                     ZBNKESC1
060345     END-IF.                                                      ZBNKESC1
060348                                                                  ZBNKESC1
060351***************************************************************** ZBNKESC1
060354* Journal the BNKTXN record just added, changed or deleted so   * ZBNKESC1
060357* it can be rolled forward onto a reload                        * ZBNKESC1
060360***************************************************************** ZBNKESC1
060363 JOURNAL-BNKTXN.                                                  ZBNKESC1
060366     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKESC1
060369     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKESC1
060372     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKESC1
060375     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKESC1
060378     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKESC1
060381     IF JRN-CTL-ERROR                                             ZBNKESC1
060384        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKESC1
060387        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKESC1
060390        PERFORM ABORT-PROGRAM                                     ZBNKESC1
060393     END-IF.                                                      ZBNKESC1
060396                                                                  ZBNKESC1
060400***************************************************************** ZBNKESC1
060500* Display the file status bytes. This routine will display as   * ZBNKESC1
060600* two digits if the full two byte file status is numeric. If    * ZBNKESC1
