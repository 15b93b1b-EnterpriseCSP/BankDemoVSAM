002600*              customer gets a notice letter in the ZBNKESC1    * ZBNKRPR1
002700*              LETTER shape delivered per their mail/email      * ZBNKRPR1
002800*              preference.                                      * ZBNKRPR1
002833*              Every master-file update is journaled through    * ZBNKRPR1
002866*              UJOURNL for forward recovery.                    * ZBNKRPR1
002870*              A customer whose address has been returned       * ZBNKRPR1
002871*              undeliverable is sent the notice by email if     * ZBNKRPR1
002872*              they take email, otherwise it is held.           * ZBNKRPR1
002873*              Each letter written is added to the customer's   * ZBNKRPR1
002874*              correspondence history through UCORREG.          * ZBNKRPR1
002900***************************************************************** ZBNKRPR1
003000                                                                  ZBNKRPR1
003100 IDENTIFICATION DIVISION.                                         ZBNKRPR1
012200 01  PRINTOUT-REC                        PIC X(121).              ZBNKRPR1
012300                                                                  ZBNKRPR1
012400 WORKING-STORAGE SECTION.                                         ZBNKRPR1
012433 COPY CJOURNLD.                                                   ZBNKRPR1
012466                                                                  ZBNKRPR1
012467 COPY CCORREGD.                                                   ZBNKRPR1
012468                                                                  ZBNKRPR1
012500 COPY CTIMERD.                                                    ZBNKRPR1
012600                                                                  ZBNKRPR1
012700 COPY CTSTAMPD.                                                   ZBNKRPR1
045900                                                                  ZBNKRPR1
046000     MOVE WS-NEW-RATE TO LNM-REC-RATE.                            ZBNKRPR1
046100     MOVE WS-NEW-PAYMENT TO LNM-REC-MONTHLY-PAYMENT.              ZBNKRPR1
046200     REWRITE LNM-RECORD                                           ZBNKRPR1
046233     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKRPR1
046266     PERFORM JOURNAL-BNKLOAN.                                     ZBNKRPR1
046300     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKRPR1
046400        MOVE 'Unable to rewrite repriced loan'                    ZBNKRPR1
046500          TO WS-CONSOLE-MESSAGE                                   ZBNKRPR1
048100        PERFORM ABORT-PROGRAM                                     ZBNKRPR1
048200     END-IF.                                                      ZBNKRPR1
048300                                                                  ZBNKRPR1
048400     PERFORM SEND-REPRICE-NOTICE THRU                             ZBNKRPR1
048450             SEND-REPRICE-NOTICE-EXIT.                            ZBNKRPR1
048500                                                                  ZBNKRPR1
048600***************************************************************** ZBNKRPR1
048700* First unpaid, undeferred row and the balance ahead of it      * ZBNKRPR1
052600     END-IF.                                                      ZBNKRPR1
052700     MOVE SPACES TO LETTER-REC.                                   ZBNKRPR1
052800     EVALUATE TRUE                                                ZBNKRPR1
052810       WHEN BCS-ADDR-UNDELIVERABLE AND                            ZBNKRPR1
052820            BCS-REC-SEND-EMAIL IS EQUAL TO 'Y'                    ZBNKRPR1
052830         MOVE 'E' TO LTR-CHANNEL                                  ZBNKRPR1
052840       WHEN BCS-ADDR-UNDELIVERABLE                                ZBNKRPR1
052850         GO TO SEND-REPRICE-NOTICE-EXIT                           ZBNKRPR1
052900       WHEN BCS-REC-SEND-MAIL IS EQUAL TO 'Y'                     ZBNKRPR1
053000         MOVE 'M' TO LTR-CHANNEL                                  ZBNKRPR1
053100       WHEN BCS-REC-SEND-EMAIL IS EQUAL TO 'Y'                    ZBNKRPR1
055300        PERFORM DISPLAY-IO-STATUS                                 ZBNKRPR1
055400        PERFORM ABORT-PROGRAM                                     ZBNKRPR1
055500     END-IF.                                                      ZBNKRPR1
055550     PERFORM RECORD-CORRESPONDENCE.                               ZBNKRPR1
055600     ADD 1 TO WS-NOTICES.                                         ZBNKRPR1
055700 SEND-REPRICE-NOTICE-EXIT.                                        ZBNKRPR1
055800     EXIT.                                                        ZBNKRPR1
055900                                                                  ZBNKRPR1
055901***************************************************************** ZBNKRPR1
055902* Add the letter just written to the customer's correspondence  * ZBNKRPR1
055903* history so staff can see it and have it reprinted             * ZBNKRPR1
055904***************************************************************** ZBNKRPR1
055905 RECORD-CORRESPONDENCE.                                           ZBNKRPR1
055906     MOVE SPACES TO CRG-CTL-DATA.                                 ZBNKRPR1
055907     MOVE WS-PROGRAM-ID TO CRG-CTL-PROGRAM.                       ZBNKRPR1
055908     MOVE 'REPRICE' TO CRG-CTL-LETTER-TYPE.                       ZBNKRPR1
055909     MOVE LTR-PID TO CRG-CTL-PID.                                 ZBNKRPR1
055910     MOVE LTR-ACCNO TO CRG-CTL-ACCNO.                             ZBNKRPR1
055911     MOVE LTR-NAME TO CRG-CTL-NAME.                               ZBNKRPR1
055912     MOVE LTR-ADDR1 TO CRG-CTL-ADDR1.                             ZBNKRPR1
055913     MOVE LTR-ADDR2 TO CRG-CTL-ADDR2.                             ZBNKRPR1
055914     MOVE LTR-STATE TO CRG-CTL-STATE.                             ZBNKRPR1
055915     MOVE LTR-CNTRY TO CRG-CTL-CNTRY.                             ZBNKRPR1
055916     MOVE LTR-POST-CODE TO CRG-CTL-POST-CODE.                     ZBNKRPR1
055917     MOVE LTR-CHANNEL TO CRG-CTL-CHANNEL.                         ZBNKRPR1
055918     STRING 'Loan repricing notice - new rate '                   ZBNKRPR1
055919            DELIMITED BY SIZE                                     ZBNKRPR1
055920            LTR-NEW-RATE DELIMITED BY SIZE                        ZBNKRPR1
055921            ' from ' DELIMITED BY SIZE                            ZBNKRPR1
055922            LTR-EFF-DATE DELIMITED BY SIZE                        ZBNKRPR1
055923       INTO CRG-CTL-SUMMARY.                                      ZBNKRPR1
055924     MOVE LETTER-REC TO CRG-CTL-IMAGE.                            ZBNKRPR1
055925     CALL 'UCORREG' USING CRG-CTL-DATA.                           ZBNKRPR1
055926     IF CRG-CTL-ERROR                                             ZBNKRPR1
055927        MOVE CRG-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKRPR1
055928        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRPR1
055929        PERFORM ABORT-PROGRAM                                     ZBNKRPR1
055930     END-IF.                                                      ZBNKRPR1
055931                                                                  ZBNKRPR1
056000***************************************************************** ZBNKRPR1
056100* Print the report title and column headings                    * ZBNKRPR1
056200***************************************************************** ZBNKRPR1
069500     CLOSE LETTER-FILE.                                           ZBNKRPR1
069600     CLOSE PRINTOUT-FILE.                                         ZBNKRPR1
069700                                                                  ZBNKRPR1
069705***************************************************************** ZBNKRPR1
069710* Journal the BNKLOAN record just added, changed or deleted so  * ZBNKRPR1
069715* it can be rolled forward onto a reload                        * ZBNKRPR1
069720***************************************************************** ZBNKRPR1
069725 JOURNAL-BNKLOAN.                                                 ZBNKRPR1
069730     MOVE 'BNKLOAN' TO JRN-CTL-FILE.                              ZBNKRPR1
069735     MOVE WS-BNKLOAN-STATUS TO JRN-CTL-IO-STATUS.                 ZBNKRPR1
069740     MOVE BNKLOAN-REC TO JRN-CTL-IMAGE.                           ZBNKRPR1
069745     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKRPR1
069750     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKRPR1
069755     IF JRN-CTL-ERROR                                             ZBNKRPR1
069760        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKRPR1
069765        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRPR1
069770        PERFORM ABORT-PROGRAM                                     ZBNKRPR1
069775     END-IF.                                                      ZBNKRPR1
069780                                                                  ZBNKRPR1
069800***************************************************************** ZBNKRPR1
069900* Display the file status bytes. This routine will display as   * ZBNKRPR1
070000* two digits if the full two byte file status is numeric. If    * ZBNKRPR1
