002400*              the last row clears the loan is flipped to       * ZBNKLNC1
002500*              paid-off.  Insufficient funds leaves the row     * ZBNKLNC1
002600*              unpaid on the exceptions report and never        * ZBNKLNC1
002650*              abends the run.  A revolving line of credit is   * ZBNKLNC1
002700*              not collected here - its minimum payments are    * ZBNKLNC1
002750*              paid by the customer through DBANK72P.           * ZBNKLNC1
002760*              Nothing is collected from a borrower with an     * ZBNKLNC1
002770*              active bankruptcy case on BNKBKRP, nor on a loan * ZBNKLNC1
002780*              the bankruptcy run has marked stayed or          * ZBNKLNC1
002790*              discharged.                                      * ZBNKLNC1
002793*              Every master-file update is journaled through    * ZBNKLNC1
002796*              UJOURNL for forward recovery.                    * ZBNKLNC1
002800***************************************************************** ZBNKLNC1
002900                                                                  ZBNKLNC1
003000 IDENTIFICATION DIVISION.                                         ZBNKLNC1
006300            ACCESS MODE  IS RANDOM                                ZBNKLNC1
006400            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKLNC1
006500            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKLNC1
006550            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKLNC1
006600            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKLNC1
006610     SELECT BNKESCR-FILE                                          ZBNKLNC1
006620            ASSIGN       TO BNKESCR                               ZBNKLNC1
006640            ACCESS MODE  IS DYNAMIC                               ZBNKLNC1
006650            RECORD KEY   IS ESC-KEY                               ZBNKLNC1
006660            FILE STATUS  IS WS-BNKESCR-STATUS.                    ZBNKLNC1
006665     SELECT BNKBKRP-FILE                                          ZBNKLNC1
006670            ASSIGN       TO BNKBKRP                               ZBNKLNC1
006675            ORGANIZATION IS INDEXED                               ZBNKLNC1
006680            ACCESS MODE  IS DYNAMIC                               ZBNKLNC1
006685            RECORD KEY   IS BKR-KEY                               ZBNKLNC1
006690            FILE STATUS  IS WS-BNKBKRP-STATUS.                    ZBNKLNC1
006700     SELECT PRINTOUT-FILE                                         ZBNKLNC1
006800            ASSIGN       TO PRINTOUT                              ZBNKLNC1
006900            ORGANIZATION IS SEQUENTIAL                            ZBNKLNC1
009110 FD  BNKESCR-FILE.                                                ZBNKLNC1
009120 01  BNKESCR-REC.                                                 ZBNKLNC1
009130 COPY CBANKVES.                                                   ZBNKLNC1
009132                                                                  ZBNKLNC1
009134 FD  BNKBKRP-FILE.                                                ZBNKLNC1
009136 01  BNKBKRP-REC.                                                 ZBNKLNC1
009138 COPY CBANKVBK.                                                   ZBNKLNC1
009140                                                                  ZBNKLNC1
009200 FD  PRINTOUT-FILE.                                               ZBNKLNC1
009300 01  PRINTOUT-REC                        PIC X(121).              ZBNKLNC1
009400                                                                  ZBNKLNC1
009500 WORKING-STORAGE SECTION.                                         ZBNKLNC1
009532 COPY CJOURNLD.                                                   ZBNKLNC1
009564                                                                  ZBNKLNC1
009598 COPY CRUNCTLD.                                                   ZBNKLNC1
009599                                                                  ZBNKLNC1
009600 COPY CTIMERD.                                                    ZBNKLNC1
015000       VALUE ZERO.                                                ZBNKLNC1
015100   05  WS-LOANS-PAID-OFF                     PIC 9(7)             ZBNKLNC1
015200       VALUE ZERO.                                                ZBNKLNC1
015220   05  WS-LOANS-HELD                         PIC 9(7)             ZBNKLNC1
015240       VALUE ZERO.                                                ZBNKLNC1
015260   05  WS-BKR-HOLD                           PIC X(1).            ZBNKLNC1
015280     88  WS-BKR-HOLD-YES                     VALUE 'Y'.           ZBNKLNC1
015300   05  WS-TXN-SEQ                            PIC 9(4)             ZBNKLNC1
015400       VALUE ZERO.                                                ZBNKLNC1
015500   05  WS-SAVE-LOAN-ID                       PIC X(26).           ZBNKLNC1
015730   05  WS-BNKESCR-STATUS.                                         ZBNKLNC1
015740     10  WS-BNKESCR-STAT1                    PIC X(1).            ZBNKLNC1
015750     10  WS-BNKESCR-STAT2                    PIC X(1).            ZBNKLNC1
015762   05  WS-BNKBKRP-STATUS.                                         ZBNKLNC1
015774     10  WS-BNKBKRP-STAT1                    PIC X(1).            ZBNKLNC1
015786     10  WS-BNKBKRP-STAT2                    PIC X(1).            ZBNKLNC1
015800   05  WS-BORROWER-ACCNO                     PIC X(9).            ZBNKLNC1
015900   05  WS-BORROWER-FOUND                     PIC X(1).            ZBNKLNC1
016000     88  WS-BORROWER-WAS-FOUND               VALUE 'Y'.           ZBNKLNC1
024100              PERFORM ABORT-PROGRAM                               ZBNKLNC1
024200           ELSE                                                   ZBNKLNC1
024300              ADD 1 TO WS-LOANS-READ                              ZBNKLNC1
024366              IF LNM-STATUS-ACTIVE AND                            ZBNKLNC1
024432                 NOT LNM-PRODUCT-REVOLVING                        ZBNKLNC1
024456                 PERFORM CHECK-BANKRUPTCY-HOLD                    ZBNKLNC1
024480                 IF WS-BKR-HOLD-YES                               ZBNKLNC1
024504                    ADD 1 TO WS-LOANS-HELD                        ZBNKLNC1
024528                 ELSE                                             ZBNKLNC1
024552                    PERFORM COLLECT-LOAN                          ZBNKLNC1
024576                 END-IF                                           ZBNKLNC1
024600              END-IF                                              ZBNKLNC1
024700           END-IF                                                 ZBNKLNC1
024800        END-IF                                                    ZBNKLNC1
033200        IF WS-BNKLOAN-STATUS IS EQUAL TO '00'                     ZBNKLNC1
033300           SET LNM-STATUS-PAID-OFF TO TRUE                        ZBNKLNC1
033400           REWRITE LNM-RECORD                                     ZBNKLNC1
033433           SET JRN-CTL-CHANGE TO TRUE                             ZBNKLNC1
033466           PERFORM JOURNAL-BNKLOAN                                ZBNKLNC1
033500           IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'              ZBNKLNC1
033600              MOVE 'Unable to mark loan paid off'                 ZBNKLNC1
033700                TO WS-CONSOLE-MESSAGE                             ZBNKLNC1
035100 COLLECT-LOAN-EXIT.                                               ZBNKLNC1
035200     EXIT.                                                        ZBNKLNC1
035300                                                                  ZBNKLNC1
035305***************************************************************** ZBNKLNC1
035310* A loan is held while its borrower is in bankruptcy - marked   * ZBNKLNC1
035315* stayed or discharged by the bankruptcy run, or an active case * ZBNKLNC1
035320* lodged since that run                                         * ZBNKLNC1
035325***************************************************************** ZBNKLNC1
035330 CHECK-BANKRUPTCY-HOLD.                                           ZBNKLNC1
035335     MOVE 'N' TO WS-BKR-HOLD.                                     ZBNKLNC1
035340     IF LNM-BKR-STAYED OR LNM-BKR-DISCHARGED                      ZBNKLNC1
035345        MOVE 'Y' TO WS-BKR-HOLD                                   ZBNKLNC1
035350     ELSE                                                         ZBNKLNC1
035355        MOVE LNM-REC-PID TO BKR-REC-PID                           ZBNKLNC1
035360        READ BNKBKRP-FILE                                         ZBNKLNC1
035365        IF WS-BNKBKRP-STATUS IS EQUAL TO '00' AND                 ZBNKLNC1
035370           BKR-CASE-ACTIVE                                        ZBNKLNC1
035375           MOVE 'Y' TO WS-BKR-HOLD                                ZBNKLNC1
035380        END-IF                                                    ZBNKLNC1
035385     END-IF.                                                      ZBNKLNC1
035390                                                                  ZBNKLNC1
035400***************************************************************** ZBNKLNC1
035500* Deal with one schedule row of the current loan                * ZBNKLNC1
035600***************************************************************** ZBNKLNC1
040500     END-IF.                                                      ZBNKLNC1
040600     SUBTRACT WS-SAVE-PAYMENT FROM BAC-REC-BALANCE.               ZBNKLNC1
040610     SUBTRACT WS-ESCROW-AMT FROM BAC-REC-BALANCE.                 ZBNKLNC1
040700     REWRITE BAC-RECORD                                           ZBNKLNC1
040733     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKLNC1
040766     PERFORM JOURNAL-BNKACC.                                      ZBNKLNC1
040800     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKLNC1
040900        MOVE 'Unable to debit borrower account'                   ZBNKLNC1
041000          TO WS-CONSOLE-MESSAGE                                   ZBNKLNC1
051400                           WS-TWOS-COMP-OUTPUT                    ZBNKLNC1
051500                           WS-TWOS-COMP-FORMAT.                   ZBNKLNC1
051600     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKLNC1
051650 COPY CBANKTXP.                                                   ZBNKLNC1
051700     WRITE BTX-RECORD                                             ZBNKLNC1
051733     SET JRN-CTL-ADD TO TRUE                                      ZBNKLNC1
051766     PERFORM JOURNAL-BNKTXN.                                      ZBNKLNC1
051800     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKLNC1
051900        MOVE 'Unable to write loan collection record'             ZBNKLNC1
052000          TO WS-CONSOLE-MESSAGE                                   ZBNKLNC1
056600     MOVE WS-LOANS-PAID-OFF TO WS-LINE5-COUNT.                    ZBNKLNC1
056700     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKLNC1
056800     PERFORM PRINTOUT-PUT.                                        ZBNKLNC1
056820     MOVE 'Loans held - bankruptcy' TO WS-LINE5-DESC.             ZBNKLNC1
056840     MOVE WS-LOANS-HELD TO WS-LINE5-COUNT.                        ZBNKLNC1
056860     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKLNC1
056880     PERFORM PRINTOUT-PUT.                                        ZBNKLNC1
056900                                                                  ZBNKLNC1
057000***************************************************************** ZBNKLNC1
057100* Write a record to the sequential print file                   * ZBNKLNC1
061590        PERFORM DISPLAY-IO-STATUS                                 ZBNKLNC1
061595        PERFORM ABORT-PROGRAM                                     ZBNKLNC1
061598     END-IF.                                                      ZBNKLNC1
061601     OPEN INPUT BNKBKRP-FILE.                                     ZBNKLNC1
061602     IF WS-BNKBKRP-STATUS IS NOT EQUAL TO '00' AND                ZBNKLNC1
061603        WS-BNKBKRP-STATUS IS NOT EQUAL TO '05' AND                ZBNKLNC1
061604        WS-BNKBKRP-STATUS IS NOT EQUAL TO '35'                    ZBNKLNC1
061605        MOVE 'BNKBKRP file open failure...'                       ZBNKLNC1
061606          TO WS-CONSOLE-MESSAGE                                   ZBNKLNC1
061607        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLNC1
061608        MOVE WS-BNKBKRP-STATUS TO WS-IO-STATUS                    ZBNKLNC1
061609        PERFORM DISPLAY-IO-STATUS                                 ZBNKLNC1
061610        PERFORM ABORT-PROGRAM                                     ZBNKLNC1
061611     END-IF.                                                      ZBNKLNC1
061640     OPEN I-O BNKTXN-FILE.                                        ZBNKLNC1
061669     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKLNC1
061700        MOVE 'BNKTXN file open failure...'                        ZBNKLNC1
061800          TO WS-CONSOLE-MESSAGE                                   ZBNKLNC1
061900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLNC1
063900     CLOSE BNKLNSCH-FILE.                                         ZBNKLNC1
064000     CLOSE BNKACC-FILE.                                           ZBNKLNC1
062310     CLOSE BNKESCR-FILE.                                          ZBNKLNC1
063205     CLOSE BNKBKRP-FILE.                                          ZBNKLNC1
064100     CLOSE BNKTXN-FILE.                                           ZBNKLNC1
064200     CLOSE PRINTOUT-FILE.                                         ZBNKLNC1
064300                                                                  ZBNKLNC1
064302***************************************************************** ZBNKLNC1
064304* Journal the BNKACC record just added, changed or deleted so   * ZBNKLNC1
064306* it can be rolled forward onto a reload                        * ZBNKLNC1
064308***************************************************************** ZBNKLNC1
064310 JOURNAL-BNKACC.                                                  ZBNKLNC1
064312     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKLNC1
064314     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKLNC1
064316     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKLNC1
064318     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKLNC1
064320     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKLNC1
064322     IF JRN-CTL-ERROR                                             ZBNKLNC1
064324        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKLNC1
064326        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLNC1
064328        PERFORM ABORT-PROGRAM                                     ZBNKLNC1
064330     END-IF.                                                      ZBNKLNC1
064332                                                                  ZBNKLNC1
064334***************************************************************** ZBNKLNC1
064336* Journal the BNKTXN record just added, changed or deleted so   * ZBNKLNC1
064338* it can be rolled forward onto a reload                        * ZBNKLNC1
064340***************************************************************** ZBNKLNC1
064342 JOURNAL-BNKTXN.                                                  ZBNKLNC1
064344     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKLNC1
064346     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKLNC1
064348     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKLNC1
064350     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKLNC1
064352     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKLNC1
064354     IF JRN-CTL-ERROR                                             ZBNKLNC1
064356        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKLNC1
064358        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLNC1
064360        PERFORM ABORT-PROGRAM                                     ZBNKLNC1
064362     END-IF.                                                      ZBNKLNC1
064364                                                                  ZBNKLNC1
064366***************************************************************** ZBNKLNC1
064368* Journal the BNKLOAN record just added, changed or deleted so  * ZBNKLNC1
064370* it can be rolled forward onto a reload                        * ZBNKLNC1
064372***************************************************************** ZBNKLNC1
064374 JOURNAL-BNKLOAN.                                                 ZBNKLNC1
064376     MOVE 'BNKLOAN' TO JRN-CTL-FILE.                              ZBNKLNC1
064378     MOVE WS-BNKLOAN-STATUS TO JRN-CTL-IO-STATUS.                 ZBNKLNC1
064380     MOVE BNKLOAN-REC TO JRN-CTL-IMAGE.                           ZBNKLNC1
064382     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKLNC1
064384     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKLNC1
064386     IF JRN-CTL-ERROR                                             ZBNKLNC1
064388        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKLNC1
064390        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLNC1
064392        PERFORM ABORT-PROGRAM                                     ZBNKLNC1
064394     END-IF.                                                      ZBNKLNC1
064396                                                                  ZBNKLNC1
064400***************************************************************** ZBNKLNC1
064500* Display the file status bytes. This routine will display as   * ZBNKLNC1
064600* two digits if the full two byte file status is numeric. If    * ZBNKLNC1
