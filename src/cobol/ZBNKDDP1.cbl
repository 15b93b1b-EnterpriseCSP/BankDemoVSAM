002503*              after an abend skips what was already applied,   * ZBNKDDP1
002504*              proving the last applied item against its        * ZBNKDDP1
002505*              BNKTXN payment reference first.                  * ZBNKDDP1
002536*              Every master-file update is journaled through    * ZBNKDDP1
002567*              UJOURNL for forward recovery.                    * ZBNKDDP1
002570*              A detail may carry a value date.  UBVALREG       * ZBNKDDP1
002575*              checks it against the BNKATYP back-valuing       * ZBNKDDP1
002580*              limit - one too old goes to the rejects report - * ZBNKDDP1
002585*              and puts the posted item on the BNKBVAL register * ZBNKDDP1
002590*              so the interest runs re-work it from that date.  * ZBNKDDP1
002600***************************************************************** ZBNKDDP1
002700                                                                  ZBNKDDP1
002800 IDENTIFICATION DIVISION.                                         ZBNKDDP1
005400            ACCESS MODE  IS DYNAMIC                               ZBNKDDP1
005500            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKDDP1
005600            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKDDP1
005650            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKDDP1
005700            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKDDP1
005800     SELECT PRINTOUT-FILE                                         ZBNKDDP1
005900            ASSIGN       TO PRINTOUT                              ZBNKDDP1
009250     88  CKP-POSTING-CLEARED               VALUE 'C'.             ZBNKDDP1
008000                                                                  ZBNKDDP1
008100 WORKING-STORAGE SECTION.                                         ZBNKDDP1
008132 COPY CJOURNLD.                                                   ZBNKDDP1
008164                                                                  ZBNKDDP1
008198 COPY CRUNCTLD.                                                   ZBNKDDP1
008199                                                                  ZBNKDDP1
008200 COPY CTIMERD.                                                    ZBNKDDP1
008400 COPY CTSTAMPD.                                                   ZBNKDDP1
008500                                                                  ZBNKDDP1
008600 COPY CBANKTXD.                                                   ZBNKDDP1
008610 COPY CBVALRGD.                                                   ZBNKDDP1
008700                                                                  ZBNKDDP1
008800 01  WS-TWOS-COMP.                                                ZBNKDDP1
008900   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      ZBNKDDP1
009900                                             PIC X(11).           ZBNKDDP1
010000   05  WS-DD-ORIGINATOR                      PIC X(30).           ZBNKDDP1
010100   05  WS-DD-ORIG-REF                        PIC X(16).           ZBNKDDP1
010150   05  WS-DD-VALUE-DATE                      PIC X(10).           ZBNKDDP1
010200   05  FILLER                                PIC X(23).           ZBNKDDP1
010300                                                                  ZBNKDDP1
010400 01  WS-DDPIN-TRAILER REDEFINES WS-DDPIN-DETAIL.                  ZBNKDDP1
010500   05  WS-DT-RECORD-TYPE                     PIC X(1).            ZBNKDDP1
016032   05  WS-VERIFY-FOUND                       PIC X(1).            ZBNKDDP1
016034   05  WS-RESUME-PROBE                       PIC X(1)             ZBNKDDP1
016036       VALUE 'N'.                                                 ZBNKDDP1
016040   05  WS-BACK-VALUED                        PIC X(1).            ZBNKDDP1
016042   05  WS-ITEMS-BACKVAL                      PIC 9(7)             ZBNKDDP1
016044       VALUE ZERO.                                                ZBNKDDP1
016046   05  WS-AMOUNT-BACKVAL                     PIC S9(11)V99 COMP-3 ZBNKDDP1
016048       VALUE ZERO.                                                ZBNKDDP1
016100                                                                  ZBNKDDP1
016200 01  WS-REPORT-LINES.                                             ZBNKDDP1
016300   05  WS-LINE1.                                                  ZBNKDDP1
032006        END-IF                                                    ZBNKDDP1
032007        MOVE 'N' TO WS-RESUME-PROBE                               ZBNKDDP1
032008     END-IF.                                                      ZBNKDDP1
032031     PERFORM POST-ONE-CREDIT THRU                                 ZBNKDDP1
032054             POST-ONE-CREDIT-EXIT.                                ZBNKDDP1
032077     PERFORM CHECKPOINT-WRITE-IF-DUE.                             ZBNKDDP1
032100 PROCESS-DDPIN-RECORD-EXIT.                                       ZBNKDDP1
032200     EXIT.                                                        ZBNKDDP1
032300                                                                  ZBNKDDP1
034800        PERFORM PRINT-REJECT-LINE                                 ZBNKDDP1
034900        GO TO POST-ONE-CREDIT-EXIT                                ZBNKDDP1
035000     END-IF.                                                      ZBNKDDP1
035010     MOVE 'N' TO WS-BACK-VALUED.                                  ZBNKDDP1
035020     IF WS-DD-VALUE-DATE IS NOT EQUAL TO SPACES                   ZBNKDDP1
035030        PERFORM CHECK-VALUE-DATE                                  ZBNKDDP1
035040     END-IF.                                                      ZBNKDDP1
035050     IF WS-BACK-VALUED IS EQUAL TO 'R'                            ZBNKDDP1
035060        PERFORM PRINT-REJECT-LINE                                 ZBNKDDP1
035070        GO TO POST-ONE-CREDIT-EXIT                                ZBNKDDP1
035080     END-IF.                                                      ZBNKDDP1
035100     ADD WS-DD-AMOUNT TO BAC-REC-BALANCE.                         ZBNKDDP1
035200     REWRITE BAC-RECORD                                           ZBNKDDP1
035233     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKDDP1
035266     PERFORM JOURNAL-BNKACC.                                      ZBNKDDP1
035300     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKDDP1
035400        MOVE 'Unable to rewrite credited account'                 ZBNKDDP1
035500          TO WS-CONSOLE-MESSAGE                                   ZBNKDDP1
035900        PERFORM ABORT-PROGRAM                                     ZBNKDDP1
036000     END-IF.                                                      ZBNKDDP1
036100     PERFORM WRITE-CREDIT-AUDIT.                                  ZBNKDDP1
036110     IF WS-BACK-VALUED IS EQUAL TO 'Y'                            ZBNKDDP1
036120        PERFORM REGISTER-BACK-VALUE                               ZBNKDDP1
036130     END-IF.                                                      ZBNKDDP1
036200     ADD 1 TO WS-ITEMS-POSTED.                                    ZBNKDDP1
036300     ADD WS-DD-AMOUNT TO WS-AMOUNT-POSTED.                        ZBNKDDP1
036400 POST-ONE-CREDIT-EXIT.                                            ZBNKDDP1
039700                           WS-TWOS-COMP-OUTPUT                    ZBNKDDP1
039800                           WS-TWOS-COMP-FORMAT.                   ZBNKDDP1
039900     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKDDP1
039950 COPY CBANKTXP.                                                   ZBNKDDP1
040000     WRITE BTX-RECORD                                             ZBNKDDP1
040033     SET JRN-CTL-ADD TO TRUE                                      ZBNKDDP1
040066     PERFORM JOURNAL-BNKTXN.                                      ZBNKDDP1
040100     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKDDP1
040200        MOVE 'Unable to write direct deposit audit record'        ZBNKDDP1
040300          TO WS-CONSOLE-MESSAGE                                   ZBNKDDP1
042000     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKDDP1
042100     PERFORM PRINTOUT-PUT.                                        ZBNKDDP1
042200                                                                  ZBNKDDP1
042202***************************************************************** ZBNKDDP1
042204* Check a credit's value date with UBVALREG - a date the        * ZBNKDDP1
042206* product does not allow is rejected with the routine's reason  * ZBNKDDP1
042208***************************************************************** ZBNKDDP1
042210 CHECK-VALUE-DATE.                                                ZBNKDDP1
042212     MOVE SPACES TO BVR-CTL-DATA.                                 ZBNKDDP1
042214     SET BVR-CTL-CHECK TO TRUE.                                   ZBNKDDP1
042216     MOVE WS-PROGRAM-ID TO BVR-CTL-PROGRAM.                       ZBNKDDP1
042218     MOVE WS-DD-ACCNO TO BVR-CTL-ACCNO.                           ZBNKDDP1
042220     MOVE BAC-REC-PID TO BVR-CTL-PID.                             ZBNKDDP1
042222     MOVE BAC-REC-TYPE TO BVR-CTL-ACC-TYPE.                       ZBNKDDP1
042224     MOVE WS-DD-VALUE-DATE TO BVR-CTL-VALUE-DATE.                 ZBNKDDP1
042226     MOVE WS-TS-DATE TO BVR-CTL-POST-DATE.                        ZBNKDDP1
042228     MOVE WS-DD-AMOUNT TO BVR-CTL-AMOUNT.                         ZBNKDDP1
042230     CALL 'UBVALREG' USING BVR-CTL-DATA.                          ZBNKDDP1
042232     EVALUATE TRUE                                                ZBNKDDP1
042234       WHEN BVR-CTL-OK                                            ZBNKDDP1
042236         MOVE 'Y' TO WS-BACK-VALUED                               ZBNKDDP1
042238       WHEN BVR-CTL-REJECTED                                      ZBNKDDP1
042240         MOVE 'R' TO WS-BACK-VALUED                               ZBNKDDP1
042242         MOVE BVR-CTL-MSG TO WS-REJECT-REASON                     ZBNKDDP1
042244       WHEN BVR-CTL-ERROR                                         ZBNKDDP1
042246         MOVE BVR-CTL-MSG TO WS-CONSOLE-MESSAGE                   ZBNKDDP1
042248         PERFORM DISPLAY-CONSOLE-MESSAGE                          ZBNKDDP1
042250         PERFORM ABORT-PROGRAM                                    ZBNKDDP1
042252     END-EVALUATE.                                                ZBNKDDP1
042254                                                                  ZBNKDDP1
042256***************************************************************** ZBNKDDP1
042258* Put the back-valued credit just posted on the BNKBVAL         * ZBNKDDP1
042260* register under its BNKTXN timestamp                           * ZBNKDDP1
042262***************************************************************** ZBNKDDP1
042264 REGISTER-BACK-VALUE.                                             ZBNKDDP1
042266     SET BVR-CTL-REGISTER TO TRUE.                                ZBNKDDP1
042268     MOVE WS-TIMESTAMP TO BVR-CTL-TIMESTAMP.                      ZBNKDDP1
042270     MOVE TXN-T1-OLD-DESC TO BVR-CTL-DESC.                        ZBNKDDP1
042272     CALL 'UBVALREG' USING BVR-CTL-DATA.                          ZBNKDDP1
042274     IF BVR-CTL-ERROR                                             ZBNKDDP1
042276        MOVE BVR-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKDDP1
042278        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDDP1
042280        PERFORM ABORT-PROGRAM                                     ZBNKDDP1
042282     END-IF.                                                      ZBNKDDP1
042284     ADD 1 TO WS-ITEMS-BACKVAL.                                   ZBNKDDP1
042286     ADD WS-DD-AMOUNT TO WS-AMOUNT-BACKVAL.                       ZBNKDDP1
042300***************************************************************** ZBNKDDP1
042400* Print the report title and column headings                    * ZBNKDDP1
042500***************************************************************** ZBNKDDP1
045000     MOVE WS-AMOUNT-REJECTED TO WS-LINE5-AMOUNT.                  ZBNKDDP1
045100     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKDDP1
045200     PERFORM PRINTOUT-PUT.                                        ZBNKDDP1
045210     MOVE 'Items back-valued' TO WS-LINE5-DESC.                   ZBNKDDP1
045220     MOVE WS-ITEMS-BACKVAL TO WS-LINE5-COUNT.                     ZBNKDDP1
045230     MOVE WS-AMOUNT-BACKVAL TO WS-LINE5-AMOUNT.                   ZBNKDDP1
045240     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKDDP1
045250     PERFORM PRINTOUT-PUT.                                        ZBNKDDP1
045300                                                                  ZBNKDDP1
045400***************************************************************** ZBNKDDP1
045500* Write a record to the sequential print file                   * ZBNKDDP1
052700     CLOSE BNKTXN-FILE.                                           ZBNKDDP1
052800     CLOSE PRINTOUT-FILE.                                         ZBNKDDP1
052900                                                                  ZBNKDDP1
052903***************************************************************** ZBNKDDP1
052906* Journal the BNKACC record just added, changed or deleted so   * ZBNKDDP1
052909* it can be rolled forward onto a reload                        * ZBNKDDP1
052912***************************************************************** ZBNKDDP1
052915 JOURNAL-BNKACC.                                                  ZBNKDDP1
052918     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKDDP1
052921     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKDDP1
052924     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKDDP1
052927     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKDDP1
052930     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKDDP1
052933     IF JRN-CTL-ERROR                                             ZBNKDDP1
052936        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKDDP1
052939        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDDP1
052942        PERFORM ABORT-PROGRAM                                     ZBNKDDP1
052945     END-IF.                                                      ZBNKDDP1
052948                                                                  ZBNKDDP1
052951***************************************************************** ZBNKDDP1
052954* Journal the BNKTXN record just added, changed or deleted so   * ZBNKDDP1
052957* it can be rolled forward onto a reload                        * ZBNKDDP1
052960***************************************************************** ZBNKDDP1
052963 JOURNAL-BNKTXN.                                                  ZBNKDDP1
052966     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKDDP1
052969     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKDDP1
052972     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKDDP1
052975     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKDDP1
052978     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKDDP1
052981     IF JRN-CTL-ERROR                                             ZBNKDDP1
052984        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKDDP1
052987        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDDP1
052990        PERFORM ABORT-PROGRAM                                     ZBNKDDP1
052993     END-IF.                                                      ZBNKDDP1
052996                                                                  ZBNKDDP1
053000***************************************************************** ZBNKDDP1
053100* Display the file status bytes. This routine will display as   * ZBNKDDP1
053200* two digits if the full two byte file status is numeric. If    * ZBNKDDP1
