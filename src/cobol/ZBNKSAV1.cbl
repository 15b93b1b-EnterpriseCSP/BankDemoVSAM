002100*              compliance sampling paper statements by hand.    * ZBNKSAV1
002200*              The month to report (YYYYMM) may be supplied as  * ZBNKSAV1
002300*              the EXEC PARM and defaults to the current one.   * ZBNKSAV1
002301*              Each letter written is added to the customer's   * ZBNKSAV1
002320*              correspondence history through UCORREG.  No      * ZBNKSAV1
002336*              paper notice is cut for an owner whose address   * ZBNKSAV1
002352*              has been returned undeliverable - it goes by     * ZBNKSAV1
002368*              e-mail if they take e-mail, otherwise the        * ZBNKSAV1
002384*              account is listed with the notice held.          * ZBNKSAV1
002400***************************************************************** ZBNKSAV1
002500                                                                  ZBNKSAV1
002600 IDENTIFICATION DIVISION.                                         ZBNKSAV1
008000 WORKING-STORAGE SECTION.                                         ZBNKSAV1
008100 COPY CTIMERD.                                                    ZBNKSAV1
008200                                                                  ZBNKSAV1
008210 COPY CCORREGD.                                                   ZBNKSAV1
008220                                                                  ZBNKSAV1
008300 COPY CTSTAMPD.                                                   ZBNKSAV1
008400                                                                  ZBNKSAV1
008500 01  WS-NOTICE-DETAIL.                                            ZBNKSAV1
009200   05  WS-NT-STATE                           PIC X(2).            ZBNKSAV1
009300   05  WS-NT-CNTRY                           PIC X(6).            ZBNKSAV1
009400   05  WS-NT-POST-CODE                       PIC X(6).            ZBNKSAV1
009466   05  WS-NT-CHANNEL                         PIC X(1).            ZBNKSAV1
009532   05  FILLER                                PIC X(43).           ZBNKSAV1
009600                                                                  ZBNKSAV1
009700 01  WS-MISC-STORAGE.                                             ZBNKSAV1
009800   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKSAV1
012400       VALUE ZERO.                                                ZBNKSAV1
012500   05  WS-VIOLATORS                          PIC 9(7)             ZBNKSAV1
012600       VALUE ZERO.                                                ZBNKSAV1
012633   05  WS-NOTICES-HELD                       PIC 9(7)             ZBNKSAV1
012666       VALUE ZERO.                                                ZBNKSAV1
012677   05  WS-NOTICES-EMAILED                    PIC 9(7)             ZBNKSAV1
012688       VALUE ZERO.                                                ZBNKSAV1
012700                                                                  ZBNKSAV1
012800 01  WS-REPORT-LINES.                                             ZBNKSAV1
012900   05  WS-LINE1.                                                  ZBNKSAV1
014400         VALUE 'Withdrawals'.                                     ZBNKSAV1
014500     10  FILLER                          PIC X(8)                 ZBNKSAV1
014600         VALUE 'Month'.                                           ZBNKSAV1
014633     10  FILLER                          PIC X(30)                ZBNKSAV1
014666         VALUE 'Notice'.                                          ZBNKSAV1
014700   05  WS-LINE4.                                                  ZBNKSAV1
014800     10  WS-LINE4-CC                     PIC X(1)                 ZBNKSAV1
014900         VALUE ' '.                                               ZBNKSAV1
015300     10  FILLER                          PIC X(7)                 ZBNKSAV1
015400         VALUE SPACES.                                            ZBNKSAV1
015500     10  WS-LINE4-MONTH                  PIC X(6).                ZBNKSAV1
015525     10  FILLER                          PIC X(2)                 ZBNKSAV1
015550         VALUE SPACES.                                            ZBNKSAV1
015575     10  WS-LINE4-NOTE                   PIC X(30).               ZBNKSAV1
015600   05  WS-LINE5.                                                  ZBNKSAV1
015700     10  WS-LINE5-CC                     PIC X(1)                 ZBNKSAV1
015800         VALUE ' '.                                               ZBNKSAV1
019900              PERFORM ABORT-PROGRAM                               ZBNKSAV1
020000           ELSE                                                   ZBNKSAV1
020100              ADD 1 TO WS-ACCOUNTS-READ                           ZBNKSAV1
020166              PERFORM CHECK-ACCOUNT THRU                          ZBNKSAV1
020232                      CHECK-ACCOUNT-EXIT                          ZBNKSAV1
020300           END-IF                                                 ZBNKSAV1
020400        END-IF                                                    ZBNKSAV1
020500     END-PERFORM.                                                 ZBNKSAV1
024400     MOVE BAC-REC-PID TO WS-LINE4-PID.                            ZBNKSAV1
024500     MOVE BAC-REC-MTD-WD-COUNT TO WS-LINE4-COUNT.                 ZBNKSAV1
024600     MOVE BAC-REC-MTD-WD-MONTH TO WS-LINE4-MONTH.                 ZBNKSAV1
024800     MOVE SPACES TO WS-LINE4-NOTE.                                ZBNKSAV1
024900                                                                  ZBNKSAV1
025000     MOVE SPACES TO WS-NOTICE-DETAIL.                             ZBNKSAV1
025100     MOVE BAC-REC-PID TO WS-NT-PID.                               ZBNKSAV1
025200     MOVE BAC-REC-ACCNO TO WS-NT-ACCNO.                           ZBNKSAV1
025300     MOVE BAC-REC-MTD-WD-COUNT TO WS-NT-COUNT.                    ZBNKSAV1
025350     MOVE 'M' TO WS-NT-CHANNEL.                                   ZBNKSAV1
025400     MOVE BAC-REC-PID TO BCS-REC-PID.                             ZBNKSAV1
025500     READ BNKCUST-FILE.                                           ZBNKSAV1
025600     IF WS-BNKCUST-STATUS IS EQUAL TO '00'                        ZBNKSAV1
026100        MOVE BCS-REC-CNTRY TO WS-NT-CNTRY                         ZBNKSAV1
026200        MOVE BCS-REC-POST-CODE TO WS-NT-POST-CODE                 ZBNKSAV1
026300     END-IF.                                                      ZBNKSAV1
026305                                                                  ZBNKSAV1
026310***************************************************************** ZBNKSAV1
026313* No paper goes to an address returned undeliverable - e-mail   * ZBNKSAV1
026316* if the owner takes it, otherwise the notice is held           * ZBNKSAV1
026319***************************************************************** ZBNKSAV1
026322     IF WS-BNKCUST-STATUS IS EQUAL TO '00' AND                    ZBNKSAV1
026325        BCS-ADDR-UNDELIVERABLE                                    ZBNKSAV1
026328        IF BCS-REC-SEND-EMAIL IS EQUAL TO 'Y'                     ZBNKSAV1
026331           ADD 1 TO WS-NOTICES-EMAILED                            ZBNKSAV1
026334           MOVE 'E' TO WS-NT-CHANNEL                              ZBNKSAV1
026337           MOVE 'Address undeliverable - e-mail' TO WS-LINE4-NOTE ZBNKSAV1
026340        ELSE                                                      ZBNKSAV1
026343           ADD 1 TO WS-NOTICES-HELD                               ZBNKSAV1
026346           MOVE 'Address undeliverable - held' TO WS-LINE4-NOTE   ZBNKSAV1
026349           MOVE WS-LINE4 TO PRINTOUT-REC                          ZBNKSAV1
026352           PERFORM PRINTOUT-PUT                                   ZBNKSAV1
026355           GO TO CHECK-ACCOUNT-EXIT                               ZBNKSAV1
026358        END-IF                                                    ZBNKSAV1
026361     END-IF.                                                      ZBNKSAV1
026370     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKSAV1
026375     PERFORM PRINTOUT-PUT.                                        ZBNKSAV1
026380                                                                  ZBNKSAV1
026400     MOVE WS-NOTICE-DETAIL TO NOTICE-REC.                         ZBNKSAV1
026500     WRITE NOTICE-REC.                                            ZBNKSAV1
026600     IF WS-NOTICE-STATUS IS NOT EQUAL TO '00'                     ZBNKSAV1
027100        PERFORM DISPLAY-IO-STATUS                                 ZBNKSAV1
027200        PERFORM ABORT-PROGRAM                                     ZBNKSAV1
027300     END-IF.                                                      ZBNKSAV1
027350     PERFORM RECORD-CORRESPONDENCE.                               ZBNKSAV1
027400 CHECK-ACCOUNT-EXIT.                                              ZBNKSAV1
027500     EXIT.                                                        ZBNKSAV1
027600                                                                  ZBNKSAV1
027601***************************************************************** ZBNKSAV1
027602* Add the letter just written to the customer's correspondence  * ZBNKSAV1
027603* history so staff can see it and have it reprinted             * ZBNKSAV1
027604***************************************************************** ZBNKSAV1
027605 RECORD-CORRESPONDENCE.                                           ZBNKSAV1
027606     MOVE SPACES TO CRG-CTL-DATA.                                 ZBNKSAV1
027607     MOVE WS-PROGRAM-ID TO CRG-CTL-PROGRAM.                       ZBNKSAV1
027608     MOVE 'SAVADV' TO CRG-CTL-LETTER-TYPE.                        ZBNKSAV1
027609     MOVE WS-NT-PID TO CRG-CTL-PID.                               ZBNKSAV1
027610     MOVE WS-NT-ACCNO TO CRG-CTL-ACCNO.                           ZBNKSAV1
027611     MOVE WS-NT-NAME TO CRG-CTL-NAME.                             ZBNKSAV1
027612     MOVE WS-NT-ADDR1 TO CRG-CTL-ADDR1.                           ZBNKSAV1
027613     MOVE WS-NT-ADDR2 TO CRG-CTL-ADDR2.                           ZBNKSAV1
027614     MOVE WS-NT-STATE TO CRG-CTL-STATE.                           ZBNKSAV1
027615     MOVE WS-NT-CNTRY TO CRG-CTL-CNTRY.                           ZBNKSAV1
027616     MOVE WS-NT-POST-CODE TO CRG-CTL-POST-CODE.                   ZBNKSAV1
027617     MOVE WS-NT-CHANNEL TO CRG-CTL-CHANNEL.                       ZBNKSAV1
027618     STRING 'Savings withdrawal limit advice - '                  ZBNKSAV1
027619            DELIMITED BY SIZE                                     ZBNKSAV1
027620            WS-NT-COUNT DELIMITED BY SIZE                         ZBNKSAV1
027621            ' withdrawals this month' DELIMITED BY SIZE           ZBNKSAV1
027622       INTO CRG-CTL-SUMMARY.                                      ZBNKSAV1
027623     MOVE NOTICE-REC TO CRG-CTL-IMAGE.                            ZBNKSAV1
027624     CALL 'UCORREG' USING CRG-CTL-DATA.                           ZBNKSAV1
027625     IF CRG-CTL-ERROR                                             ZBNKSAV1
027626        MOVE CRG-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKSAV1
027627        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSAV1
027628        PERFORM ABORT-PROGRAM                                     ZBNKSAV1
027629     END-IF.                                                      ZBNKSAV1
027630                                                                  ZBNKSAV1
027700***************************************************************** ZBNKSAV1
027800* Print the report title and column headings                    * ZBNKSAV1
027900***************************************************************** ZBNKSAV1
029300     MOVE WS-VIOLATORS TO WS-LINE5-COUNT.                         ZBNKSAV1
029400     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKSAV1
029500     PERFORM PRINTOUT-PUT.                                        ZBNKSAV1
029504     MOVE 'Notices by e-mail' TO WS-LINE5-DESC.                   ZBNKSAV1
029508     MOVE WS-NOTICES-EMAILED TO WS-LINE5-COUNT.                   ZBNKSAV1
029512     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKSAV1
029516     PERFORM PRINTOUT-PUT.                                        ZBNKSAV1
029520     MOVE 'Held - address undeliverable' TO WS-LINE5-DESC.        ZBNKSAV1
029540     MOVE WS-NOTICES-HELD TO WS-LINE5-COUNT.                      ZBNKSAV1
029560     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKSAV1
029580     PERFORM PRINTOUT-PUT.                                        ZBNKSAV1
029600                                                                  ZBNKSAV1
029700***************************************************************** ZBNKSAV1
029800* Write a record to the sequential print file                   * ZBNKSAV1
