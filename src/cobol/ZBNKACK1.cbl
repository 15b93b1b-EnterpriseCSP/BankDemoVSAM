002200*              business days ago with no acknowledgment, which  * ZBNKACK1
002300*              go to the exceptions report - those are the      * ZBNKACK1
002400*              ones customers call about.                       * ZBNKACK1
002433*              Every master-file update is journaled through    * ZBNKACK1
002466*              UJOURNL for forward recovery.                    * ZBNKACK1
002470*              PARM ISO reads the network's ISO 20022 status    * ZBNKACK1
002474*              report instead (DD ACKXML, pain.002 for payments * ZBNKACK1
002478*              or pacs.002) - accepted and pending statuses     * ZBNKACK1
002482*              acknowledge, ACSC/ACCC settle, and a rejection   * ZBNKACK1
002486*              goes to the exceptions report with its reason    * ZBNKACK1
002490*              code, the row left for the returns run.  ISO and * ZBNKACK1
002494*              RESTART may be given together.                   * ZBNKACK1
002500***************************************************************** ZBNKACK1
002600                                                                  ZBNKACK1
002700  IDENTIFICATION DIVISION.                                        ZBNKACK1
004000             ORGANIZATION IS SEQUENTIAL                           ZBNKACK1
004100             ACCESS MODE  IS SEQUENTIAL                           ZBNKACK1
004200             FILE STATUS  IS WS-PAYACK-STATUS.                    ZBNKACK1
004216      SELECT ACKXML-FILE                                          ZBNKACK1
004232             ASSIGN       TO ACKXML                               ZBNKACK1
004248             ORGANIZATION IS SEQUENTIAL                           ZBNKACK1
004264             ACCESS MODE  IS SEQUENTIAL                           ZBNKACK1
004280             FILE STATUS  IS WS-ACKXML-STATUS.                    ZBNKACK1
004300      SELECT BNKPAYQ-FILE                                         ZBNKACK1
004400             ASSIGN       TO BNKPAYQ                              ZBNKACK1
004500             ORGANIZATION IS INDEXED                              ZBNKACK1
005700                                                                  ZBNKACK1
005800  FD  PAYACK-FILE.                                                ZBNKACK1
005900  01  PAYACK-REC                          PIC X(80).              ZBNKACK1
005925                                                                  ZBNKACK1
005950  FD  ACKXML-FILE.                                                ZBNKACK1
005975  01  ACKXML-REC                          PIC X(256).             ZBNKACK1
006000                                                                  ZBNKACK1
006100  FD  BNKPAYQ-FILE.                                               ZBNKACK1
006200  01  BNKPAYQ-REC.                                                ZBNKACK1
006600  01  PRINTOUT-REC                        PIC X(121).             ZBNKACK1
006700                                                                  ZBNKACK1
006800  WORKING-STORAGE SECTION.                                        ZBNKACK1
006833  COPY CJOURNLD.                                                  ZBNKACK1
006866                                                                  ZBNKACK1
006900  COPY CRUNCTLD.                                                  ZBNKACK1
007000                                                                  ZBNKACK1
007100  COPY CTIMERD.                                                   ZBNKACK1
007300  COPY CTSTAMPD.                                                  ZBNKACK1
007400                                                                  ZBNKACK1
007500  COPY CBUSDAYD.                                                  ZBNKACK1
007533                                                                  ZBNKACK1
007566  COPY CISOXMLD.                                                  ZBNKACK1
007600                                                                  ZBNKACK1
007700  01  WS-PAYACK-DETAIL.                                           ZBNKACK1
007800    05  WS-AK-RECORD-TYPE                     PIC X(1).           ZBNKACK1
008600    05  WS-PAYACK-STATUS.                                         ZBNKACK1
008700      10  WS-PAYACK-STAT1                     PIC X(1).           ZBNKACK1
008800      10  WS-PAYACK-STAT2                     PIC X(1).           ZBNKACK1
008825    05  WS-ACKXML-STATUS.                                         ZBNKACK1
008850      10  WS-ACKXML-STAT1                     PIC X(1).           ZBNKACK1
008875      10  WS-ACKXML-STAT2                     PIC X(1).           ZBNKACK1
008900    05  WS-BNKPAYQ-STATUS.                                        ZBNKACK1
009000      10  WS-BNKPAYQ-STAT1                    PIC X(1).           ZBNKACK1
009100      10  WS-BNKPAYQ-STAT2                    PIC X(1).           ZBNKACK1
011200        VALUE ZERO.                                               ZBNKACK1
011300    05  WS-EXCEPTIONS                         PIC 9(7)            ZBNKACK1
011400        VALUE ZERO.                                               ZBNKACK1
011403    05  WS-REJECTS                            PIC 9(7)            ZBNKACK1
011406        VALUE ZERO.                                               ZBNKACK1
011409    05  WS-PARM                               PIC X(12).          ZBNKACK1
011412    05  WS-PARM-TALLY                         PIC S9(4) COMP.     ZBNKACK1
011415    05  WS-ISO-SW                             PIC X(1)            ZBNKACK1
011418        VALUE 'N'.                                                ZBNKACK1
011421      88  WS-READ-ISO                         VALUE 'Y'.          ZBNKACK1
011424                                                                  ZBNKACK1
011427***************************************************************** ZBNKACK1
011430* What has been picked up from the status report so far         * ZBNKACK1
011433***************************************************************** ZBNKACK1
011436  01  WS-ISO-STATUS-DATA.                                         ZBNKACK1
011439    05  WS-ISO-ORGNL-MSG-ID                   PIC X(35).          ZBNKACK1
011442    05  WS-ISO-GRP-STS                        PIC X(4).           ZBNKACK1
011445    05  WS-ISO-GRP-RSN-CD                     PIC X(4).           ZBNKACK1
011448    05  WS-ISO-PMTINF-ID                      PIC X(35).          ZBNKACK1
011451    05  WS-ISO-PMTINF-STS                     PIC X(4).           ZBNKACK1
011454    05  WS-ISO-END-TO-END-ID                  PIC X(35).          ZBNKACK1
011457    05  WS-ISO-INSTR-ID                       PIC X(35).          ZBNKACK1
011460    05  WS-ISO-TX-STS                         PIC X(4).           ZBNKACK1
011463    05  WS-ISO-RSN-CD                         PIC X(4).           ZBNKACK1
011466    05  WS-ISO-SETTLE-DATE                    PIC X(10).          ZBNKACK1
011469    05  WS-ISO-REF                            PIC X(35).          ZBNKACK1
011472    05  WS-ISO-STS                            PIC X(4).           ZBNKACK1
011475    05  WS-ISO-IN-REASON                      PIC X(1).           ZBNKACK1
011478      88  WS-ISO-REASON-OPEN                  VALUE 'Y'.          ZBNKACK1
011481    05  WS-ISO-TX-IN-PMTINF                   PIC X(1).           ZBNKACK1
011484      88  WS-ISO-PMTINF-HAS-TX                VALUE 'Y'.          ZBNKACK1
011487    05  WS-ISO-DETAIL-SEEN                    PIC X(1).           ZBNKACK1
011490      88  WS-ISO-HAD-DETAIL                   VALUE 'Y'.          ZBNKACK1
011500                                                                  ZBNKACK1
011600  01  WS-REPORT-LINES.                                            ZBNKACK1
011700    05  WS-LINE1.                                                 ZBNKACK1
015900      SET RUN-CTL-CHECK-START TO TRUE.                            ZBNKACK1
016000      MOVE WS-PROGRAM-ID TO RUN-CTL-JOB.                          ZBNKACK1
016100      MOVE SPACES TO RUN-CTL-PREDECESSOR.                         ZBNKACK1
016126      MOVE SPACES TO WS-PARM.                                     ZBNKACK1
016152      IF LK-EXEC-PARM-LL IS GREATER THAN ZERO                     ZBNKACK1
016178         IF LK-EXEC-PARM-LL IS GREATER THAN 12                    ZBNKACK1
016204            MOVE LK-EXEC-PARM-DATA TO WS-PARM                     ZBNKACK1
016230         ELSE                                                     ZBNKACK1
016256            MOVE LK-EXEC-PARM-DATA (1:LK-EXEC-PARM-LL) TO WS-PARM ZBNKACK1
016282         END-IF                                                   ZBNKACK1
016308      END-IF.                                                     ZBNKACK1
016334      MOVE ZERO TO WS-PARM-TALLY.                                 ZBNKACK1
016360      INSPECT WS-PARM TALLYING WS-PARM-TALLY FOR ALL 'RESTART'.   ZBNKACK1
016386      IF WS-PARM-TALLY IS GREATER THAN ZERO                       ZBNKACK1
016412         SET RUN-CTL-RESTART-YES TO TRUE                          ZBNKACK1
016438      END-IF.                                                     ZBNKACK1
016464      MOVE ZERO TO WS-PARM-TALLY.                                 ZBNKACK1
016490      INSPECT WS-PARM TALLYING WS-PARM-TALLY FOR ALL 'ISO'.       ZBNKACK1
016516      IF WS-PARM-TALLY IS GREATER THAN ZERO                       ZBNKACK1
016542         MOVE 'Y' TO WS-ISO-SW                                    ZBNKACK1
016568      END-IF.                                                     ZBNKACK1
016600      CALL 'URUNCTL' USING RUN-CTL-DATA.                          ZBNKACK1
016700      IF NOT RUN-CTL-OK                                           ZBNKACK1
016800         MOVE RUN-CTL-MSG TO WS-CONSOLE-MESSAGE                   ZBNKACK1
018200      PERFORM OPEN-FILES.                                         ZBNKACK1
018300      PERFORM PRINT-REPORT-HEADER.                                ZBNKACK1
018400                                                                  ZBNKACK1
018416      IF WS-READ-ISO                                              ZBNKACK1
018432         PERFORM READ-ISO-ACKS THRU                               ZBNKACK1
018448                 READ-ISO-ACKS-EXIT                               ZBNKACK1
018464         MOVE 'YES' TO WS-END-OF-FILE                             ZBNKACK1
018480      END-IF.                                                     ZBNKACK1
018500      PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'              ZBNKACK1
018600         READ PAYACK-FILE INTO WS-PAYACK-DETAIL                   ZBNKACK1
018700         IF WS-PAYACK-STATUS IS EQUAL TO '10'                     ZBNKACK1
026900            ADD 1 TO WS-SETTLES-APPLIED                           ZBNKACK1
027000         END-IF                                                   ZBNKACK1
027100      END-IF.                                                     ZBNKACK1
027200      REWRITE PQ-RECORD                                           ZBNKACK1
027233      SET JRN-CTL-CHANGE TO TRUE                                  ZBNKACK1
027266      PERFORM JOURNAL-BNKPAYQ.                                    ZBNKACK1
027300      IF WS-BNKPAYQ-STATUS IS NOT EQUAL TO '00'                   ZBNKACK1
027400         MOVE 'Unable to stamp queue row'                         ZBNKACK1
027500           TO WS-CONSOLE-MESSAGE                                  ZBNKACK1
028000      END-IF.                                                     ZBNKACK1
028100  APPLY-ONE-ACK-EXIT.                                             ZBNKACK1
028200      EXIT.                                                       ZBNKACK1
028210                                                                  ZBNKACK1
028220***************************************************************** ZBNKACK1
028230* Walk the ISO 20022 status report a tag at a time.  Each       * ZBNKACK1
028240* transaction status is applied when its TxInfAndSts block      * ZBNKACK1
028250* closes; a payment-level status is applied only when the       * ZBNKACK1
028260* block carried no transaction detail.                          * ZBNKACK1
028270***************************************************************** ZBNKACK1
028280  READ-ISO-ACKS.                                                  ZBNKACK1
028290      MOVE SPACES TO WS-ISO-STATUS-DATA.                          ZBNKACK1
028300  READ-ISO-ACKS-RECORD.                                           ZBNKACK1
028310      READ ACKXML-FILE.                                           ZBNKACK1
028320      IF WS-ACKXML-STATUS IS EQUAL TO '10'                        ZBNKACK1
028330         GO TO READ-ISO-ACKS-END                                  ZBNKACK1
028340      END-IF.                                                     ZBNKACK1
028350      IF WS-ACKXML-STATUS IS NOT EQUAL TO '00'                    ZBNKACK1
028360         MOVE 'ACKXML read error during scan'                     ZBNKACK1
028370           TO WS-CONSOLE-MESSAGE                                  ZBNKACK1
028380         PERFORM DISPLAY-CONSOLE-MESSAGE                          ZBNKACK1
028390         MOVE WS-ACKXML-STATUS TO WS-IO-STATUS                    ZBNKACK1
028400         PERFORM DISPLAY-IO-STATUS                                ZBNKACK1
028410         PERFORM ABORT-PROGRAM                                    ZBNKACK1
028420      END-IF.                                                     ZBNKACK1
028430      MOVE ACKXML-REC TO ISO-XML-LINE.                            ZBNKACK1
028440      MOVE 1 TO ISO-XML-POS.                                      ZBNKACK1
028450  READ-ISO-ACKS-TOKEN.                                            ZBNKACK1
028460      SET ISO-XML-NEXT-TOKEN TO TRUE.                             ZBNKACK1
028470      SET ISO-XML-OK TO TRUE.                                     ZBNKACK1
028480      CALL 'UISOXML' USING ISO-XML-DATA.                          ZBNKACK1
028490      IF ISO-XML-END-OF-LINE                                      ZBNKACK1
028500         IF ISO-XML-ERROR                                         ZBNKACK1
028510            MOVE 'ACKXML tag split across records'                ZBNKACK1
028520              TO WS-CONSOLE-MESSAGE                               ZBNKACK1
028530            PERFORM ABORT-PROGRAM                                 ZBNKACK1
028540         END-IF                                                   ZBNKACK1
028550         GO TO READ-ISO-ACKS-RECORD                               ZBNKACK1
028560      END-IF.                                                     ZBNKACK1
028570      PERFORM APPLY-ISO-TOKEN THRU                                ZBNKACK1
028580              APPLY-ISO-TOKEN-EXIT.                               ZBNKACK1
028590      GO TO READ-ISO-ACKS-TOKEN.                                  ZBNKACK1
028600  READ-ISO-ACKS-END.                                              ZBNKACK1
028610      IF WS-ISO-GRP-STS IS EQUAL TO 'RJCT' AND                    ZBNKACK1
028620         NOT WS-ISO-HAD-DETAIL                                    ZBNKACK1
028630         ADD 1 TO WS-REJECTS                                      ZBNKACK1
028640         MOVE WS-ISO-GRP-RSN-CD TO WS-ISO-RSN-CD                  ZBNKACK1
028650         MOVE WS-ISO-ORGNL-MSG-ID TO WS-LINE4-REF                 ZBNKACK1
028660         MOVE ZERO TO WS-LINE4-AMOUNT                             ZBNKACK1
028670         MOVE SPACES TO WS-LINE4-SENT                             ZBNKACK1
028680         MOVE SPACES TO WS-LINE4-NOTE                             ZBNKACK1
028690         STRING 'Whole message rejected - reason '                ZBNKACK1
028700                  DELIMITED BY SIZE                               ZBNKACK1
028710                WS-ISO-RSN-CD DELIMITED BY SPACE                  ZBNKACK1
028720           INTO WS-LINE4-NOTE                                     ZBNKACK1
028730         MOVE WS-LINE4 TO PRINTOUT-REC                            ZBNKACK1
028740         PERFORM PRINTOUT-PUT                                     ZBNKACK1
028750      END-IF.                                                     ZBNKACK1
028760  READ-ISO-ACKS-EXIT.                                             ZBNKACK1
028770      EXIT.                                                       ZBNKACK1
028780                                                                  ZBNKACK1
028790***************************************************************** ZBNKACK1
028800* Pick up the value of an opening tag, act on a closing one     * ZBNKACK1
028810***************************************************************** ZBNKACK1
028820  APPLY-ISO-TOKEN.                                                ZBNKACK1
028830      IF ISO-XML-END                                              ZBNKACK1
028840         GO TO APPLY-ISO-TOKEN-CLOSE                              ZBNKACK1
028850      END-IF.                                                     ZBNKACK1
028860      IF NOT ISO-XML-START                                        ZBNKACK1
028870         GO TO APPLY-ISO-TOKEN-EXIT                               ZBNKACK1
028880      END-IF.                                                     ZBNKACK1
028890      EVALUATE ISO-XML-NAME                                       ZBNKACK1
028900        WHEN 'OrgnlMsgId'                                         ZBNKACK1
028910          MOVE ISO-XML-VALUE TO WS-ISO-ORGNL-MSG-ID               ZBNKACK1
028920        WHEN 'GrpSts'                                             ZBNKACK1
028930          MOVE ISO-XML-VALUE TO WS-ISO-GRP-STS                    ZBNKACK1
028940        WHEN 'OrgnlPmtInfAndSts'                                  ZBNKACK1
028950          MOVE SPACES TO WS-ISO-PMTINF-ID                         ZBNKACK1
028960          MOVE SPACES TO WS-ISO-PMTINF-STS                        ZBNKACK1
028970          MOVE SPACES TO WS-ISO-RSN-CD                            ZBNKACK1
028980          MOVE 'N' TO WS-ISO-TX-IN-PMTINF                         ZBNKACK1
028990        WHEN 'OrgnlPmtInfId'                                      ZBNKACK1
029000          MOVE ISO-XML-VALUE TO WS-ISO-PMTINF-ID                  ZBNKACK1
029010        WHEN 'PmtInfSts'                                          ZBNKACK1
029020          MOVE ISO-XML-VALUE TO WS-ISO-PMTINF-STS                 ZBNKACK1
029030        WHEN 'TxInfAndSts'                                        ZBNKACK1
029040          MOVE SPACES TO WS-ISO-END-TO-END-ID                     ZBNKACK1
029050          MOVE SPACES TO WS-ISO-INSTR-ID                          ZBNKACK1
029060          MOVE SPACES TO WS-ISO-TX-STS                            ZBNKACK1
029070          MOVE SPACES TO WS-ISO-RSN-CD                            ZBNKACK1
029080          MOVE SPACES TO WS-ISO-SETTLE-DATE                       ZBNKACK1
029090        WHEN 'OrgnlInstrId'                                       ZBNKACK1
029100          MOVE ISO-XML-VALUE TO WS-ISO-INSTR-ID                   ZBNKACK1
029110        WHEN 'OrgnlEndToEndId'                                    ZBNKACK1
029120          MOVE ISO-XML-VALUE TO WS-ISO-END-TO-END-ID              ZBNKACK1
029130        WHEN 'TxSts'                                              ZBNKACK1
029140          MOVE ISO-XML-VALUE TO WS-ISO-TX-STS                     ZBNKACK1
029150        WHEN 'IntrBkSttlmDt'                                      ZBNKACK1
029160          MOVE ISO-XML-VALUE TO WS-ISO-SETTLE-DATE                ZBNKACK1
029170        WHEN 'StsRsnInf'                                          ZBNKACK1
029180          MOVE 'Y' TO WS-ISO-IN-REASON                            ZBNKACK1
029190        WHEN 'Cd'                                                 ZBNKACK1
029200          IF WS-ISO-REASON-OPEN AND                               ZBNKACK1
029210             WS-ISO-RSN-CD IS EQUAL TO SPACES                     ZBNKACK1
029220             MOVE ISO-XML-VALUE TO WS-ISO-RSN-CD                  ZBNKACK1
029230          END-IF                                                  ZBNKACK1
029240      END-EVALUATE.                                               ZBNKACK1
029250      GO TO APPLY-ISO-TOKEN-EXIT.                                 ZBNKACK1
029260  APPLY-ISO-TOKEN-CLOSE.                                          ZBNKACK1
029270      EVALUATE ISO-XML-NAME                                       ZBNKACK1
029280        WHEN 'StsRsnInf'                                          ZBNKACK1
029290          MOVE 'N' TO WS-ISO-IN-REASON                            ZBNKACK1
029300        WHEN 'OrgnlGrpInfAndSts'                                  ZBNKACK1
029310          MOVE WS-ISO-RSN-CD TO WS-ISO-GRP-RSN-CD                 ZBNKACK1
029320          MOVE SPACES TO WS-ISO-RSN-CD                            ZBNKACK1
029330        WHEN 'TxInfAndSts'                                        ZBNKACK1
029340          MOVE 'Y' TO WS-ISO-TX-IN-PMTINF                         ZBNKACK1
029350          MOVE 'Y' TO WS-ISO-DETAIL-SEEN                          ZBNKACK1
029360          MOVE WS-ISO-END-TO-END-ID TO WS-ISO-REF                 ZBNKACK1
029370          IF WS-ISO-REF IS EQUAL TO SPACES                        ZBNKACK1
029380             MOVE WS-ISO-INSTR-ID TO WS-ISO-REF                   ZBNKACK1
029390          END-IF                                                  ZBNKACK1
029400          MOVE WS-ISO-TX-STS TO WS-ISO-STS                        ZBNKACK1
029410          PERFORM APPLY-ISO-STATUS THRU                           ZBNKACK1
029420                  APPLY-ISO-STATUS-EXIT                           ZBNKACK1
029430        WHEN 'OrgnlPmtInfAndSts'                                  ZBNKACK1
029440          MOVE 'Y' TO WS-ISO-DETAIL-SEEN                          ZBNKACK1
029450          IF NOT WS-ISO-PMTINF-HAS-TX AND                         ZBNKACK1
029460             WS-ISO-PMTINF-STS IS NOT EQUAL TO SPACES             ZBNKACK1
029470             MOVE WS-ISO-PMTINF-ID TO WS-ISO-REF                  ZBNKACK1
029480             MOVE WS-ISO-PMTINF-STS TO WS-ISO-STS                 ZBNKACK1
029490             MOVE SPACES TO WS-ISO-SETTLE-DATE                    ZBNKACK1
029500             PERFORM APPLY-ISO-STATUS THRU                        ZBNKACK1
029510                     APPLY-ISO-STATUS-EXIT                        ZBNKACK1
029520          END-IF                                                  ZBNKACK1
029530      END-EVALUATE.                                               ZBNKACK1
029540  APPLY-ISO-TOKEN-EXIT.                                           ZBNKACK1
029550      EXIT.                                                       ZBNKACK1
029560                                                                  ZBNKACK1
029570***************************************************************** ZBNKACK1
029580* Turn an ISO status into the A or S record the fixed-format    * ZBNKACK1
029590* file would have carried and apply it the same way             * ZBNKACK1
029600***************************************************************** ZBNKACK1
029610  APPLY-ISO-STATUS.                                               ZBNKACK1
029620      IF WS-ISO-REF IS EQUAL TO SPACES                            ZBNKACK1
029630         GO TO APPLY-ISO-STATUS-EXIT                              ZBNKACK1
029640      END-IF.                                                     ZBNKACK1
029650      MOVE SPACES TO WS-PAYACK-DETAIL.                            ZBNKACK1
029660      MOVE WS-ISO-REF TO WS-AK-REF.                               ZBNKACK1
029670      EVALUATE WS-ISO-STS                                         ZBNKACK1
029680        WHEN 'ACTC'                                               ZBNKACK1
029690        WHEN 'ACCP'                                               ZBNKACK1
029700        WHEN 'ACSP'                                               ZBNKACK1
029710        WHEN 'ACWC'                                               ZBNKACK1
029720        WHEN 'PDNG'                                               ZBNKACK1
029730        WHEN 'RCVD'                                               ZBNKACK1
029740          MOVE 'A' TO WS-AK-RECORD-TYPE                           ZBNKACK1
029750        WHEN 'ACSC'                                               ZBNKACK1
029760        WHEN 'ACCC'                                               ZBNKACK1
029770          MOVE 'S' TO WS-AK-RECORD-TYPE                           ZBNKACK1
029780          MOVE WS-ISO-SETTLE-DATE TO WS-AK-SETTLE-DATE            ZBNKACK1
029790        WHEN 'RJCT'                                               ZBNKACK1
029800          PERFORM REPORT-ISO-REJECT                               ZBNKACK1
029810          GO TO APPLY-ISO-STATUS-EXIT                             ZBNKACK1
029820        WHEN OTHER                                                ZBNKACK1
029830          ADD 1 TO WS-ACKS-UNMATCHED                              ZBNKACK1
029840          MOVE WS-ISO-REF TO WS-LINE4-REF                         ZBNKACK1
029850          MOVE ZERO TO WS-LINE4-AMOUNT                            ZBNKACK1
029860          MOVE SPACES TO WS-LINE4-SENT                            ZBNKACK1
029870          MOVE SPACES TO WS-LINE4-NOTE                            ZBNKACK1
029880          STRING 'Status not recognised - ' DELIMITED BY SIZE     ZBNKACK1
029890                 WS-ISO-STS DELIMITED BY SIZE                     ZBNKACK1
029900            INTO WS-LINE4-NOTE                                    ZBNKACK1
029910          MOVE WS-LINE4 TO PRINTOUT-REC                           ZBNKACK1
029920          PERFORM PRINTOUT-PUT                                    ZBNKACK1
029930          GO TO APPLY-ISO-STATUS-EXIT                             ZBNKACK1
029940      END-EVALUATE.                                               ZBNKACK1
029950      PERFORM APPLY-ONE-ACK THRU                                  ZBNKACK1
029960              APPLY-ONE-ACK-EXIT.                                 ZBNKACK1
029970  APPLY-ISO-STATUS-EXIT.                                          ZBNKACK1
029980      EXIT.                                                       ZBNKACK1
029990                                                                  ZBNKACK1
030000***************************************************************** ZBNKACK1
030010* A rejected payment - report it with the reason; the queue     * ZBNKACK1
030020* row is left as it is for the returns run                      * ZBNKACK1
030030***************************************************************** ZBNKACK1
030040  REPORT-ISO-REJECT.                                              ZBNKACK1
030050      ADD 1 TO WS-REJECTS.                                        ZBNKACK1
030060      MOVE WS-ISO-REF TO WS-LINE4-REF.                            ZBNKACK1
030070      MOVE ZERO TO WS-LINE4-AMOUNT.                               ZBNKACK1
030080      MOVE SPACES TO WS-LINE4-SENT.                               ZBNKACK1
030090      MOVE WS-ISO-REF TO PQ-REC-REF.                              ZBNKACK1
030100      READ BNKPAYQ-FILE.                                          ZBNKACK1
030110      IF WS-BNKPAYQ-STATUS IS EQUAL TO '00'                       ZBNKACK1
030120         MOVE PQ-REC-AMOUNT TO WS-LINE4-AMOUNT                    ZBNKACK1
030130         MOVE PQ-REC-SENT-DATE TO WS-LINE4-SENT                   ZBNKACK1
030140      END-IF.                                                     ZBNKACK1
030150      MOVE SPACES TO WS-LINE4-NOTE.                               ZBNKACK1
030160      STRING 'Rejected by network - reason ' DELIMITED BY SIZE    ZBNKACK1
030170             WS-ISO-RSN-CD DELIMITED BY SPACE                     ZBNKACK1
030180        INTO WS-LINE4-NOTE.                                       ZBNKACK1
030190      MOVE WS-LINE4 TO PRINTOUT-REC.                              ZBNKACK1
030200      PERFORM PRINTOUT-PUT.                                       ZBNKACK1
030210                                                                  ZBNKACK1
030220***************************************************************** ZBNKACK1
030230* Sweep the queue for payments sent more than two business      * ZBNKACK1
030240* days ago that nothing has acknowledged                        * ZBNKACK1
030250***************************************************************** ZBNKACK1
030260  SWEEP-UNACKNOWLEDGED.                                           ZBNKACK1
030270      MOVE LOW-VALUES TO PQ-REC-REF.                              ZBNKACK1
030280      START BNKPAYQ-FILE KEY GREATER THAN PQ-REC-REF.             ZBNKACK1
030290      IF WS-BNKPAYQ-STATUS IS NOT EQUAL TO '00'                   ZBNKACK1
030300         GO TO SWEEP-UNACKNOWLEDGED-EXIT                          ZBNKACK1
030310      END-IF.                                                     ZBNKACK1
030320  SWEEP-UNACK-LOOP.                                               ZBNKACK1
030330      READ BNKPAYQ-FILE NEXT RECORD.                              ZBNKACK1
030340      IF WS-BNKPAYQ-STATUS IS NOT EQUAL TO '00'                   ZBNKACK1
030350         GO TO SWEEP-UNACKNOWLEDGED-EXIT                          ZBNKACK1
030360      END-IF.                                                     ZBNKACK1
030370      IF NOT PQ-STATUS-SENT                                       ZBNKACK1
030380         GO TO SWEEP-UNACK-LOOP                                   ZBNKACK1
030390      END-IF.                                                     ZBNKACK1
030400      IF PQ-REC-SENT-DATE IS EQUAL TO SPACES OR                   ZBNKACK1
030410         PQ-REC-SENT-DATE IS GREATER THAN WS-CUTOFF-DATE          ZBNKACK1
030420         GO TO SWEEP-UNACK-LOOP                                   ZBNKACK1
030500      END-IF.                                                     ZBNKACK1
030600      ADD 1 TO WS-EXCEPTIONS.                                     ZBNKACK1
030700      MOVE PQ-REC-REF TO WS-LINE4-REF.                            ZBNKACK1
036300      MOVE WS-ACKS-UNMATCHED TO WS-LINE5-COUNT.                   ZBNKACK1
036400      MOVE WS-LINE5 TO PRINTOUT-REC.                              ZBNKACK1
036500      PERFORM PRINTOUT-PUT.                                       ZBNKACK1
036514      IF WS-READ-ISO                                              ZBNKACK1
036528         MOVE 'Rejected by the network' TO WS-LINE5-DESC          ZBNKACK1
036542         MOVE WS-REJECTS TO WS-LINE5-COUNT                        ZBNKACK1
036556         MOVE WS-LINE5 TO PRINTOUT-REC                            ZBNKACK1
036570         PERFORM PRINTOUT-PUT                                     ZBNKACK1
036584      END-IF.                                                     ZBNKACK1
036600      MOVE 'Sent with no acknowledgment' TO WS-LINE5-DESC.        ZBNKACK1
036700      MOVE WS-EXCEPTIONS TO WS-LINE5-COUNT.                       ZBNKACK1
036800      MOVE WS-LINE5 TO PRINTOUT-REC.                              ZBNKACK1
038600* Open the acknowledgment, queue and print files                * ZBNKACK1
038700***************************************************************** ZBNKACK1
038800  OPEN-FILES.                                                     ZBNKACK1
039001      IF WS-READ-ISO                                              ZBNKACK1
039002         OPEN INPUT ACKXML-FILE                                   ZBNKACK1
039003         IF WS-ACKXML-STATUS IS NOT EQUAL TO '00'                 ZBNKACK1
039004            MOVE 'ACKXML file open failure...'                    ZBNKACK1
039005              TO WS-CONSOLE-MESSAGE                               ZBNKACK1
039006            PERFORM DISPLAY-CONSOLE-MESSAGE                       ZBNKACK1
039007            MOVE WS-ACKXML-STATUS TO WS-IO-STATUS                 ZBNKACK1
039008            PERFORM DISPLAY-IO-STATUS                             ZBNKACK1
039009            PERFORM ABORT-PROGRAM                                 ZBNKACK1
039010         END-IF                                                   ZBNKACK1
039011      ELSE                                                        ZBNKACK1
039012         OPEN INPUT PAYACK-FILE                                   ZBNKACK1
039013         IF WS-PAYACK-STATUS IS NOT EQUAL TO '00'                 ZBNKACK1
039014            MOVE 'PAYACK file open failure...'                    ZBNKACK1
039015              TO WS-CONSOLE-MESSAGE                               ZBNKACK1
039016            PERFORM DISPLAY-CONSOLE-MESSAGE                       ZBNKACK1
039017            MOVE WS-PAYACK-STATUS TO WS-IO-STATUS                 ZBNKACK1
039018            PERFORM DISPLAY-IO-STATUS                             ZBNKACK1
039019            PERFORM ABORT-PROGRAM                                 ZBNKACK1
039020         END-IF                                                   ZBNKACK1
039021      END-IF.                                                     ZBNKACK1
039800      OPEN I-O BNKPAYQ-FILE.                                      ZBNKACK1
039900      IF WS-BNKPAYQ-STATUS IS NOT EQUAL TO '00'                   ZBNKACK1
040000         MOVE 'BNKPAYQ file open failure...'                      ZBNKACK1
041800* Close the files                                               * ZBNKACK1
041900***************************************************************** ZBNKACK1
042000  CLOSE-FILES.                                                    ZBNKACK1
042033      IF WS-READ-ISO                                              ZBNKACK1
042066         CLOSE ACKXML-FILE                                        ZBNKACK1
042099      ELSE                                                        ZBNKACK1
042132         CLOSE PAYACK-FILE                                        ZBNKACK1
042165      END-IF.                                                     ZBNKACK1
042200      CLOSE BNKPAYQ-FILE.                                         ZBNKACK1
042300      CLOSE PRINTOUT-FILE.                                        ZBNKACK1
042400                                                                  ZBNKACK1
042405***************************************************************** ZBNKACK1
042410* Journal the BNKPAYQ record just added, changed or deleted so  * ZBNKACK1
042415* it can be rolled forward onto a reload                        * ZBNKACK1
042420***************************************************************** ZBNKACK1
042425  JOURNAL-BNKPAYQ.                                                ZBNKACK1
042430      MOVE 'BNKPAYQ' TO JRN-CTL-FILE.                             ZBNKACK1
042435      MOVE WS-BNKPAYQ-STATUS TO JRN-CTL-IO-STATUS.                ZBNKACK1
042440      MOVE BNKPAYQ-REC TO JRN-CTL-IMAGE.                          ZBNKACK1
042445      MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                      ZBNKACK1
042450      CALL 'UJOURNL' USING JRN-CTL-DATA.                          ZBNKACK1
042455      IF JRN-CTL-ERROR                                            ZBNKACK1
042460         MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                   ZBNKACK1
042465         PERFORM DISPLAY-CONSOLE-MESSAGE                          ZBNKACK1
042470         PERFORM ABORT-PROGRAM                                    ZBNKACK1
042475      END-IF.                                                     ZBNKACK1
042480                                                                  ZBNKACK1
042500***************************************************************** ZBNKACK1
042600* Display the file status bytes. This routine will display as   * ZBNKACK1
042700* two digits if the full two byte file status is numeric. If    * ZBNKACK1
