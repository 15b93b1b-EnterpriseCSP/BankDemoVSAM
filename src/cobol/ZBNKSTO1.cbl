001900*              BNKTXN-FILE using the same two-row audit         * ZBNKSTO1
002000*              pattern as DBANK06P/DBANK07P and rolls           * ZBNKSTO1
002100*              -LAST-PAY forward.                               * ZBNKSTO1
002133*              Every master-file update is journaled through    * ZBNKSTO1
002166*              UJOURNL for forward recovery.                    * ZBNKSTO1
002200***************************************************************** ZBNKSTO1
002300                                                                  ZBNKSTO1
002400 IDENTIFICATION DIVISION.                                         ZBNKSTO1
004500            ACCESS MODE  IS RANDOM                                ZBNKSTO1
004600            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKSTO1
004700            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKSTO1
004750            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKSTO1
004800            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKSTO1
004900                                                                  ZBNKSTO1
004979     SELECT BNKALPF-FILE                                          ZBNKSTO1
005897 COPY CBANKVCT.                                                   ZBNKSTO1
005898                                                                  ZBNKSTO1
005900 WORKING-STORAGE SECTION.                                         ZBNKSTO1
005911 COPY CJOURNLD.                                                   ZBNKSTO1
005922                                                                  ZBNKSTO1
005933                                                                  ZBNKSTO1
005944 COPY CBUSDAYD.                                                   ZBNKSTO1
005955                                                                  ZBNKSTO1
005966 01  WS-COVERED-DAYS.                                             ZBNKSTO1
005977   05  WS-COVERED-DD                        OCCURS 10 TIMES       ZBNKSTO1
005988                                             PIC X(2).            ZBNKSTO1
005999   05  WS-COVERED-COUNT                      PIC S9(3) COMP.      ZBNKSTO1
006010   05  WS-COVERED-SUB                        PIC S9(3) COMP.      ZBNKSTO1
006021   05  WS-WALK-DATE                          PIC X(10).           ZBNKSTO1
006032   05  WS-SLOT-COVERED                       PIC X(1).            ZBNKSTO1
006043     88  WS-SLOT-DAY-COVERED                 VALUE 'Y'.           ZBNKSTO1
006054                                                                  ZBNKSTO1
006065 COPY CRUNCTLD.                                                   ZBNKSTO1
006076 COPY CTIMERD.                                                    ZBNKSTO1
006100                                                                  ZBNKSTO1
006200 COPY CTSTAMPD.                                                   ZBNKSTO1
006300                                                                  ZBNKSTO1
024600        MOVE WS-FROM-RP2-LAST-PAY TO BAC-REC-RP2-LAST-PAY         ZBNKSTO1
024700        MOVE WS-FROM-RP3-LAST-PAY TO BAC-REC-RP3-LAST-PAY         ZBNKSTO1
024800        REWRITE BAC-RECORD                                        ZBNKSTO1
024833        SET JRN-CTL-CHANGE TO TRUE                                ZBNKSTO1
024866        PERFORM JOURNAL-BNKACC                                    ZBNKSTO1
024900        IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                  ZBNKSTO1
025000           MOVE 'Unable to rewrite FROM account after posting'    ZBNKSTO1
025100             TO WS-CONSOLE-MESSAGE                                ZBNKSTO1
029700           ELSE                                                   ZBNKSTO1
029800              ADD WS-SLOT-AMOUNT TO BAC-REC-BALANCE               ZBNKSTO1
029900              REWRITE BAC-RECORD                                  ZBNKSTO1
029933              SET JRN-CTL-CHANGE TO TRUE                          ZBNKSTO1
029966              PERFORM JOURNAL-BNKACC                              ZBNKSTO1
030000              IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'            ZBNKSTO1
030100                 MOVE 'Unable to credit standing order payee'     ZBNKSTO1
030200                   TO WS-CONSOLE-MESSAGE                          ZBNKSTO1
034450                           WS-TWOS-COMP-OUTPUT                    ZBNKSTO1
034480                           WS-TWOS-COMP-FORMAT.                   ZBNKSTO1
034600     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKSTO1
034650 COPY CBANKTXP.                                                   ZBNKSTO1
034700     WRITE BTX-RECORD                                             ZBNKSTO1
034733     SET JRN-CTL-ADD TO TRUE                                      ZBNKSTO1
034766     PERFORM JOURNAL-BNKTXN.                                      ZBNKSTO1
034800     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKSTO1
034900        MOVE 'Unable to write standing order FROM audit record'   ZBNKSTO1
035000          TO WS-CONSOLE-MESSAGE                                   ZBNKSTO1
037450                           WS-TWOS-COMP-OUTPUT                    ZBNKSTO1
037480                           WS-TWOS-COMP-FORMAT.                   ZBNKSTO1
037600     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKSTO1
037650 COPY CBANKTXP.                                                   ZBNKSTO1
037700     WRITE BTX-RECORD                                             ZBNKSTO1
037733     SET JRN-CTL-ADD TO TRUE                                      ZBNKSTO1
037766     PERFORM JOURNAL-BNKTXN.                                      ZBNKSTO1
037800     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKSTO1
037900        MOVE 'Unable to write standing order TO audit record'     ZBNKSTO1
038000          TO WS-CONSOLE-MESSAGE                                   ZBNKSTO1
041715     MOVE 'A standing order could not be paid'                    ZBNKSTO1
041716       TO AQ-REC-TEXT.                                            ZBNKSTO1
041717     SET AQ-UNSENT TO TRUE.                                       ZBNKSTO1
041718     WRITE AQ-RECORD                                              ZBNKSTO1
041719     SET JRN-CTL-ADD TO TRUE                                      ZBNKSTO1
041720     PERFORM JOURNAL-BNKALRTQ.                                    ZBNKSTO1
041721 WRITE-SO-FAIL-ALERT-EXIT.                                        ZBNKSTO1
041722     EXIT.                                                        ZBNKSTO1
041723                                                                  ZBNKSTO1
041724***************************************************************** ZBNKSTO1
041725* Overdraft-protection sweep for the standing-order run - move  * ZBNKSTO1
041726* the shortfall from the linked account so the order can post,  * ZBNKSTO1
041727* with the same S1/S2 audit pair DBANK04P writes on-line        * ZBNKSTO1
041728***************************************************************** ZBNKSTO1
041729 ATTEMPT-SO-SWEEP.                                                ZBNKSTO1
041730     IF WS-LINK-ACCNO IS EQUAL TO SPACES OR                       ZBNKSTO1
041731        WS-LINK-ACCNO IS EQUAL TO LOW-VALUES                      ZBNKSTO1
041732        GO TO ATTEMPT-SO-SWEEP-EXIT                               ZBNKSTO1
041733     END-IF.                                                      ZBNKSTO1
041734     COMPUTE WS-SWEEP-AMOUNT =                                    ZBNKSTO1
041735       WS-SLOT-AMOUNT - WS-RUNNING-BALANCE.                       ZBNKSTO1
041736     MOVE WS-LINK-ACCNO TO BAC-REC-ACCNO.                         ZBNKSTO1
041737     READ BNKACC-FILE.                                            ZBNKSTO1
041738     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKSTO1
041739        GO TO ATTEMPT-SO-SWEEP-EXIT                               ZBNKSTO1
041740     END-IF.                                                      ZBNKSTO1
041741     IF NOT BAC-STATUS-OPEN                                       ZBNKSTO1
041742        GO TO ATTEMPT-SO-SWEEP-EXIT                               ZBNKSTO1
041743     END-IF.                                                      ZBNKSTO1
041744     IF BAC-REC-BALANCE IS NOT NUMERIC OR                         ZBNKSTO1
041745        BAC-REC-BALANCE IS LESS THAN WS-SWEEP-AMOUNT              ZBNKSTO1
041746        GO TO ATTEMPT-SO-SWEEP-EXIT                               ZBNKSTO1
041747     END-IF.                                                      ZBNKSTO1
041748     SUBTRACT WS-SWEEP-AMOUNT FROM BAC-REC-BALANCE.               ZBNKSTO1
041749     REWRITE BAC-RECORD                                           ZBNKSTO1
041750     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKSTO1
041751     PERFORM JOURNAL-BNKACC.                                      ZBNKSTO1
041752     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKSTO1
041753        MOVE 'Unable to debit linked account for sweep'           ZBNKSTO1
041754          TO WS-CONSOLE-MESSAGE                                   ZBNKSTO1
041755        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSTO1
041756        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKSTO1
041757        PERFORM DISPLAY-IO-STATUS                                 ZBNKSTO1
041758        PERFORM ABORT-PROGRAM                                     ZBNKSTO1
041759     END-IF.                                                      ZBNKSTO1
041760     PERFORM WRITE-SWEEP-AUDIT.                                   ZBNKSTO1
041761     ADD WS-SWEEP-AMOUNT TO WS-RUNNING-BALANCE.                   ZBNKSTO1
041762***************************************************************** ZBNKSTO1
041763* The linked debit is already on file, so the FROM account     *  ZBNKSTO1
041764* must be rewritten even if the order itself still bounces -   *  ZBNKSTO1
041765* the swept funds live in WS-RUNNING-BALANCE now               *  ZBNKSTO1
041766***************************************************************** ZBNKSTO1
041767     MOVE 'Y' TO WS-ANY-POSTED.                                   ZBNKSTO1
041768     ADD 1 TO WS-SWEEPS-DONE.                                     ZBNKSTO1
041769     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKSTO1
041770     STRING 'OD sweep covered standing order a/c '                ZBNKSTO1
041771            DELIMITED BY SIZE                                     ZBNKSTO1
041772            WS-SAVE-ACCNO DELIMITED BY SIZE                       ZBNKSTO1
041773       INTO WS-CONSOLE-MESSAGE.                                   ZBNKSTO1
041774     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKSTO1
041775 ATTEMPT-SO-SWEEP-EXIT.                                           ZBNKSTO1
041776     EXIT.                                                        ZBNKSTO1
041777                                                                  ZBNKSTO1
041778***************************************************************** ZBNKSTO1
041779* Write the sweep's debit/credit audit pair under the sweep     * ZBNKSTO1
041780* transaction type, byte-26 markers 8 and 9 as DBANK04P uses    * ZBNKSTO1
041781***************************************************************** ZBNKSTO1
041822 WRITE-SWEEP-AUDIT.                                               ZBNKSTO1
041824 COPY CTSTAMPP.                                                   ZBNKSTO1
041826     MOVE WS-TXN-SEQ TO WS-TS-TIME-DDDDDD (3:4).                  ZBNKSTO1
041904                           WS-TWOS-COMP-OUTPUT                    ZBNKSTO1
041906                           WS-TWOS-COMP-FORMAT.                   ZBNKSTO1
041908     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKSTO1
041910 COPY CBANKTXP.                                                   ZBNKSTO1
041912     WRITE BTX-RECORD                                             ZBNKSTO1
041914     SET JRN-CTL-ADD TO TRUE                                      ZBNKSTO1
041916     PERFORM JOURNAL-BNKTXN.                                      ZBNKSTO1
041918     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKSTO1
041920        MOVE 'Unable to write sweep audit record'                 ZBNKSTO1
041922          TO WS-CONSOLE-MESSAGE                                   ZBNKSTO1
041924        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSTO1
041926        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKSTO1
041928        PERFORM DISPLAY-IO-STATUS                                 ZBNKSTO1
041930        PERFORM ABORT-PROGRAM                                     ZBNKSTO1
041932     END-IF.                                                      ZBNKSTO1
041934                                                                  ZBNKSTO1
041936***************************************************************** ZBNKSTO1
041938* Journal the BNKACC record just added, changed or deleted so   * ZBNKSTO1
041940* it can be rolled forward onto a reload                        * ZBNKSTO1
041942***************************************************************** ZBNKSTO1
041944 JOURNAL-BNKACC.                                                  ZBNKSTO1
041946     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKSTO1
041948     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKSTO1
041950     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKSTO1
041952     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKSTO1
041954     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKSTO1
041956     IF JRN-CTL-ERROR                                             ZBNKSTO1
041958        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKSTO1
041960        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSTO1
041962        PERFORM ABORT-PROGRAM                                     ZBNKSTO1
041964     END-IF.                                                      ZBNKSTO1
041966                                                                  ZBNKSTO1
041968***************************************************************** ZBNKSTO1
041970* Journal the BNKTXN record just added, changed or deleted so   * ZBNKSTO1
041972* it can be rolled forward onto a reload                        * ZBNKSTO1
041974***************************************************************** ZBNKSTO1
041976 JOURNAL-BNKTXN.                                                  ZBNKSTO1
041978     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKSTO1
041980     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKSTO1
041982     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKSTO1
041984     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKSTO1
041986     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKSTO1
041988     IF JRN-CTL-ERROR                                             ZBNKSTO1
041990        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKSTO1
041992        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSTO1
041994        PERFORM ABORT-PROGRAM                                     ZBNKSTO1
041996     END-IF.                                                      ZBNKSTO1
041998                                                                  ZBNKSTO1
042000***************************************************************** ZBNKSTO1
042002* Journal the BNKALRTQ record just added, changed or deleted so * ZBNKSTO1
042004* it can be rolled forward onto a reload                        * ZBNKSTO1
042006***************************************************************** ZBNKSTO1
042008 JOURNAL-BNKALRTQ.                                                ZBNKSTO1
042010     MOVE 'BNKALRTQ' TO JRN-CTL-FILE.                             ZBNKSTO1
042012     MOVE WS-BNKALRTQ-STATUS TO JRN-CTL-IO-STATUS.                ZBNKSTO1
042014     MOVE BNKALRTQ-REC TO JRN-CTL-IMAGE.                          ZBNKSTO1
042016     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKSTO1
042018     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKSTO1
042020     IF JRN-CTL-ERROR                                             ZBNKSTO1
042022        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKSTO1
042024        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSTO1
042026        PERFORM ABORT-PROGRAM                                     ZBNKSTO1
042028     END-IF.                                                      ZBNKSTO1
042030                                                                  ZBNKSTO1
042032***************************************************************** ZBNKSTO1
042034* Display the file status bytes. This routine will display as   * ZBNKSTO1
042036* two digits if the full two byte file status is numeric. If    * ZBNKSTO1
042038* second byte is non-numeric then it will be treated as a       * ZBNKSTO1
042100* binary number.                                                * ZBNKSTO1
042200***************************************************************** ZBNKSTO1
042300 DISPLAY-IO-STATUS.                                               ZBNKSTO1
