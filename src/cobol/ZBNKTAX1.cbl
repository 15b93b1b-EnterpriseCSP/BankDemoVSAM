002400*              across every account sharing their PID and        * ZBNKTAX1
002500*              written as one extract record once the next       * ZBNKTAX1
002600*              PID is reached, the same PID-break-and-flush       * ZBNKTAX1
002637*              idiom ZBNKEXT2 uses.  Each account's balance is  * ZBNKTAX1
002674*              also wound back to the end of the tax year by    * ZBNKTAX1
002711*              taking off everything posted after it, and the   * ZBNKTAX1
002748*              customer's year-end balance is carried for the   * ZBNKTAX1
002785*              CRS/FATCA run (ZBNKCRS1).  A customer with nothing*ZBNKTAX1
002822*              reportable and a nil year-end balance gets no    * ZBNKTAX1
002859*              extract record.                                  * ZBNKTAX1
002900*              The tax year is taken from LK-EXEC-PARM-DATA      * ZBNKTAX1
003000*              (CCYY) if supplied, otherwise defaults to the      * ZBNKTAX1
003100*              current year via UDATECNV's DDO-ISO output.       * ZBNKTAX1
005500            ACCESS MODE  IS DYNAMIC                               ZBNKTAX1
005600            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKTAX1
005700            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKTAX1
005750            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKTAX1
005800            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKTAX1
005900     SELECT BNKCUST-FILE                                          ZBNKTAX1
006000            ASSIGN       TO BNKCUST                               ZBNKTAX1
014020                                             COMP-3.              ZBNKTAX1
014030   05  WS-ACCT-WHT-TOTAL                     PIC S9(7)V99         ZBNKTAX1
014040                                             COMP-3.              ZBNKTAX1
014052   05  WS-PID-BALANCE-TOTAL                  PIC S9(9)V99         ZBNKTAX1
014064                                             COMP-3.              ZBNKTAX1
014076   05  WS-ACCT-LATER-TOTAL                   PIC S9(9)V99         ZBNKTAX1
014088                                             COMP-3.              ZBNKTAX1
014100                                                                  ZBNKTAX1
014200 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKTAX1
014300                                                                  ZBNKTAX1
019500     END-PERFORM.                                                 ZBNKTAX1
019600                                                                  ZBNKTAX1
019700     IF WS-CURR-PID IS NOT EQUAL TO SPACES                        ZBNKTAX1
019766        PERFORM WRITE-CUSTOMER-EXTRACT THRU                       ZBNKTAX1
019832                WRITE-CUSTOMER-EXTRACT-EXIT                       ZBNKTAX1
019900     END-IF.                                                      ZBNKTAX1
020000                                                                  ZBNKTAX1
020100     PERFORM CLOSE-FILES.                                         ZBNKTAX1
022700 PROCESS-ACCOUNT.                                                 ZBNKTAX1
022800     IF BAC-REC-PID IS NOT EQUAL TO WS-CURR-PID                   ZBNKTAX1
022900        IF WS-CURR-PID IS NOT EQUAL TO SPACES                     ZBNKTAX1
022966           PERFORM WRITE-CUSTOMER-EXTRACT THRU                    ZBNKTAX1
023032                   WRITE-CUSTOMER-EXTRACT-EXIT                    ZBNKTAX1
023100        END-IF                                                    ZBNKTAX1
023200        MOVE BAC-REC-PID TO WS-CURR-PID                           ZBNKTAX1
023300        MOVE ZERO TO WS-PID-INTEREST-TOTAL                        ZBNKTAX1
023400        MOVE ZERO TO WS-PID-OTHER-TOTAL                           ZBNKTAX1
023410        MOVE ZERO TO WS-PID-WHT-TOTAL                             ZBNKTAX1
023455        MOVE ZERO TO WS-PID-BALANCE-TOTAL                         ZBNKTAX1
023500     END-IF.                                                      ZBNKTAX1
023600                                                                  ZBNKTAX1
023700     PERFORM SUM-ACCOUNT-TAX-AMOUNTS.                             ZBNKTAX1
023800     ADD WS-ACCT-INTEREST-TOTAL TO WS-PID-INTEREST-TOTAL.         ZBNKTAX1
023900     ADD WS-ACCT-OTHER-TOTAL TO WS-PID-OTHER-TOTAL.               ZBNKTAX1
023910     ADD WS-ACCT-WHT-TOTAL TO WS-PID-WHT-TOTAL.                   ZBNKTAX1
023940     ADD BAC-REC-BALANCE TO WS-PID-BALANCE-TOTAL.                 ZBNKTAX1
023970     SUBTRACT WS-ACCT-LATER-TOTAL FROM WS-PID-BALANCE-TOTAL.      ZBNKTAX1
024000                                                                  ZBNKTAX1
024100***************************************************************** ZBNKTAX1
024200* Browse BNKTXN-FILE in BTX-REC-ALTKEY1 order starting at this   * ZBNKTAX1
024800     MOVE ZERO TO WS-ACCT-INTEREST-TOTAL.                         ZBNKTAX1
024900     MOVE ZERO TO WS-ACCT-OTHER-TOTAL.                            ZBNKTAX1
024910     MOVE ZERO TO WS-ACCT-WHT-TOTAL.                              ZBNKTAX1
024955     MOVE ZERO TO WS-ACCT-LATER-TOTAL.                            ZBNKTAX1
025000     MOVE BAC-REC-ACCNO TO BTX-REC-ACCNO.                         ZBNKTAX1
025100     MOVE LOW-VALUES TO BTX-REC-TIMESTAMP.                        ZBNKTAX1
025200     START BNKTXN-FILE KEY IS GREATER THAN OR EQUAL               ZBNKTAX1
027400                       ADD BTX-REC-AMOUNT TO WS-ACCT-OTHER-TOTAL  ZBNKTAX1
027500                    END-IF                                        ZBNKTAX1
027600                 END-IF                                           ZBNKTAX1
027616              ELSE                                                ZBNKTAX1
027632                 IF BTX-REC-TIMESTAMP (1:4) IS GREATER THAN       ZBNKTAX1
027648                    WS-TAX-YEAR                                   ZBNKTAX1
027664                    ADD BTX-REC-AMOUNT TO WS-ACCT-LATER-TOTAL     ZBNKTAX1
027680                 END-IF                                           ZBNKTAX1
027700              END-IF                                              ZBNKTAX1
027800           END-IF                                                 ZBNKTAX1
027900        END-IF                                                    ZBNKTAX1
028000     END-PERFORM.                                                 ZBNKTAX1
028100                                                                  ZBNKTAX1
028200***************************************************************** ZBNKTAX1
028300* Write the year-end extract record for WS-CURR-PID, provided    *ZBNKTAX1
028400* it has something reportable for the year or a balance held at  *ZBNKTAX1
028500* the year end; a customer with neither gets no extract record,  *ZBNKTAX1
028600* the same as a real 1099-INT run would only issue a form when   *ZBNKTAX1
028700* there is an amount to report.                                  *ZBNKTAX1
028800***************************************************************** ZBNKTAX1
028900 WRITE-CUSTOMER-EXTRACT.                                          ZBNKTAX1
029000     IF WS-PID-INTEREST-TOTAL IS EQUAL TO ZERO AND                ZBNKTAX1
029066        WS-PID-OTHER-TOTAL IS EQUAL TO ZERO AND                   ZBNKTAX1
029132        WS-PID-BALANCE-TOTAL IS EQUAL TO ZERO                     ZBNKTAX1
029200        GO TO WRITE-CUSTOMER-EXTRACT-EXIT                         ZBNKTAX1
029300     END-IF.                                                      ZBNKTAX1
029400                                                                  ZBNKTAX1
031200     MOVE WS-PID-INTEREST-TOTAL TO BANKXT03-INTEREST-PAID.        ZBNKTAX1
031300     MOVE WS-PID-OTHER-TOTAL TO BANKXT03-OTHER-REPORTABLE.        ZBNKTAX1
031310     MOVE WS-PID-WHT-TOTAL TO BANKXT03-TAX-WITHHELD.              ZBNKTAX1
031355     MOVE WS-PID-BALANCE-TOTAL TO BANKXT03-YEAR-END-BALANCE.      ZBNKTAX1
031400     WRITE EXTRACT-REC.                                           ZBNKTAX1
031500     IF WS-EXTRACT-STATUS IS NOT EQUAL TO '00'                    ZBNKTAX1
031600        MOVE 'Unable to write tax extract record'                 ZBNKTAX1
