001900*              keeping the online file small while DBANK05P     * ZBNKARC1
002000*              transparently serves the history from the        * ZBNKARC1
002100*              archive.                                         * ZBNKARC1
002133*              Every master-file update is journaled through    * ZBNKARC1
002166*              UJOURNL for forward recovery.                    * ZBNKARC1
002200***************************************************************** ZBNKARC1
002300                                                                  ZBNKARC1
002400 IDENTIFICATION DIVISION.                                         ZBNKARC1
003800            ACCESS MODE  IS SEQUENTIAL                            ZBNKARC1
003900            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKARC1
004000            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKARC1
004050            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKARC1
004100            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKARC1
004200     SELECT BNKTXNA-FILE                                          ZBNKARC1
004300            ASSIGN       TO BNKTXNA                               ZBNKARC1
005600                                                                  ZBNKARC1
005700 FD  BNKTXNA-FILE.                                                ZBNKARC1
005800 01  BNKTXNA-REC.                                                 ZBNKARC1
005900   05  ARC-RECORD                          PIC X(440).            ZBNKARC1
006000   05  FILLER REDEFINES ARC-RECORD.                               ZBNKARC1
006100     10  ARC-REC-PID                       PIC X(5).              ZBNKARC1
006200     10  ARC-REC-TYPE                      PIC X(1).              ZBNKARC1
006400     10  ARC-REC-ALTKEY1.                                         ZBNKARC1
006500       15  ARC-REC-ACCNO                   PIC X(9).              ZBNKARC1
006600       15  ARC-REC-TIMESTAMP               PIC X(26).             ZBNKARC1
006700     10  ARC-REC-REST                      PIC X(398).            ZBNKARC1
006800                                                                  ZBNKARC1
006900 WORKING-STORAGE SECTION.                                         ZBNKARC1
006933 COPY CJOURNLD.                                                   ZBNKARC1
006966                                                                  ZBNKARC1
007000 COPY CTIMERD.                                                    ZBNKARC1
007100                                                                  ZBNKARC1
007200 COPY CTSTAMPD.                                                   ZBNKARC1
019600        PERFORM DISPLAY-IO-STATUS                                 ZBNKARC1
019700        PERFORM ABORT-PROGRAM                                     ZBNKARC1
019800     END-IF.                                                      ZBNKARC1
019900     DELETE BNKTXN-FILE                                           ZBNKARC1
019933     SET JRN-CTL-DELETE TO TRUE                                   ZBNKARC1
019966     PERFORM JOURNAL-BNKTXN.                                      ZBNKARC1
020000     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKARC1
020100        MOVE 'Unable to purge archived entry'                     ZBNKARC1
020200          TO WS-CONSOLE-MESSAGE                                   ZBNKARC1
023700     CLOSE BNKTXN-FILE.                                           ZBNKARC1
023800     CLOSE BNKTXNA-FILE.                                          ZBNKARC1
023900                                                                  ZBNKARC1
023905***************************************************************** ZBNKARC1
023910* Journal the BNKTXN record just added, changed or deleted so   * ZBNKARC1
023915* it can be rolled forward onto a reload                        * ZBNKARC1
023920***************************************************************** ZBNKARC1
023925 JOURNAL-BNKTXN.                                                  ZBNKARC1
023930     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKARC1
023935     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKARC1
023940     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKARC1
023945     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKARC1
023950     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKARC1
023955     IF JRN-CTL-ERROR                                             ZBNKARC1
023960        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKARC1
023965        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKARC1
023970        PERFORM ABORT-PROGRAM                                     ZBNKARC1
023975     END-IF.                                                      ZBNKARC1
023980                                                                  ZBNKARC1
024000***************************************************************** ZBNKARC1
024100* Display the file status bytes. This routine will display as   * ZBNKARC1
024200* two digits if the full two byte file status is numeric. If    * ZBNKARC1
