002400*              range (LK-EXEC-PARM-DATA), the same                ZBNKTXB1
002500*              YYYY-MM-DD form used elsewhere, restricts the      ZBNKTXB1
002600*              breakdown to that period.                          ZBNKTXB1
002620*              The range is on the banking posting date; when     ZBNKTXB1
002640*              a from-date is given the scan starts there on      ZBNKTXB1
002660*              the posting-date alternate key and stops once      ZBNKTXB1
002680*              it passes the to-date.                             ZBNKTXB1
002700******************************************************************ZBNKTXB1
002800                                                                  ZBNKTXB1
002900 IDENTIFICATION DIVISION.                                         ZBNKTXB1
004300           ACCESS MODE  IS SEQUENTIAL                             ZBNKTXB1
004400           RECORD KEY   IS BTX-REC-TIMESTAMP                      ZBNKTXB1
004500           ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES       ZBNKTXB1
004550           ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES       ZBNKTXB1
004600           FILE STATUS  IS WS-BNKTXN-STATUS.                      ZBNKTXB1
004700     SELECT PRINTOUT-FILE                                         ZBNKTXB1
004800           ASSIGN       TO PRINTOUT                               ZBNKTXB1
009000                                                                  ZBNKTXB1
009100   05  WS-FILTER-DATE-FROM                PIC X(10).              ZBNKTXB1
009200   05  WS-FILTER-DATE-TO                  PIC X(10).              ZBNKTXB1
009220   05  WS-FILTER-PD-FROM                  PIC X(8).               ZBNKTXB1
009240   05  WS-FILTER-PD-TO                    PIC X(8).               ZBNKTXB1
009260   05  WS-BROWSE-BY-POSTING-DATE          PIC X(3)                ZBNKTXB1
009280           VALUE 'NO '.                                           ZBNKTXB1
009300                                                                  ZBNKTXB1
009400 01  WS-BREAKDOWN-COUNTERS.                                       ZBNKTXB1
009500   05  WS-COUNT-TRANSFER-FROM             PIC 9(7)                ZBNKTXB1
018600                                                                  ZBNKTXB1
018700     PERFORM OPEN-FILES.                                          ZBNKTXB1
018800     PERFORM PRINT-REPORT-HEADER.                                 ZBNKTXB1
018833     PERFORM SET-POSTING-DATE-RANGE THRU                          ZBNKTXB1
018866             SET-POSTING-DATE-RANGE-EXIT.                         ZBNKTXB1
018900                                                                  ZBNKTXB1
018983***************************************************************** ZBNKTXB1
018984* A date range that ends before the current month is satisfied  * ZBNKTXB1
018996        GO TO MAINLINE-REPORT                                     ZBNKTXB1
018997     END-IF.                                                      ZBNKTXB1
018998                                                                  ZBNKTXB1
018999     IF WS-END-OF-FILE IS NOT EQUAL TO 'YES'                      ZBNKTXB1
019000       PERFORM EXTRACT-GET                                        ZBNKTXB1
019050     END-IF.                                                      ZBNKTXB1
019100     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKTXB1
019200       PERFORM CHECK-FILTER-AND-ACCUMULATE                        ZBNKTXB1
019300       PERFORM EXTRACT-GET                                        ZBNKTXB1
022100******************************************************************ZBNKTXB1
022200 CHECK-FILTER-AND-ACCUMULATE.                                     ZBNKTXB1
022300     IF WS-FILTER-DATE-FROM IS NOT EQUAL TO SPACES                ZBNKTXB1
022400         AND BTX-REC-POSTING-DATE IS LESS THAN                    ZBNKTXB1
022500             WS-FILTER-PD-FROM                                    ZBNKTXB1
022600       ADD 1 TO WS-RECORDS-SKIPPED                                ZBNKTXB1
022700       GO TO CHECK-FILTER-AND-ACCUMULATE-EXIT                     ZBNKTXB1
022800     END-IF.                                                      ZBNKTXB1
022900     IF WS-FILTER-DATE-TO IS NOT EQUAL TO SPACES                  ZBNKTXB1
023000         AND BTX-REC-POSTING-DATE IS GREATER THAN                 ZBNKTXB1
023100             WS-FILTER-PD-TO                                      ZBNKTXB1
023200       ADD 1 TO WS-RECORDS-SKIPPED                                ZBNKTXB1
023300       GO TO CHECK-FILTER-AND-ACCUMULATE-EXIT                     ZBNKTXB1
023400     END-IF.                                                      ZBNKTXB1
023600 CHECK-FILTER-AND-ACCUMULATE-EXIT.                                ZBNKTXB1
023700     EXIT.                                                        ZBNKTXB1
023800                                                                  ZBNKTXB1
023803******************************************************************ZBNKTXB1
023806* Convert the range to posting-date form and, when a from-date    ZBNKTXB1
023809* is given, position on the posting-date alternate key so the     ZBNKTXB1
023812* raw walk starts at the first entry of the range.                ZBNKTXB1
023815******************************************************************ZBNKTXB1
023818 SET-POSTING-DATE-RANGE.                                          ZBNKTXB1
023821     MOVE SPACES TO WS-FILTER-PD-FROM.                            ZBNKTXB1
023824     MOVE SPACES TO WS-FILTER-PD-TO.                              ZBNKTXB1
023827     IF WS-FILTER-DATE-TO IS NOT EQUAL TO SPACES                  ZBNKTXB1
023830       MOVE WS-FILTER-DATE-TO (1:4) TO WS-FILTER-PD-TO (1:4)      ZBNKTXB1
023833       MOVE WS-FILTER-DATE-TO (6:2) TO WS-FILTER-PD-TO (5:2)      ZBNKTXB1
023836       MOVE WS-FILTER-DATE-TO (9:2) TO WS-FILTER-PD-TO (7:2)      ZBNKTXB1
023839     END-IF.                                                      ZBNKTXB1
023842     IF WS-FILTER-DATE-FROM IS EQUAL TO SPACES                    ZBNKTXB1
023845       GO TO SET-POSTING-DATE-RANGE-EXIT                          ZBNKTXB1
023848     END-IF.                                                      ZBNKTXB1
023851     MOVE WS-FILTER-DATE-FROM (1:4) TO WS-FILTER-PD-FROM (1:4).   ZBNKTXB1
023854     MOVE WS-FILTER-DATE-FROM (6:2) TO WS-FILTER-PD-FROM (5:2).   ZBNKTXB1
023857     MOVE WS-FILTER-DATE-FROM (9:2) TO WS-FILTER-PD-FROM (7:2).   ZBNKTXB1
023860     MOVE WS-FILTER-PD-FROM TO BTX-REC-POSTING-DATE.              ZBNKTXB1
023863     MOVE LOW-VALUES TO BTX-REC-PD-ACCNO.                         ZBNKTXB1
023866     MOVE LOW-VALUES TO BTX-REC-PD-TIMESTAMP.                     ZBNKTXB1
023869     START BNKTXN-FILE KEY GREATER THAN OR EQUAL                  ZBNKTXB1
023872           BTX-REC-ALTKEY2.                                       ZBNKTXB1
023875     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKTXB1
023878       MOVE 'YES' TO WS-END-OF-FILE                               ZBNKTXB1
023881     ELSE                                                         ZBNKTXB1
023884       MOVE 'YES' TO WS-BROWSE-BY-POSTING-DATE                    ZBNKTXB1
023887     END-IF.                                                      ZBNKTXB1
023890 SET-POSTING-DATE-RANGE-EXIT.                                     ZBNKTXB1
023893     EXIT.                                                        ZBNKTXB1
023896                                                                  ZBNKTXB1
023900******************************************************************ZBNKTXB1
024000* Classify one BNKTXN entry by BTX-REC-TYPE / BTX-REC-SUB-        ZBNKTXB1
024100* TYPE - the transaction type and the channel/leg it was          ZBNKTXB1
034991     CLOSE BNKTXSUM-FILE.                                         ZBNKTXB1
034992                                                                  ZBNKTXB1
035000******************************************************************ZBNKTXB1
035100* Read the next BNKTXN entry, in timestamp order or, when a       ZBNKTXB1
035133* from-date positioned the file, in posting-date order - then     ZBNKTXB1
035166* the walk ends as soon as the entry is past the to-date.         ZBNKTXB1
035200******************************************************************ZBNKTXB1
035300 EXTRACT-GET.                                                     ZBNKTXB1
035400     READ BNKTXN-FILE.                                            ZBNKTXB1
036400         PERFORM ABORT-PROGRAM                                    ZBNKTXB1
036500       END-IF                                                     ZBNKTXB1
036600     ELSE                                                         ZBNKTXB1
036616       IF WS-BROWSE-BY-POSTING-DATE IS EQUAL TO 'YES' AND         ZBNKTXB1
036632          WS-FILTER-PD-TO IS NOT EQUAL TO SPACES AND              ZBNKTXB1
036648          BTX-REC-POSTING-DATE IS GREATER THAN WS-FILTER-PD-TO    ZBNKTXB1
036664         MOVE 'YES' TO WS-END-OF-FILE                             ZBNKTXB1
036680       ELSE                                                       ZBNKTXB1
036700         ADD 1 TO WS-RECORDS-READ                                 ZBNKTXB1
036750       END-IF                                                     ZBNKTXB1
036800     END-IF.                                                      ZBNKTXB1
036900                                                                  ZBNKTXB1
037000******************************************************************ZBNKTXB1
