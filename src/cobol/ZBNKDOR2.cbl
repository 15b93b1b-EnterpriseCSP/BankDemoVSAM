003600*              WS-CLOSURE-DAYS have elapsed since it was        * ZBNKDOR2
003700*              marked dormant (BAC-REC-STATUS-DTE), whichever   * ZBNKDOR2
003800*              comes first.                                     * ZBNKDOR2
003801*              No fee is charged while the account holder has   * ZBNKDOR2
003802*              an active bankruptcy case on BNKBKRP; closure    * ZBNKDOR2
003803*              still follows the rules above.                   * ZBNKDOR2
003804*              Every master-file update is journaled through    * ZBNKDOR2
003805*              UJOURNL for forward recovery.                    * ZBNKDOR2
003852***************************************************************** ZBNKDOR2
003900                                                                  ZBNKDOR2
004000 IDENTIFICATION DIVISION.                                         ZBNKDOR2
004100 PROGRAM-ID.                                                      ZBNKDOR2
006100           ACCESS MODE  IS DYNAMIC                                ZBNKDOR2
006200           RECORD KEY   IS BTX-REC-TIMESTAMP                      ZBNKDOR2
006300           ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES       ZBNKDOR2
006350           ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES       ZBNKDOR2
006400           FILE STATUS  IS WS-BNKTXN-STATUS.                      ZBNKDOR2
006500                                                                  ZBNKDOR2
006592     SELECT BNKCTL-FILE                                           ZBNKDOR2
006595            ACCESS MODE  IS RANDOM                                ZBNKDOR2
006596            RECORD KEY   IS CTL-KEY                               ZBNKDOR2
006597            FILE STATUS  IS WS-BNKCTL-STATUS.                     ZBNKDOR2
006608     SELECT BNKBKRP-FILE                                          ZBNKDOR2
006619            ASSIGN       TO BNKBKRP                               ZBNKDOR2
006630            ORGANIZATION IS INDEXED                               ZBNKDOR2
006641            ACCESS MODE  IS DYNAMIC                               ZBNKDOR2
006652            RECORD KEY   IS BKR-KEY                               ZBNKDOR2
006663            FILE STATUS  IS WS-BNKBKRP-STATUS.                    ZBNKDOR2
006674                                                                  ZBNKDOR2
006685 DATA DIVISION.                                                   ZBNKDOR2
006700 FILE SECTION.                                                    ZBNKDOR2
006800                                                                  ZBNKDOR2
006900 FD  BNKACC-FILE.                                                 ZBNKDOR2
007695 FD  BNKCTL-FILE.                                                 ZBNKDOR2
007696 01  BNKCTL-REC.                                                  ZBNKDOR2
007697 COPY CBANKVCT.                                                   ZBNKDOR2
007708                                                                  ZBNKDOR2
007719 FD  BNKBKRP-FILE.                                                ZBNKDOR2
007730 01  BNKBKRP-REC.                                                 ZBNKDOR2
007741 COPY CBANKVBK.                                                   ZBNKDOR2
007752                                                                  ZBNKDOR2
007763 WORKING-STORAGE SECTION.                                         ZBNKDOR2
007774 COPY CJOURNLD.                                                   ZBNKDOR2
007785                                                                  ZBNKDOR2
007800 COPY CTIMERD.                                                    ZBNKDOR2
007900                                                                  ZBNKDOR2
008000 COPY CTSTAMPD.                                                   ZBNKDOR2
009501   05  WS-BNKCTL-STATUS.                                          ZBNKDOR2
009502     10  WS-BNKCTL-STAT1                     PIC X(1).            ZBNKDOR2
009503     10  WS-BNKCTL-STAT2                     PIC X(1).            ZBNKDOR2
009519   05  WS-BNKBKRP-STATUS.                                         ZBNKDOR2
009535     10  WS-BNKBKRP-STAT1                    PIC X(1).            ZBNKDOR2
009551     10  WS-BNKBKRP-STAT2                    PIC X(1).            ZBNKDOR2
009567   05  WS-CTL-AMOUNT                         PIC S9(13)V99        ZBNKDOR2
009583       COMP-3 VALUE ZERO.                                         ZBNKDOR2
009600   05  WS-BNKACC-STATUS.                                          ZBNKDOR2
009700     10  WS-BNKACC-STAT1                 PIC X(1).                ZBNKDOR2
009800     10  WS-BNKACC-STAT2                 PIC X(1).                ZBNKDOR2
012200           VALUE ZERO.                                            ZBNKDOR2
012300   05  WS-ACCOUNTS-CLOSED                 PIC 9(7)                ZBNKDOR2
012400           VALUE ZERO.                                            ZBNKDOR2
012433   05  WS-ACCOUNTS-FEE-WAIVED             PIC 9(7)                ZBNKDOR2
012466           VALUE ZERO.                                            ZBNKDOR2
012500   05  WS-CONSOLE-MESSAGE                 PIC X(60).              ZBNKDOR2
012600                                                                  ZBNKDOR2
012700 01  WS-PARM-WORK.                                                ZBNKDOR2
026300         ' closed' DELIMITED BY SIZE                              ZBNKDOR2
026400       INTO WS-CONSOLE-MESSAGE.                                   ZBNKDOR2
026500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKDOR2
026516     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKDOR2
026532     STRING WS-ACCOUNTS-FEE-WAIVED       DELIMITED BY SIZE        ZBNKDOR2
026548         ' fee waived - bankruptcy' DELIMITED BY SIZE             ZBNKDOR2
026564       INTO WS-CONSOLE-MESSAGE.                                   ZBNKDOR2
026580     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKDOR2
026600     MOVE 'End Of Job'                                            ZBNKDOR2
026700         TO WS-CONSOLE-MESSAGE.                                   ZBNKDOR2
026800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKDOR2
032600 MARK-ACCOUNT-DORMANT.                                            ZBNKDOR2
032700     SET BAC-STATUS-DORMANT TO TRUE.                              ZBNKDOR2
032800     MOVE WS-TODAY-DATE-DASH TO BAC-REC-STATUS-DTE.               ZBNKDOR2
032900     REWRITE BAC-RECORD                                           ZBNKDOR2
032933     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKDOR2
032966     PERFORM JOURNAL-BNKACC.                                      ZBNKDOR2
033000     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKDOR2
033100        MOVE 'Unable to rewrite account marking it dormant'       ZBNKDOR2
033200          TO WS-CONSOLE-MESSAGE                                   ZBNKDOR2
035200* elapsed since it was marked dormant, whichever comes first.   * ZBNKDOR2
035300***************************************************************** ZBNKDOR2
035400 PROCESS-DORMANT-ACCOUNT.                                         ZBNKDOR2
035422     MOVE BAC-REC-PID TO BKR-REC-PID.                             ZBNKDOR2
035444     READ BNKBKRP-FILE.                                           ZBNKDOR2
035466     IF WS-BNKBKRP-STATUS IS EQUAL TO '00' AND                    ZBNKDOR2
035488        BKR-CASE-ACTIVE                                           ZBNKDOR2
035510        ADD 1 TO WS-ACCOUNTS-FEE-WAIVED                           ZBNKDOR2
035532     ELSE                                                         ZBNKDOR2
035554        PERFORM CHARGE-DORMANT-FEE                                ZBNKDOR2
035576     END-IF.                                                      ZBNKDOR2
035600                                                                  ZBNKDOR2
035700     IF BAC-REC-BALANCE IS LESS THAN OR EQUAL TO ZERO             ZBNKDOR2
035800        OR BAC-REC-STATUS-DTE IS LESS THAN                        ZBNKDOR2
036600***************************************************************** ZBNKDOR2
036700 CHARGE-DORMANT-FEE.                                              ZBNKDOR2
036800     SUBTRACT WS-DORMANT-FEE-AMOUNT FROM BAC-REC-BALANCE.         ZBNKDOR2
036900     REWRITE BAC-RECORD                                           ZBNKDOR2
036933     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKDOR2
036966     PERFORM JOURNAL-BNKACC.                                      ZBNKDOR2
037000     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKDOR2
037100        MOVE 'Unable to rewrite account for dormant fee'          ZBNKDOR2
037200          TO WS-CONSOLE-MESSAGE                                   ZBNKDOR2
039200 CLOSE-DORMANT-ACCOUNT.                                           ZBNKDOR2
039300     SET BAC-STATUS-CLOSED TO TRUE.                               ZBNKDOR2
039400     MOVE WS-TODAY-DATE-DASH TO BAC-REC-STATUS-DTE.               ZBNKDOR2
039500     REWRITE BAC-RECORD                                           ZBNKDOR2
039533     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKDOR2
039566     PERFORM JOURNAL-BNKACC.                                      ZBNKDOR2
039600     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKDOR2
039700        MOVE 'Unable to rewrite account for dormant closure'      ZBNKDOR2
039800          TO WS-CONSOLE-MESSAGE                                   ZBNKDOR2
044100                           WS-TWOS-COMP-OUTPUT                    ZBNKDOR2
044200                           WS-TWOS-COMP-FORMAT.                   ZBNKDOR2
044300     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKDOR2
044350 COPY CBANKTXP.                                                   ZBNKDOR2
044400     WRITE BTX-RECORD                                             ZBNKDOR2
044433     SET JRN-CTL-ADD TO TRUE                                      ZBNKDOR2
044466     PERFORM JOURNAL-BNKTXN.                                      ZBNKDOR2
044500     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKDOR2
044600        MOVE 'Unable to write dormancy audit record'              ZBNKDOR2
044700          TO WS-CONSOLE-MESSAGE                                   ZBNKDOR2
047300        PERFORM DISPLAY-IO-STATUS                                 ZBNKDOR2
047400        PERFORM ABORT-PROGRAM                                     ZBNKDOR2
047500     END-IF.                                                      ZBNKDOR2
047508     OPEN INPUT BNKBKRP-FILE.                                     ZBNKDOR2
047516     IF WS-BNKBKRP-STATUS IS NOT EQUAL TO '00' AND                ZBNKDOR2
047524        WS-BNKBKRP-STATUS IS NOT EQUAL TO '05' AND                ZBNKDOR2
047532        WS-BNKBKRP-STATUS IS NOT EQUAL TO '35'                    ZBNKDOR2
047540        MOVE 'BNKBKRP file open failure...'                       ZBNKDOR2
047548          TO WS-CONSOLE-MESSAGE                                   ZBNKDOR2
047556        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDOR2
047564        MOVE WS-BNKBKRP-STATUS TO WS-IO-STATUS                    ZBNKDOR2
047572        PERFORM DISPLAY-IO-STATUS                                 ZBNKDOR2
047580        PERFORM ABORT-PROGRAM                                     ZBNKDOR2
047588     END-IF.                                                      ZBNKDOR2
047600                                                                  ZBNKDOR2
047700***************************************************************** ZBNKDOR2
047800* Close the account and transaction files                       * ZBNKDOR2
048000 CLOSE-FILES.                                                     ZBNKDOR2
048100     CLOSE BNKACC-FILE.                                           ZBNKDOR2
048200     CLOSE BNKTXN-FILE.                                           ZBNKDOR2
048250     CLOSE BNKBKRP-FILE.                                          ZBNKDOR2
048300                                                                  ZBNKDOR2
048301***************************************************************** ZBNKDOR2
048302* Record this run's activity counts on the shared control file  * ZBNKDOR2
048333      END-IF.                                                     ZBNKDOR2
048334      CLOSE BNKCTL-FILE.                                          ZBNKDOR2
048335                                                                  ZBNKDOR2
048336***************************************************************** ZBNKDOR2
048337* Journal the BNKACC record just added, changed or deleted so   * ZBNKDOR2
048338* it can be rolled forward onto a reload                        * ZBNKDOR2
048339***************************************************************** ZBNKDOR2
048340 JOURNAL-BNKACC.                                                  ZBNKDOR2
048341     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKDOR2
048342     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKDOR2
048343     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKDOR2
048344     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKDOR2
048345     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKDOR2
048346     IF JRN-CTL-ERROR                                             ZBNKDOR2
048347        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKDOR2
048348        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDOR2
048349        PERFORM ABORT-PROGRAM                                     ZBNKDOR2
048350     END-IF.                                                      ZBNKDOR2
048351                                                                  ZBNKDOR2
048352***************************************************************** ZBNKDOR2
048353* Journal the BNKTXN record just added, changed or deleted so   * ZBNKDOR2
048354* it can be rolled forward onto a reload                        * ZBNKDOR2
048355***************************************************************** ZBNKDOR2
048356 JOURNAL-BNKTXN.                                                  ZBNKDOR2
048357     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKDOR2
048358     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKDOR2
048359     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKDOR2
048360     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKDOR2
048361     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKDOR2
048362     IF JRN-CTL-ERROR                                             ZBNKDOR2
048363        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKDOR2
048364        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDOR2
048365        PERFORM ABORT-PROGRAM                                     ZBNKDOR2
048366     END-IF.                                                      ZBNKDOR2
048367                                                                  ZBNKDOR2
048400***************************************************************** ZBNKDOR2
048500* Display the file status bytes. This routine will display as   * ZBNKDOR2
048600* two digits if the full two byte file status is numeric. If    * ZBNKDOR2
