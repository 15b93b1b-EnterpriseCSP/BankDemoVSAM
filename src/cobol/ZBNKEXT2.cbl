001200***************************************************************** zbnkext2
001300* Program:     ZBNKEXT2.CBL                                       zbnkext2
001400* Function:    Extract mailing-label data for statement inserts   zbnkext2
001410*              - none for a customer whose address has been       zbnkext2
001420*              returned undeliverable                             zbnkext2
001500***************************************************************** zbnkext2
001600  IDENTIFICATION DIVISION.                                        zbnkext2
001700  PROGRAM-ID.                                                     zbnkext2
005900        VALUE ZERO.                                               zbnkext2
006000    05  WS-RECORD-COUNTER2                    PIC 9(5)            zbnkext2
006100        VALUE ZERO.                                               zbnkext2
006110    05  WS-RECORD-COUNTER3                    PIC 9(5)            zbnkext2
006120        VALUE ZERO.                                               zbnkext2
006200                                                                  zbnkext2
006300    05  WS-LAST-PID                           PIC X(5)            zbnkext2
006400        VALUE LOW-VALUES.                                         zbnkext2
016000                                                                  zbnkext2
016100              IF CD51O-PID IS NOT EQUAL TO WS-LAST-PID            zbnkext2
016200                 AND NOT CD51-STMT-CYCLE-NONE                     zbnkext2
016210                 IF CD51-ADDR-UNDELIVERABLE                       zbnkext2
016220                    ADD 1 TO WS-RECORD-COUNTER3                   zbnkext2
016230                 ELSE                                             zbnkext2
016300                    MOVE SPACES TO EXTRACT-REC                    zbnkext2
016400                    MOVE CD51O-NAME TO BANKXT02-NAME              zbnkext2
016500                    MOVE CD51O-ADDR1 TO BANKXT02-ADDR1            zbnkext2
016600                    MOVE CD51O-ADDR2 TO BANKXT02-ADDR2            zbnkext2
016700                    MOVE CD51O-POST-CODE TO BANKXT02-ZIP          zbnkext2
016800                    MOVE CD51O-PID TO BANKXT02-PID                zbnkext2
016900                    PERFORM EXTRACT-PUT                           zbnkext2
017000                    ADD 1 TO WS-RECORD-COUNTER2                   zbnkext2
017050                 END-IF                                           zbnkext2
017100                 MOVE CD51O-PID TO WS-LAST-PID                    zbnkext2
017200              END-IF                                              zbnkext2
017210              PERFORM CHECKPOINT-WRITE-IF-DUE                     zbnkext2
019800               DELIMITED BY SIZE                                  zbnkext2
019900        INTO WS-CONSOLE-MESSAGE.                                  zbnkext2
020000      PERFORM DISPLAY-CONSOLE-MESSAGE.                            zbnkext2
020010      MOVE SPACES TO WS-CONSOLE-MESSAGE.                          zbnkext2
020020      STRING WS-RECORD-COUNTER3 DELIMITED BY SIZE                 zbnkext2
020030             ' labels held - address undeliverable'               zbnkext2
020040               DELIMITED BY SIZE                                  zbnkext2
020050        INTO WS-CONSOLE-MESSAGE.                                  zbnkext2
020060      PERFORM DISPLAY-CONSOLE-MESSAGE.                            zbnkext2
020100      MOVE 'End Of Job'                                           zbnkext2
020200        TO WS-CONSOLE-MESSAGE.                                    zbnkext2
020300      PERFORM DISPLAY-CONSOLE-MESSAGE.                            zbnkext2
