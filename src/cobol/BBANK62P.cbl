022900 COPY CBANKX11.                                                   bbank62p
023000        IF CD11O-ACCNO IS EQUAL TO SPACES                         bbank62p
023100           MOVE 'Unable to update ATM settings' TO WS-ERROR-MSG   bbank62p
023120           IF CD11O-MINOR-REFUSED                                 bbank62p
023140              MOVE 'ATM access is not allowed for a minor'        bbank62p
023160                TO WS-ERROR-MSG                                   bbank62p
023180           END-IF                                                 bbank62p
023200           MOVE WS-ERROR-MSG TO BANK-ERROR-MSG                    bbank62p
023300           MOVE 'BBANK62P' TO BANK-LAST-PROG                      bbank62p
023400           MOVE 'BBANK62P' TO BANK-NEXT-PROG                      bbank62p
