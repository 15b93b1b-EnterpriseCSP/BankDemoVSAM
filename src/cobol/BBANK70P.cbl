022210     PERFORM APPLY-RISK-ADJUSTMENT THRU                           bbank70p
022220         APPLY-RISK-ADJUSTMENT-EXIT.                              bbank70p
022230                                                                  bbank70p
022232* A minor is not quoted for a loan                                bbank70p
022234     IF CD08O-MINOR                                               bbank70p
022236        MOVE SPACES TO BANK-SCR70-PAYMENT                         bbank70p
022238        MOVE 'Loan quotes are not available to a minor'           bbank70p
022240          TO BANK-ERROR-MSG                                       bbank70p
022242        MOVE 'BBANK70P' TO BANK-LAST-PROG                         bbank70p
022244        MOVE 'BBANK70P' TO BANK-NEXT-PROG                         bbank70p
022246        MOVE 'MBANK70' TO BANK-LAST-MAPSET                        bbank70p
022248        MOVE 'BANK70A' TO BANK-LAST-MAP                           bbank70p
022250        MOVE 'MBANK70' TO BANK-NEXT-MAPSET                        bbank70p
022252        MOVE 'BANK70A' TO BANK-NEXT-MAP                           bbank70p
022254        GO TO COMMON-RETURN                                       bbank70p
022256     END-IF.                                                      bbank70p
022258                                                                  bbank70p
022300* Now calculate the monthly cost of the loan                      bbank70p
022400     MOVE WS-CALC-WORK-AMOUNT-N TO WS-LOAN-PRINCIPAL.             bbank70p
022500     DIVIDE 100 INTO WS-CALC-WORK-PERC-N                          bbank70p
046360        MOVE CDLNO-LOAN-ID TO BANK-SCR70-LOAN-ID                  bbank70p
046370        MOVE 'Loan originated - see loan id below'                bbank70p
046380          TO BANK-ERROR-MSG                                       bbank70p
046385     ELSE                                                         bbank70p
046390        IF CDLNO-NOT-APPROVED                                     bbank70p
046395           MOVE 'No approved loan application - see a branch'     bbank70p
046400             TO BANK-ERROR-MSG                                    bbank70p
046405        ELSE                                                      bbank70p
046410           MOVE 'Unable to originate loan - try again'            bbank70p
046415             TO BANK-ERROR-MSG                                    bbank70p
046420        END-IF                                                    bbank70p
046425     END-IF.                                                      bbank70p
046430 ORIGINATE-LOAN-EXIT.                                             bbank70p
046440     EXIT.                                                        bbank70p
046450                                                                  bbank70p
