015820     MOVE CD41O-EW-PENALTY-PCT TO EWPENO IN ATYP01AO.             SATYP01P
015830     MOVE CD41O-ACCRUAL-MODE TO ACRMDO IN ATYP01AO.               SATYP01P
015840     MOVE CD41O-DAY-XCH-LIMIT TO XCHLMO IN ATYP01AO.              SATYP01P
015870     MOVE CD41O-RET-ITEM-FEE TO RTFEEO IN ATYP01AO.               SATYP01P
015885     MOVE CD41O-CHQBOOK-FEE TO CBFEEO IN ATYP01AO.                SATYP01P
015890     MOVE CD41O-DUPSTMT-FEE TO DSFEEO IN ATYP01AO.                SATYP01P
015891     MOVE CD41O-ADULT-TYPE TO ADLTPO IN ATYP01AO.                 SATYP01P
015892     MOVE CD41O-GUARDIAN-LIMIT TO GRDLMO IN ATYP01AO.             SATYP01P
015896     MOVE CD41O-BACKVAL-DAYS TO BVDAYO IN ATYP01AO.               SATYP01P
015900     MOVE CD41O-NEW-INT-RATE TO WS-RATE-DISPLAY.                  SATYP01P
016000     MOVE WS-RATE-DISPLAY TO NEWRTO IN ATYP01AO.                  SATYP01P
016100     MOVE CD41O-NEW-RATE-EFF-DATE TO EFFDTO IN ATYP01AO.          SATYP01P
023200     IF WS-MONEY-IN IS NUMERIC                                    SATYP01P
023300       MOVE WS-MONEY-IN-N TO CD41I-MIN-BAL-WAIVE                  SATYP01P
023400     END-IF.                                                      SATYP01P
023401     MOVE ADLTPI IN ATYP01AI TO CD41I-ADULT-TYPE.                 SATYP01P
023402     IF CD41I-ADULT-TYPE IS EQUAL TO LOW-VALUES                   SATYP01P
023403       MOVE SPACES TO CD41I-ADULT-TYPE                            SATYP01P
023404     END-IF.                                                      SATYP01P
023405     MOVE GRDLMI IN ATYP01AI TO WS-MONEY-IN.                      SATYP01P
023406     IF WS-MONEY-IN IS NUMERIC                                    SATYP01P
023407       MOVE WS-MONEY-IN-N TO CD41I-GUARDIAN-LIMIT                 SATYP01P
023408     END-IF.                                                      SATYP01P
023410     MOVE TERMMI IN ATYP01AI TO WS-COUNT-IN.                      SATYP01P
023420     IF WS-COUNT-IN IS NUMERIC                                    SATYP01P
023430       MOVE WS-COUNT-IN-N TO CD41I-TERM-MONTHS                    SATYP01P
023440     END-IF.                                                      SATYP01P
023442     MOVE BVDAYI IN ATYP01AI TO WS-COUNT-IN.                      SATYP01P
023444     IF WS-COUNT-IN IS NUMERIC                                    SATYP01P
023446       MOVE WS-COUNT-IN-N TO CD41I-BACKVAL-DAYS                   SATYP01P
023448     END-IF.                                                      SATYP01P
023450     MOVE EWPENI IN ATYP01AI TO WS-PCT-IN.                        SATYP01P
023460     IF WS-PCT-IN IS NUMERIC                                      SATYP01P
023470       MOVE WS-PCT-IN-N TO CD41I-EW-PENALTY-PCT                   SATYP01P
023492     IF WS-LIMIT-IN IS NUMERIC                                    SATYP01P
023494       MOVE WS-LIMIT-IN-N TO CD41I-DAY-XCH-LIMIT                  SATYP01P
023496     END-IF.                                                      SATYP01P
023497     MOVE RTFEEI IN ATYP01AI TO WS-MONEY-IN.                      SATYP01P
023498     IF WS-MONEY-IN IS NUMERIC                                    SATYP01P
023499       MOVE WS-MONEY-IN-N TO CD41I-RET-ITEM-FEE                   SATYP01P
023500     END-IF.                                                      SATYP01P
023510     MOVE CBFEEI IN ATYP01AI TO WS-MONEY-IN.                      SATYP01P
023520     IF WS-MONEY-IN IS NUMERIC                                    SATYP01P
023530       MOVE WS-MONEY-IN-N TO CD41I-CHQBOOK-FEE                    SATYP01P
023540     END-IF.                                                      SATYP01P
023541     MOVE DSFEEI IN ATYP01AI TO WS-MONEY-IN.                      SATYP01P
023542     IF WS-MONEY-IN IS NUMERIC                                    SATYP01P
023543       MOVE WS-MONEY-IN-N TO CD41I-DUPSTMT-FEE                    SATYP01P
023544     END-IF.                                                      SATYP01P
023550 EDIT-RATE-FIELDS-EXIT.                                           SATYP01P
023600     EXIT.                                                        SATYP01P
023700                                                                  SATYP01P
023800***************************************************************** SATYP01P
