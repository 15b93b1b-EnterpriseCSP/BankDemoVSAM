014200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK63P
014300       GO TO BROWSE-DONE                                          DBANK63P
014400     END-IF.                                                      DBANK63P
014500     IF COL-CASE-CLOSED OR COL-CASE-STAYED                        DBANK63P
014600       GO TO BROWSE-LOOP                                          DBANK63P
014700     END-IF.                                                      DBANK63P
014800     ADD 1 TO WS-SUB1.                                            DBANK63P
