009700                                                                  dbank37p
009800***************************************************************** dbank37p
009900* Browse request - return up to four pending hits               * dbank37p
009950* starting from the passed key when there is one                * dbank37p
010000***************************************************************** dbank37p
010100 BROWSE-PROCESSING.                                               dbank37p
010133     IF CD37I-KEY IS EQUAL TO SPACES                              dbank37p
010166       MOVE LOW-VALUES TO WS-BNKDENYQ-RID                         dbank37p
010199     ELSE                                                         dbank37p
010232       MOVE CD37I-KEY TO WS-BNKDENYQ-RID                          dbank37p
010265     END-IF.                                                      dbank37p
010300     EXEC CICS STARTBR FILE('BNKDENYQ')                           dbank37p
010400                  RIDFLD(WS-BNKDENYQ-RID)                         dbank37p
010500                  GTEQ                                            dbank37p
