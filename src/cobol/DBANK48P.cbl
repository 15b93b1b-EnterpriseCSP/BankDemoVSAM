017400     MOVE CD48I-LOCATION TO ATM-REC-LOCATION.                     DBANK48P
017500     MOVE CD48I-BRANCH-CODE TO ATM-REC-BRANCH-CODE.               DBANK48P
017600     MOVE CD48I-CASSETTE-CAP TO ATM-REC-CASSETTE-CAP.             DBANK48P
017633     MOVE ZERO TO ATM-REC-LAST-LOAD-AMT.                          DBANK48P
017666     MOVE SPACES TO ATM-REC-LAST-LOAD-DATE.                       DBANK48P
017700     EXEC CICS WRITE FILE('BNKATMM')                              DBANK48P
017800                    FROM(WS-BNKATMM-REC)                          DBANK48P
017900                    LENGTH(LENGTH OF WS-BNKATMM-REC)              DBANK48P
