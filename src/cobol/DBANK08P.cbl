001300* Program:     DBANK08P.CBL                                     * dbank08p
001400* Function:    Obtain count of number of accounts user has,     * dbank08p
001420*              whether owned outright or as a joint owner       * dbank08p
001440*              and whether the customer is a minor              * dbank08p
001500*              VSAM version                                     * dbank08p
001600***************************************************************** dbank08p
001700                                                                  dbank08p
003792   05  WS-BASE-CURR-CODE                PIC X(3) VALUE 'USD'.     dbank08p
003794   05  WS-BAL-CONVERTED-N                PIC S9(9)V99.            dbank08p
003796   05  WS-BAL-RATE-N                     PIC S9(3)V9(6).          dbank08p
003797   05  WS-BNKCUST-RID                        PIC X(5).            dbank08p
003800                                                                  dbank08p
003850 01  WS-XCHRATE-DATA.                                             dbank08p
003860 COPY CBANKD13.                                                   dbank08p
004050                                                                  dbank08p
004060 01  WS-BNKTXN-REC.                                               dbank08p
004070 COPY CBANKVTX.                                                   dbank08p
004072                                                                  dbank08p
004074 01  WS-BNKCUST-REC.                                              dbank08p
004076 COPY CBANKVCS.                                                   dbank08p
004100                                                                  dbank08p
004200 01  WS-COMMAREA.                                                 dbank08p
004300 COPY CBANKD08.                                                   dbank08p
008100     MOVE 0 TO CD08O-COUNT.                                       dbank08p
008110     MOVE ZERO TO CD08O-TOTAL-BAL.                                dbank08p
008120     MOVE 0 TO CD08O-OD-COUNT.                                    dbank08p
008121     MOVE 'N' TO CD08O-MINOR-FLAG.                                dbank08p
008122     MOVE CD08I-CONTACT-ID TO WS-BNKCUST-RID.                     dbank08p
008123     EXEC CICS READ FILE('BNKCUST')                               dbank08p
008124                    INTO(WS-BNKCUST-REC)                          dbank08p
008125                    LENGTH(LENGTH OF WS-BNKCUST-REC)              dbank08p
008126                    RIDFLD(WS-BNKCUST-RID)                        dbank08p
008127                    RESP(WS-RESP)                                 dbank08p
008128     END-EXEC.                                                    dbank08p
008129     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   dbank08p
008130        BCS-MINOR                                                 dbank08p
008131        MOVE 'Y' TO CD08O-MINOR-FLAG                              dbank08p
008132     END-IF.                                                      dbank08p
008200 ACCOUNT-FETCH-LOOP.                                              dbank08p
008300     EXEC CICS READNEXT FILE('BNKACC1')                           dbank08p
008400                        INTO(WS-BNKACCT-REC)                      dbank08p
