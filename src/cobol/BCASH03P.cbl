001400* Layer:       Business logic                                   * bcash03p
001500* Function:    ATM - cash withdrawal. This is the same as funds * bcash03p
001600*              transfer but to a different person (the bank)    * bcash03p
001633*              Every master-file update is journaled through    * bcash03p
001666*              DBANK85P for forward recovery.                   * bcash03p
001670*              A withdrawal from an account enrolled for round- * bcash03p
001673*              up savings with ATM withdrawals included has its * bcash03p
001676*              round-up collected through DBANK98P.             * bcash03p
001700***************************************************************** bcash03p
001800                                                                  bcash03p
001900 IDENTIFICATION DIVISION.                                         bcash03p
004460                                                                  bcash03p
004500 COPY CABENDD.                                                    bcash03p
004600                                                                  bcash03p
004625 01  WS-RECOVERY-DATA.                                            bcash03p
004650 COPY CBANKD85.                                                   bcash03p
004675                                                                  bcash03p
004680 01  WS-ROUNDUP-DATA.                                             bcash03p
004685 COPY CBANKD98.                                                   bcash03p
004690                                                                  bcash03p
004700 LINKAGE SECTION.                                                 bcash03p
004800 01  DFHCOMMAREA.                                                 bcash03p
004900   05  LK-COMMAREA                           PIC X(6144).         bcash03p
008627                     RIDFLD(WS-BNKALRTQ-RID)                      bcash03p
008628                     RESP(WS-ALERT-RESP)                          bcash03p
008629           END-EXEC                                               bcash03p
008639           IF WS-ALERT-RESP IS EQUAL TO DFHRESP(NORMAL)           bcash03p
008649              MOVE 'BNKALRTQ' TO CD85I-FILE                       bcash03p
008659              SET CD85I-ADD TO TRUE                               bcash03p
008669              MOVE WS-BNKALRTQ-REC TO CD85I-IMAGE                 bcash03p
008679              PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT     bcash03p
008689           END-IF                                                 bcash03p
008699        END-IF                                                    bcash03p
008709     END-IF.                                                      bcash03p
008719                                                                  bcash03p
008729***************************************************************** bcash03p
008739* When cash was dispensed from an account enrolled for round-up * bcash03p
008749* savings that includes ATM withdrawals, the round-up is added  * bcash03p
008759* to what the next daily transfer moves - best effort, the      * bcash03p
008769* dispense never fails over a round-up                          * bcash03p
008779***************************************************************** bcash03p
008789     IF CASH-ERROR-MSG IS EQUAL TO SPACES                         bcash03p
008799        MOVE SPACES TO CD98-DATA                                  bcash03p
008809        SET CD98I-ATM-ROUNDUP TO TRUE                             bcash03p
008819        MOVE CASH-ATM3-FROM-ACC TO CD98I-ACCNO                    bcash03p
008829        MOVE ZERO TO CD98I-MULTIPLE                               bcash03p
008839        MOVE ZERO TO CD98I-THRESHOLD                              bcash03p
008849        MOVE CD19I-DISPENSED-AMT TO CD98I-AMOUNT                  bcash03p
008859 COPY CBANKX98.                                                   bcash03p
008869     END-IF.                                                      bcash03p
008879                                                                  bcash03p
008889 COMMON-RETURN.                                                   bcash03p
008900     MOVE WS-CASH-DATA TO DFHCOMMAREA (1:LENGTH OF WS-CASH-DATA). bcash03p
009000 COPY CRETURN.                                                    bcash03p
009100                                                                  bcash03p
009109***************************************************************** bcash03p
009118* Journal the after-image of the master-file update just        * bcash03p
009127* made so it can be rolled forward onto a reload                * bcash03p
009136***************************************************************** bcash03p
009145 JOURNAL-UPDATE.                                                  bcash03p
009154     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         bcash03p
009163 COPY CBANKX85.                                                   bcash03p
009172 JOURNAL-UPDATE-EXIT.                                             bcash03p
009181     EXIT.                                                        bcash03p
009190                                                                  bcash03p
009200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     bcash03p
