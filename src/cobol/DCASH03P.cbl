001300* Program:     DCASH03P.CBL                                     * dcash03p
001400* Function:    Rewrite the ATM PIN held on the customer record  * dcash03p
001500*              (BNKCUST) - the update side of the PIN that      * dcash03p
001533*              Every master-file update is journaled through    * dcash03p
001566*              DBANK85P for forward recovery.                   * dcash03p
001600*              DCASH01P only reads.  VSAM version               * dcash03p
001700***************************************************************** dcash03p
001800                                                                  dcash03p
004400                                                                  dcash03p
004500 COPY CABENDD.                                                    dcash03p
004600                                                                  dcash03p
004625 01  WS-RECOVERY-DATA.                                            dcash03p
004650 COPY CBANKD85.                                                   dcash03p
004675                                                                  dcash03p
004700 LINKAGE SECTION.                                                 dcash03p
004800 01  DFHCOMMAREA.                                                 dcash03p
004900   05  LK-COMMAREA                           PIC X(1)             dcash03p
009400                    FROM(WS-BNKCUST-REC)                          dcash03p
009500                    LENGTH(LENGTH OF WS-BNKCUST-REC)              dcash03p
009600                    RESP(WS-RESP)                                 dcash03p
009700     END-EXEC                                                     dcash03p
009714     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dcash03p
009728        MOVE 'BNKCUST' TO CD85I-FILE                              dcash03p
009742        SET CD85I-CHANGE TO TRUE                                  dcash03p
009756        MOVE WS-BNKCUST-REC TO CD85I-IMAGE                        dcash03p
009770        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           dcash03p
009784     END-IF.                                                      dcash03p
009800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dcash03p
009900       SET CD03O-ERROR TO TRUE                                    dcash03p
010000       MOVE 'Unable to rewrite customer record' TO CD03O-MSG      dcash03p
011100***************************************************************** dcash03p
011200 COPY CRETURN.                                                    dcash03p
011300                                                                  dcash03p
011309***************************************************************** dcash03p
011318* Journal the after-image of the master-file update just        * dcash03p
011327* made so it can be rolled forward onto a reload                * dcash03p
011336***************************************************************** dcash03p
011345 JOURNAL-UPDATE.                                                  dcash03p
011354     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         dcash03p
011363 COPY CBANKX85.                                                   dcash03p
011372 JOURNAL-UPDATE-EXIT.                                             dcash03p
011381     EXIT.                                                        dcash03p
011390                                                                  dcash03p
011400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dcash03p
