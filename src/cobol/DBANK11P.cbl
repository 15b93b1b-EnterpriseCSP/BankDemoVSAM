001200***************************************************************** dbank11p
001300* Program:     DBANK11P.CBL                                     * dbank11p
001400* Function:    Obtain Bank Account Details (Extended)           * dbank11p
001433*              Every master-file update is journaled through    * dbank11p
001466*              DBANK85P for forward recovery.                   * dbank11p
001470*              ATM access is not enabled on an account owned by * dbank11p
001472*              a minor.                                         * dbank11p
001500*              VSAM Version                                     * dbank11p
001600***************************************************************** dbank11p
001700                                                                  dbank11p
005400   05  WS-TRANS-EDIT                         PIC Z(6)9.           dbank11p
005500   05  WS-TRANS-EDIT-X REDEFINES WS-TRANS-EDIT                    dbank11p
005600                                             PIC X(7).            dbank11p
005610   05  WS-BNKCUST-RID                        PIC X(5).            dbank11p
005700                                                                  dbank11p
005800 COPY CTSTAMPD.                                                   dbank11p
005900                                                                  dbank11p
006300 01  WS-BNKTXN-REC.                                               dbank11p
006400 COPY CBANKVTX.                                                   dbank11p
006500                                                                  dbank11p
006510 01  WS-BNKCUST-REC.                                              dbank11p
006520 COPY CBANKVCS.                                                   dbank11p
006530                                                                  dbank11p
006600 01  WS-COMMAREA.                                                 dbank11p
006700 COPY CBANKD11.                                                   dbank11p
006800                                                                  dbank11p
006900 COPY CABENDD.                                                    dbank11p
007000                                                                  dbank11p
007025 01  WS-RECOVERY-DATA.                                            dbank11p
007050 COPY CBANKD85.                                                   dbank11p
007075                                                                  dbank11p
007100 LINKAGE SECTION.                                                 dbank11p
007200 01  DFHCOMMAREA.                                                 dbank11p
007300   05  LK-COMMAREA                           PIC X(1)             dbank11p
019880                       FROM(WS-BNKACC-REC)                        dbank11p
019890                       LENGTH(LENGTH OF WS-BNKACC-REC)            dbank11p
019900                       RESP(WS-RESP)                              dbank11p
019910     END-EXEC                                                     dbank11p
019911     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank11p
019912        MOVE 'BNKACC' TO CD85I-FILE                               dbank11p
019913        SET CD85I-CHANGE TO TRUE                                  dbank11p
019914        MOVE WS-BNKACC-REC TO CD85I-IMAGE                         dbank11p
019915        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           dbank11p
019916     END-IF.                                                      dbank11p
019920                                                                  dbank11p
019930***************************************************************** dbank11p
019940* Did we update the record OK                                   * dbank11p
020088        GO TO WRITE-ATM-PROCESSING-EXIT                           dbank11p
020090     END-IF.                                                      dbank11p
020092                                                                  dbank11p
020192     IF CD11I-ATM-ENABLED IS EQUAL TO 'Y'                         dbank11p
020292        PERFORM CHECK-MINOR-OWNER THRU                            dbank11p
020392                CHECK-MINOR-OWNER-EXIT                            dbank11p
020492        IF CD11O-MINOR-REFUSED                                    dbank11p
020592           EXEC CICS UNLOCK FILE('BNKACC')                        dbank11p
020692           END-EXEC                                               dbank11p
020792           MOVE SPACES TO CD11O-ACCNO                             dbank11p
020892           GO TO WRITE-ATM-PROCESSING-EXIT                        dbank11p
020992        END-IF                                                    dbank11p
021092     END-IF.                                                      dbank11p
021192                                                                  dbank11p
021292***************************************************************** dbank11p
021392* Move in the new ATM enablement/limit and rewrite the record   * dbank11p
021492***************************************************************** dbank11p
021592     MOVE CD11I-ATM-ENABLED TO BAC-REC-ATM-ENABLED.               dbank11p
021692     MOVE CD11I-ATM-LIM-N TO BAC-REC-ATM-DAY-LIMIT.               dbank11p
021792     EXEC CICS REWRITE FILE('BNKACC')                             dbank11p
021892                       FROM(WS-BNKACC-REC)                        dbank11p
021992                       LENGTH(LENGTH OF WS-BNKACC-REC)            dbank11p
022092                       RESP(WS-RESP)                              dbank11p
022192     END-EXEC                                                     dbank11p
022292     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank11p
022392        MOVE 'BNKACC' TO CD85I-FILE                               dbank11p
022492        SET CD85I-CHANGE TO TRUE                                  dbank11p
022592        MOVE WS-BNKACC-REC TO CD85I-IMAGE                         dbank11p
022692        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           dbank11p
022792     END-IF.                                                      dbank11p
022892                                                                  dbank11p
022992***************************************************************** dbank11p
023092* Did we update the record OK                                   * dbank11p
023192***************************************************************** dbank11p
023292     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank11p
023392        MOVE CD11I-ACCNO TO CD11O-ACCNO                           dbank11p
023492     ELSE                                                         dbank11p
023592        MOVE SPACES TO CD11O-ACCNO                                dbank11p
023692     END-IF.                                                      dbank11p
023792                                                                  dbank11p
023892 WRITE-ATM-PROCESSING-EXIT.                                       dbank11p
023992     EXIT.                                                        dbank11p
024092                                                                  dbank11p
024192***************************************************************** dbank11p
024292* Journal the after-image of the master-file update just        * dbank11p
024392* made so it can be rolled forward onto a reload                * dbank11p
024492***************************************************************** dbank11p
024592 JOURNAL-UPDATE.                                                  dbank11p
024692     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         dbank11p
024792 COPY CBANKX85.                                                   dbank11p
024892 JOURNAL-UPDATE-EXIT.                                             dbank11p
024992     EXIT.                                                        dbank11p
025092                                                                  dbank11p
025192***************************************************************** dbank11p
025292* An account whose owner is a minor may not have ATM access     * dbank11p
025392* turned on                                                     * dbank11p
025492***************************************************************** dbank11p
025592 CHECK-MINOR-OWNER.                                               dbank11p
025692     MOVE BAC-REC-PID TO WS-BNKCUST-RID.                          dbank11p
025792     EXEC CICS READ FILE('BNKCUST')                               dbank11p
025892                    INTO(WS-BNKCUST-REC)                          dbank11p
025992                    LENGTH(LENGTH OF WS-BNKCUST-REC)              dbank11p
026092                    RIDFLD(WS-BNKCUST-RID)                        dbank11p
026192                    RESP(WS-RESP)                                 dbank11p
026292     END-EXEC.                                                    dbank11p
026392     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   dbank11p
026492        BCS-MINOR                                                 dbank11p
026592        MOVE 'Y' TO CD11O-MINOR-FLAG                              dbank11p
026692     END-IF.                                                      dbank11p
026792 CHECK-MINOR-OWNER-EXIT.                                          dbank11p
026892     EXIT.                                                        dbank11p
026992                                                                  dbank11p
027092* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank11p
