001200***************************************************************** dbank02p
001300* Program:     DBANK02P.CBL                                     * dbank02p
001400* Function:    Obtain/update address information                * dbank02p
001433*              Every master-file update is journaled through    * dbank02p
001466*              DBANK85P for forward recovery.                   * dbank02p
001475*              A PID merged into another customer is read and   * dbank02p
001485*              updated as the surviving customer.               * dbank02p
001490*              Recording a new address clears the returned-mail * dbank02p
001491*              undeliverable flag.                              * dbank02p
001500*              VSAM version                                     * dbank02p
001600***************************************************************** dbank02p
001700                                                                  dbank02p
004300                                                                  dbank02p
004400 COPY CABENDD.                                                    dbank02p
004500                                                                  dbank02p
004525 01  WS-RECOVERY-DATA.                                            dbank02p
004550 COPY CBANKD85.                                                   dbank02p
004575                                                                  dbank02p
004600 LINKAGE SECTION.                                                 dbank02p
004700 01  DFHCOMMAREA.                                                 dbank02p
004800   05  LK-COMMAREA                           PIC X(1)             dbank02p
009500* Now attempt to get the requested record                       * dbank02p
009600***************************************************************** dbank02p
009700     MOVE CD02I-CONTACT-ID TO WS-BNKCUST-RID.                     dbank02p
009733     PERFORM FOLLOW-MERGE-REDIRECT THRU                           dbank02p
009766             FOLLOW-MERGE-REDIRECT-EXIT.                          dbank02p
009800     EXEC CICS READ FILE('BNKCUST')                               dbank02p
009900                    INTO(WS-BNKCUST-REC)                          dbank02p
010000                    LENGTH(LENGTH OF WS-BNKCUST-REC)              dbank02p
014000* Now attempt to get the requested record for update            * dbank02p
014100***************************************************************** dbank02p
014200     MOVE CD02I-CONTACT-ID TO WS-BNKCUST-RID.                     dbank02p
014233     PERFORM FOLLOW-MERGE-REDIRECT THRU                           dbank02p
014266             FOLLOW-MERGE-REDIRECT-EXIT.                          dbank02p
014300     EXEC CICS READ FILE('BNKCUST')                               dbank02p
014400                    UPDATE                                        dbank02p
014500                    INTO(WS-BNKCUST-REC)                          dbank02p
015800        GO TO WRITE-PROCESSING-EXIT                               dbank02p
015900     END-IF.                                                      dbank02p
016000                                                                  dbank02p
016005***************************************************************** dbank02p
016010* A new address clears the returned-mail undeliverable flag     * dbank02p
016015***************************************************************** dbank02p
016020     IF CD02I-CONTACT-ADDR1 IS NOT EQUAL TO BCS-REC-ADDR1 OR      dbank02p
016025        CD02I-CONTACT-ADDR2 IS NOT EQUAL TO BCS-REC-ADDR2 OR      dbank02p
016030        CD02I-CONTACT-STATE IS NOT EQUAL TO BCS-REC-STATE OR      dbank02p
016035        CD02I-CONTACT-CNTRY IS NOT EQUAL TO BCS-REC-CNTRY OR      dbank02p
016040        CD02I-CONTACT-PSTCDE IS NOT EQUAL TO BCS-REC-POST-CODE    dbank02p
016045        MOVE SPACES TO BCS-REC-UNDELIV-FLAG                       dbank02p
016050        MOVE SPACES TO BCS-REC-UNDELIV-DTE                        dbank02p
016055        MOVE SPACES TO BCS-REC-UNDELIV-DOC                        dbank02p
016060     END-IF.                                                      dbank02p
016100     MOVE CD02I-CONTACT-ADDR1 TO BCS-REC-ADDR1.                   dbank02p
016200     MOVE CD02I-CONTACT-ADDR2 TO BCS-REC-ADDR2.                   dbank02p
016300     MOVE CD02I-CONTACT-STATE TO BCS-REC-STATE.                   dbank02p
017100                       FROM(WS-BNKCUST-REC)                       dbank02p
017200                       LENGTH(LENGTH OF WS-BNKCUST-REC)           dbank02p
017300                       RESP(WS-RESP)                              dbank02p
017400     END-EXEC                                                     dbank02p
017414     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank02p
017428        MOVE 'BNKCUST' TO CD85I-FILE                              dbank02p
017442        SET CD85I-CHANGE TO TRUE                                  dbank02p
017456        MOVE WS-BNKCUST-REC TO CD85I-IMAGE                        dbank02p
017470        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           dbank02p
017484     END-IF.                                                      dbank02p
017500                                                                  dbank02p
017600***************************************************************** dbank02p
017700* Did we update the record OK                                   * dbank02p
033430 CHECK-CLEARED-OVERRIDE-EXIT.                                     dbank02p
033440     EXIT.                                                        dbank02p
033441                                                                  dbank02p
033541***************************************************************** dbank02p
033641* Journal the after-image of the master-file update just        * dbank02p
033741* made so it can be rolled forward onto a reload                * dbank02p
033841***************************************************************** dbank02p
033941 JOURNAL-UPDATE.                                                  dbank02p
034041     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         dbank02p
034141 COPY CBANKX85.                                                   dbank02p
034241 JOURNAL-UPDATE-EXIT.                                             dbank02p
034341     EXIT.                                                        dbank02p
034441                                                                  dbank02p
034541***************************************************************** dbank02p
034641* A PID merged into another by ZBNKMRG1 stays on file only as a * dbank02p
034741* redirect - read and update the surviving customer instead     * dbank02p
034841***************************************************************** dbank02p
034941 FOLLOW-MERGE-REDIRECT.                                           dbank02p
035041     EXEC CICS READ FILE('BNKCUST')                               dbank02p
035141                    INTO(WS-BNKCUST-REC)                          dbank02p
035241                    LENGTH(LENGTH OF WS-BNKCUST-REC)              dbank02p
035341                    RIDFLD(WS-BNKCUST-RID)                        dbank02p
035441                    RESP(WS-RESP)                                 dbank02p
035541     END-EXEC.                                                    dbank02p
035641     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   dbank02p
035741        BCS-REC-MERGED-TO-PID IS NOT EQUAL TO SPACES AND          dbank02p
035841        BCS-REC-MERGED-TO-PID IS NOT EQUAL TO LOW-VALUES          dbank02p
035941        MOVE BCS-REC-MERGED-TO-PID TO WS-BNKCUST-RID              dbank02p
036041     END-IF.                                                      dbank02p
036141 FOLLOW-MERGE-REDIRECT-EXIT.                                      dbank02p
036241     EXIT.                                                        dbank02p
036341                                                                  dbank02p
036441* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank02p
