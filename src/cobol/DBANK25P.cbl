001700*              the record from the captured contact details     * dbank25p
001800*              (including the flipped-format name used by the   * dbank25p
001900*              reverse-browse alternate index) and write it.    * dbank25p
001916*              The SIN and date of birth are kept when keyed.   * dbank25p
001920*              A customer under the age of majority is written  * dbank25p
001924*              as a minor, linked to a guardian who must be an  * dbank25p
001928*              adult customer already on file.                  * dbank25p
001929*              A business customer is written with customer     * dbank25p
001930*              type B, its profile and owners to follow through * dbank25p
001931*              SBUSN01P.                                        * dbank25p
001933*              Every master-file update is journaled through    * dbank25p
001966*              DBANK85P for forward recovery.                   * dbank25p
002000*              VSAM version                                     * dbank25p
002100***************************************************************** dbank25p
002200                                                                  dbank25p
004900   05  WS-DENY-RESP                          PIC S9(8) COMP.      dbank25p
004910   05  WS-OVERRIDE-FLAG                      PIC X(1).            dbank25p
004920   05  WS-DENYQ-SCAN                         PIC S9(4) COMP.      dbank25p
004930   05  WS-AGE-OF-MAJORITY                    PIC 9(2) VALUE 18.   dbank25p
004935   05  WS-MAJORITY-YEAR                      PIC 9(4).            dbank25p
004940   05  WS-MAJORITY-DTE                       PIC X(10).           dbank25p
005000                                                                  dbank25p
005100 01  WS-TWOS-COMP.                                                dbank25p
005200   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      dbank25p
007000                                                                  dbank25p
007100 COPY CABENDD.                                                    dbank25p
007200                                                                  dbank25p
007225 01  WS-RECOVERY-DATA.                                            dbank25p
007250 COPY CBANKD85.                                                   dbank25p
007275                                                                  dbank25p
007300 LINKAGE SECTION.                                                 dbank25p
007400 01  DFHCOMMAREA.                                                 dbank25p
007500   05  LK-COMMAREA                           PIC X(1)             dbank25p
014000         GO TO CREATE-PROCESSING-EXIT                             dbank25p
014050       END-IF                                                     dbank25p
014100     END-IF.                                                      dbank25p
014120     PERFORM CHECK-MINOR-STATUS THRU                              dbank25p
014130             CHECK-MINOR-STATUS-EXIT.                             dbank25p
014140     IF CD25O-ERROR                                               dbank25p
014150       GO TO CREATE-PROCESSING-EXIT                               dbank25p
014160     END-IF.                                                      dbank25p
014200                                                                  dbank25p
014300     MOVE 0 TO WS-RETRY-COUNT.                                    dbank25p
014400 CREATE-PROCESSING-RETRY.                                         dbank25p
016000     MOVE CD25I-EMAIL TO BCS-REC-EMAIL.                           dbank25p
016100     MOVE CD25I-SEND-MAIL TO BCS-REC-SEND-MAIL.                   dbank25p
016200     MOVE CD25I-SEND-EMAIL TO BCS-REC-SEND-EMAIL.                 dbank25p
016203     MOVE CD25I-SIN TO BCS-REC-SIN.                               dbank25p
016206     MOVE CD25I-DOB TO BCS-REC-DOB.                               dbank25p
016210***************************************************************** dbank25p
016220* A new customer's KYC review falls due a year from today       * dbank25p
016230***************************************************************** dbank25p
016280     MOVE 'N' TO BCS-REC-WHT-FLAG.                                dbank25p
016282     MOVE ZERO TO BCS-REC-WHT-RATE.                               dbank25p
016284     MOVE 'U' TO BCS-REC-WHT-CERT-STATUS.                         dbank25p
016286     MOVE CD25O-MINOR-FLAG TO BCS-REC-MINOR-FLAG.                 dbank25p
016288     IF CD25O-MINOR                                               dbank25p
016290       MOVE CD25I-GUARDIAN-PID TO BCS-REC-GUARDIAN-PID            dbank25p
016292       SET BCS-GUARDIAN-ACTIVE TO TRUE                            dbank25p
016294     END-IF.                                                      dbank25p
016295     IF CD25I-BUSINESS                                            dbank25p
016296       SET BCS-CUST-BUSINESS TO TRUE                              dbank25p
016297     ELSE                                                         dbank25p
016298       MOVE 'P' TO BCS-REC-CUST-TYPE                              dbank25p
016299     END-IF.                                                      dbank25p
016300                                                                  dbank25p
016400***************************************************************** dbank25p
016500* Build the flipped-format name for the reverse-browse          * dbank25p
018200                    LENGTH(LENGTH OF WS-BNKCUST-REC)              dbank25p
018300                    RIDFLD(WS-BNKCUST-RID)                        dbank25p
018400                    RESP(WS-RESP)                                 dbank25p
018500     END-EXEC                                                     dbank25p
018514     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank25p
018528        MOVE 'BNKCUST' TO CD85I-FILE                              dbank25p
018542        SET CD85I-ADD TO TRUE                                     dbank25p
018556        MOVE WS-BNKCUST-REC TO CD85I-IMAGE                        dbank25p
018570        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           dbank25p
018584     END-IF.                                                      dbank25p
018600***************************************************************** dbank25p
018700* Another terminal may have taken the same PID between our      * dbank25p
018800* read and our write - re-assign and try again a few times      * dbank25p
020362                    FROM(WS-BNKCUST-REC)                          dbank25p
020364                    LENGTH(LENGTH OF WS-BNKCUST-REC)              dbank25p
020366                    RESP(WS-RESP)                                 dbank25p
020395     END-EXEC                                                     dbank25p
020424     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank25p
020453        MOVE 'BNKCUST' TO CD85I-FILE                              dbank25p
020482        SET CD85I-CHANGE TO TRUE                                  dbank25p
020511        MOVE WS-BNKCUST-REC TO CD85I-IMAGE                        dbank25p
020540        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           dbank25p
020569     END-IF.                                                      dbank25p
020598     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank25p
020627       SET CD25O-ERROR TO TRUE                                    dbank25p
020656       MOVE 'Unable to rewrite customer record' TO CD25O-MSG      dbank25p
020685       GO TO WHT-PROCESSING-EXIT                                  dbank25p
020714     END-IF.                                                      dbank25p
020743     MOVE CD25I-PID TO CD25O-PID.                                 dbank25p
020772     MOVE 'Withholding standing recorded' TO CD25O-MSG.           dbank25p
020801 WHT-PROCESSING-EXIT.                                             dbank25p
020830     EXIT.                                                        dbank25p
020859                                                                  dbank25p
020900***************************************************************** dbank25p
021000* Queue the pending screening hit for the reviewer              * dbank25p
021100***************************************************************** dbank25p
040450 CHECK-CLEARED-OVERRIDE-EXIT.                                     dbank25p
040460     EXIT.                                                        dbank25p
040470                                                                  dbank25p
040570***************************************************************** dbank25p
040670* Journal the after-image of the master-file update just        * dbank25p
040770* made so it can be rolled forward onto a reload                * dbank25p
040870***************************************************************** dbank25p
040970 JOURNAL-UPDATE.                                                  dbank25p
041070     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         dbank25p
041170 COPY CBANKX85.                                                   dbank25p
041270 JOURNAL-UPDATE-EXIT.                                             dbank25p
041370     EXIT.                                                        dbank25p
041470                                                                  dbank25p
041570***************************************************************** dbank25p
041670* The customer is a minor until the birthday that reaches the   * dbank25p
041770* age of majority.  A minor must be linked to a guardian who is * dbank25p
041870* an adult customer on file; a guardian is not taken for an     * dbank25p
041970* adult.                                                        * dbank25p
042070***************************************************************** dbank25p
042170 CHECK-MINOR-STATUS.                                              dbank25p
042270     MOVE 'N' TO CD25O-MINOR-FLAG.                                dbank25p
042370     IF CD25I-GUARDIAN-PID IS EQUAL TO LOW-VALUES                 dbank25p
042470       MOVE SPACES TO CD25I-GUARDIAN-PID                          dbank25p
042570     END-IF.                                                      dbank25p
042670     IF CD25I-BUSINESS                                            dbank25p
042770       IF CD25I-GUARDIAN-PID IS NOT EQUAL TO SPACES               dbank25p
042870         SET CD25O-ERROR TO TRUE                                  dbank25p
042970         MOVE 'A business customer takes no guardian'             dbank25p
043070           TO CD25O-MSG                                           dbank25p
043170       END-IF                                                     dbank25p
043270       GO TO CHECK-MINOR-STATUS-EXIT                              dbank25p
043370     END-IF.                                                      dbank25p
043470     IF CD25I-DOB IS EQUAL TO SPACES OR                           dbank25p
043570        CD25I-DOB IS EQUAL TO LOW-VALUES                          dbank25p
043670       IF CD25I-GUARDIAN-PID IS NOT EQUAL TO SPACES               dbank25p
043770         SET CD25O-ERROR TO TRUE                                  dbank25p
043870         MOVE 'Date of birth is required for a minor'             dbank25p
043970           TO CD25O-MSG                                           dbank25p
044070       END-IF                                                     dbank25p
044170       GO TO CHECK-MINOR-STATUS-EXIT                              dbank25p
044270     END-IF.                                                      dbank25p
044370     MOVE CD25I-DOB TO WS-MAJORITY-DTE.                           dbank25p
044470     MOVE CD25I-DOB (1:4) TO WS-MAJORITY-YEAR.                    dbank25p
044570     ADD WS-AGE-OF-MAJORITY TO WS-MAJORITY-YEAR.                  dbank25p
044670     MOVE WS-MAJORITY-YEAR TO WS-MAJORITY-DTE (1:4).              dbank25p
044770     IF WS-MAJORITY-DTE IS NOT GREATER THAN WS-TS-DATE            dbank25p
044870       IF CD25I-GUARDIAN-PID IS NOT EQUAL TO SPACES               dbank25p
044970         SET CD25O-ERROR TO TRUE                                  dbank25p
045070         MOVE 'Guardian is only taken for a minor' TO CD25O-MSG   dbank25p
045170       END-IF                                                     dbank25p
045270       GO TO CHECK-MINOR-STATUS-EXIT                              dbank25p
045370     END-IF.                                                      dbank25p
045470     IF CD25I-GUARDIAN-PID IS EQUAL TO SPACES                     dbank25p
045570       SET CD25O-ERROR TO TRUE                                    dbank25p
045670       MOVE 'A minor needs a guardian PID' TO CD25O-MSG           dbank25p
045770       GO TO CHECK-MINOR-STATUS-EXIT                              dbank25p
045870     END-IF.                                                      dbank25p
045970     MOVE CD25I-GUARDIAN-PID TO WS-BNKCUST-RID.                   dbank25p
046070     EXEC CICS READ FILE('BNKCUST')                               dbank25p
046170                    INTO(WS-BNKCUST-REC)                          dbank25p
046270                    LENGTH(LENGTH OF WS-BNKCUST-REC)              dbank25p
046370                    RIDFLD(WS-BNKCUST-RID)                        dbank25p
046470                    RESP(WS-RESP)                                 dbank25p
046570     END-EXEC.                                                    dbank25p
046670     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank25p
046770       SET CD25O-ERROR TO TRUE                                    dbank25p
046870       MOVE 'Guardian is not on file' TO CD25O-MSG                dbank25p
046970       GO TO CHECK-MINOR-STATUS-EXIT                              dbank25p
047070     END-IF.                                                      dbank25p
047170     IF BCS-MINOR                                                 dbank25p
047270       SET CD25O-ERROR TO TRUE                                    dbank25p
047370       MOVE 'Guardian must not be a minor' TO CD25O-MSG           dbank25p
047470       GO TO CHECK-MINOR-STATUS-EXIT                              dbank25p
047570     END-IF.                                                      dbank25p
047670     MOVE 'Y' TO CD25O-MINOR-FLAG.                                dbank25p
047770 CHECK-MINOR-STATUS-EXIT.                                         dbank25p
047870     EXIT.                                                        dbank25p
047970                                                                  dbank25p
048070* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank25p
