001500*              account (file BNKACC) - read the current       *   dbank22p
001600*              balance, then post a teller adjustment and     *   dbank22p
001700*              write an audit trail entry.  VSAM Version      *   dbank22p
001725*              The posting carries BC and the teller user ID  *   dbank22p
001750*              as its payment reference so the correction can *   dbank22p
001775*              be traced back to whoever keyed it.            *   dbank22p
001783*              Every master-file update is journaled through    * dbank22p
001791*              DBANK85P for forward recovery.                   * dbank22p
001792*              A supervisor may give a correction a value date  * dbank22p
001794*              in the past, no further back than the BNKATYP    * dbank22p
001796*              product limit; it is then added to the BNKBVAL   * dbank22p
001798*              register for the interest runs to re-work.       * dbank22p
001800***************************************************************** dbank22p
001900                                                                  dbank22p
002000 IDENTIFICATION DIVISION.                                         dbank22p
003700  05  WS-READ-TOKEN                         PIC S9(8) COMP.       dbank22p
003800  05  WS-RESP                               PIC S9(8) COMP.       dbank22p
003900  05  WS-BNKACC-RID                         PIC X(9).             dbank22p
003905  05  WS-BNKSTAF-RID                        PIC X(8).             dbank22p
003910  05  WS-BNKATYP-RID                        PIC X(1).             dbank22p
003915  05  WS-VALUE-YYYYMMDD-X.                                        dbank22p
003920    10  WS-VALUE-YYYY                       PIC X(4).             dbank22p
003925    10  WS-VALUE-MM                         PIC X(2).             dbank22p
003930    10  WS-VALUE-DD                         PIC X(2).             dbank22p
003935  05  WS-VALUE-YYYYMMDD REDEFINES WS-VALUE-YYYYMMDD-X             dbank22p
003940                                            PIC 9(8).             dbank22p
003945  05  WS-VALUE-INT                          PIC S9(9) COMP.       dbank22p
003950  05  WS-TODAY-INT                          PIC S9(9) COMP.       dbank22p
003955  05  WS-DAYS-BACK                          PIC S9(9) COMP.       dbank22p
003960  05  WS-LIMIT-DSP                          PIC ZZ9.              dbank22p
004000                                                                  dbank22p
004100 COPY CTSTAMPD.                                                   dbank22p
004200                                                                  dbank22p
005100                                                                  dbank22p
005200 COPY CABENDD.                                                    dbank22p
005300                                                                  dbank22p
005325 01  WS-RECOVERY-DATA.                                            dbank22p
005350 COPY CBANKD85.                                                   dbank22p
005375                                                                  dbank22p
005376                                                                  dbank22p
005378 01  WS-BNKSTAF-REC.                                              dbank22p
005380 COPY CBANKVSF.                                                   dbank22p
005382                                                                  dbank22p
005384 01  WS-BNKATYP-REC.                                              dbank22p
005386 COPY CBANKVAT.                                                   dbank22p
005388                                                                  dbank22p
005390 01  WS-BNKBVAL-REC.                                              dbank22p
005392 COPY CBANKVBV.                                                   dbank22p
005400 LINKAGE SECTION.                                                 dbank22p
005500 01  DFHCOMMAREA.                                                 dbank22p
005600  05  LK-COMMAREA                           PIC X(1)              dbank22p
014300       MOVE 'Account balance has changed' TO CD22O-MSG            dbank22p
014400       GO TO CORRECT-PROCESSING-EXIT                              dbank22p
014500     END-IF.                                                      dbank22p
014505     MOVE ZERO TO WS-DAYS-BACK.                                   dbank22p
014510     IF CD22I-VALUE-DATE IS NOT EQUAL TO SPACES AND               dbank22p
014520        CD22I-VALUE-DATE IS NOT EQUAL TO LOW-VALUES               dbank22p
014530       PERFORM CHECK-VALUE-DATE THRU                              dbank22p
014540               CHECK-VALUE-DATE-EXIT                              dbank22p
014550       IF CD22O-ERROR                                             dbank22p
014560         GO TO CORRECT-PROCESSING-EXIT                            dbank22p
014570       END-IF                                                     dbank22p
014580     END-IF.                                                      dbank22p
014600     COMPUTE BAC-REC-BALANCE =                                    dbank22p
014700       BAC-REC-BALANCE + CD22I-ADJUSTMENT.                        dbank22p
014800     EXEC CICS REWRITE FILE('BNKACC')                             dbank22p
015000                   LENGTH(LENGTH OF WS-BNKACC-REC)                dbank22p
015100                   TOKEN(WS-READ-TOKEN)                           dbank22p
015200                   RESP(WS-RESP)                                  dbank22p
015300     END-EXEC                                                     dbank22p
015314     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank22p
015328        MOVE 'BNKACC' TO CD85I-FILE                               dbank22p
015342        SET CD85I-CHANGE TO TRUE                                  dbank22p
015356        MOVE WS-BNKACC-REC TO CD85I-IMAGE                         dbank22p
015370        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           dbank22p
015384     END-IF.                                                      dbank22p
015400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank22p
015500       SET CD22O-ERROR TO TRUE                                    dbank22p
015600       MOVE 'Unable to rewrite account details' TO CD22O-MSG      dbank22p
016900     MOVE CD22I-ADJUSTMENT TO CD06I-FROM-AMOUNT.                  dbank22p
017000     MOVE CD22I-REASON TO CD06I-FROM-DESC.                        dbank22p
017100     SET CD06I-OD-FEE-NO TO TRUE.                                 dbank22p
017133     MOVE 'BC' TO CD06I-PAYMENT-REF (1:2).                        dbank22p
017166     MOVE CD22I-TELLER-USERID TO CD06I-PAYMENT-REF (3:8).         dbank22p
017200 COPY CBANKX06.                                                   dbank22p
017210     IF WS-DAYS-BACK IS GREATER THAN ZERO                         dbank22p
017220       PERFORM REGISTER-BACK-VALUE THRU                           dbank22p
017230               REGISTER-BACK-VALUE-EXIT                           dbank22p
017240     END-IF.                                                      dbank22p
017300 CORRECT-PROCESSING-EXIT.                                         dbank22p
017400     EXIT.                                                        dbank22p
017500                                                                  dbank22p
017600***************************************************************** dbank22p
017700* Journal the after-image of the master-file update just        * dbank22p
017800* made so it can be rolled forward onto a reload                * dbank22p
017900***************************************************************** dbank22p
018000 JOURNAL-UPDATE.                                                  dbank22p
018100     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         dbank22p
018200 COPY CBANKX85.                                                   dbank22p
018300 JOURNAL-UPDATE-EXIT.                                             dbank22p
018400     EXIT.                                                        dbank22p
018500                                                                  dbank22p
018600                                                                  dbank22p
018700***************************************************************** dbank22p
018800* A value date was keyed - the corrector must be a supervisor,  * dbank22p
018900* and the date a real one, not in the future and no further     * dbank22p
019000* back than the product allows.  A value date of today is an    * dbank22p
019100* ordinary correction.                                          * dbank22p
019200***************************************************************** dbank22p
019300 CHECK-VALUE-DATE.                                                dbank22p
019400     MOVE ZERO TO WS-DAYS-BACK.                                   dbank22p
019500* Simulate SQL TIMESTAMP function                                 dbank22p
019600 COPY CTSTAMPP.                                                   dbank22p
019700     IF CD22I-VALUE-DATE IS EQUAL TO WS-TS-DATE                   dbank22p
019800       GO TO CHECK-VALUE-DATE-EXIT                                dbank22p
019900     END-IF.                                                      dbank22p
020000     MOVE CD22I-TELLER-USERID TO WS-BNKSTAF-RID.                  dbank22p
020100     EXEC CICS READ FILE('BNKSTAF')                               dbank22p
020200                    INTO(WS-BNKSTAF-REC)                          dbank22p
020300                    LENGTH(LENGTH OF WS-BNKSTAF-REC)              dbank22p
020400                    RIDFLD(WS-BNKSTAF-RID)                        dbank22p
020500                    RESP(WS-RESP)                                 dbank22p
020600     END-EXEC.                                                    dbank22p
020700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank22p
020800       SET CD22O-ERROR TO TRUE                                    dbank22p
020900       MOVE 'No staff profile on file' TO CD22O-MSG               dbank22p
021000       GO TO CHECK-VALUE-DATE-EXIT                                dbank22p
021100     END-IF.                                                      dbank22p
021200     IF NOT STF-IS-ACTIVE OR                                      dbank22p
021300        STF-ROLE-TELLER                                           dbank22p
021400       SET CD22O-ERROR TO TRUE                                    dbank22p
021500       MOVE 'Back-valuing needs a supervisor' TO CD22O-MSG        dbank22p
021600       GO TO CHECK-VALUE-DATE-EXIT                                dbank22p
021700     END-IF.                                                      dbank22p
021800     MOVE CD22I-VALUE-DATE (1:4) TO WS-VALUE-YYYY.                dbank22p
021900     MOVE CD22I-VALUE-DATE (6:2) TO WS-VALUE-MM.                  dbank22p
022000     MOVE CD22I-VALUE-DATE (9:2) TO WS-VALUE-DD.                  dbank22p
022100     IF CD22I-VALUE-DATE (5:1) IS NOT EQUAL TO '-' OR             dbank22p
022200        CD22I-VALUE-DATE (8:1) IS NOT EQUAL TO '-' OR             dbank22p
022300        WS-VALUE-YYYYMMDD-X IS NOT NUMERIC OR                     dbank22p
022400        WS-VALUE-YYYY IS LESS THAN '1601' OR                      dbank22p
022500        WS-VALUE-MM IS LESS THAN '01' OR                          dbank22p
022600        WS-VALUE-MM IS GREATER THAN '12' OR                       dbank22p
022700        WS-VALUE-DD IS LESS THAN '01' OR                          dbank22p
022800        WS-VALUE-DD IS GREATER THAN '31'                          dbank22p
022900       SET CD22O-ERROR TO TRUE                                    dbank22p
023000       MOVE 'Value date is not valid' TO CD22O-MSG                dbank22p
023100       GO TO CHECK-VALUE-DATE-EXIT                                dbank22p
023200     END-IF.                                                      dbank22p
023300     COMPUTE WS-VALUE-INT =                                       dbank22p
023400       FUNCTION INTEGER-OF-DATE (WS-VALUE-YYYYMMDD).              dbank22p
023500     IF FUNCTION DATE-OF-INTEGER (WS-VALUE-INT) IS NOT EQUAL TO   dbank22p
023600        WS-VALUE-YYYYMMDD                                         dbank22p
023700       SET CD22O-ERROR TO TRUE                                    dbank22p
023800       MOVE 'Value date is not valid' TO CD22O-MSG                dbank22p
023900       GO TO CHECK-VALUE-DATE-EXIT                                dbank22p
024000     END-IF.                                                      dbank22p
024100     COMPUTE WS-TODAY-INT =                                       dbank22p
024200       FUNCTION INTEGER-OF-DATE (WS-ACCEPT-DATE).                 dbank22p
024300     IF WS-VALUE-INT IS GREATER THAN WS-TODAY-INT                 dbank22p
024400       SET CD22O-ERROR TO TRUE                                    dbank22p
024500       MOVE 'Value date cannot be in the future' TO CD22O-MSG     dbank22p
024600       GO TO CHECK-VALUE-DATE-EXIT                                dbank22p
024700     END-IF.                                                      dbank22p
024800     MOVE BAC-REC-TYPE TO WS-BNKATYP-RID.                         dbank22p
024900     EXEC CICS READ FILE('BNKATYP')                               dbank22p
025000                    INTO(WS-BNKATYP-REC)                          dbank22p
025100                    LENGTH(LENGTH OF WS-BNKATYP-REC)              dbank22p
025200                    RIDFLD(WS-BNKATYP-RID)                        dbank22p
025300                    RESP(WS-RESP)                                 dbank22p
025400     END-EXEC.                                                    dbank22p
025500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank22p
025600        BAT-REC-BACKVAL-DAYS IS NOT NUMERIC OR                    dbank22p
025700        BAT-REC-BACKVAL-DAYS IS NOT GREATER THAN ZERO             dbank22p
025800       SET CD22O-ERROR TO TRUE                                    dbank22p
025900       MOVE 'Back-valuing is not allowed for this product'        dbank22p
026000         TO CD22O-MSG                                             dbank22p
026100       GO TO CHECK-VALUE-DATE-EXIT                                dbank22p
026200     END-IF.                                                      dbank22p
026300     COMPUTE WS-DAYS-BACK = WS-TODAY-INT - WS-VALUE-INT.          dbank22p
026400     IF WS-DAYS-BACK IS GREATER THAN BAT-REC-BACKVAL-DAYS         dbank22p
026500       SET CD22O-ERROR TO TRUE                                    dbank22p
026600       MOVE BAT-REC-BACKVAL-DAYS TO WS-LIMIT-DSP                  dbank22p
026700       STRING 'Value date is beyond the product limit of '        dbank22p
026800                DELIMITED BY SIZE                                 dbank22p
026900              WS-LIMIT-DSP DELIMITED BY SIZE                      dbank22p
027000              ' days' DELIMITED BY SIZE                           dbank22p
027100         INTO CD22O-MSG                                           dbank22p
027200       MOVE ZERO TO WS-DAYS-BACK                                  dbank22p
027300       GO TO CHECK-VALUE-DATE-EXIT                                dbank22p
027400     END-IF.                                                      dbank22p
027500 CHECK-VALUE-DATE-EXIT.                                           dbank22p
027600     EXIT.                                                        dbank22p
027700                                                                  dbank22p
027800***************************************************************** dbank22p
027900* Add the back-valued correction to the BNKBVAL register under  * dbank22p
028000* the key of the BNKTXN entry DBANK06P has just written, so the * dbank22p
028100* overdraft and credit interest runs re-work it from the value  * dbank22p
028200* date.  The correction itself stands if this fails.           *  dbank22p
028300***************************************************************** dbank22p
028400 REGISTER-BACK-VALUE.                                             dbank22p
028500     MOVE SPACES TO BVL-RECORD.                                   dbank22p
028600     MOVE BAC-REC-ACCNO TO BVL-REC-ACCNO.                         dbank22p
028700     MOVE WS-TIMESTAMP TO BVL-REC-TIMESTAMP.                      dbank22p
028800     MOVE '0' TO BVL-REC-TIMESTAMP (26:1).                        dbank22p
028900     MOVE BAC-REC-PID TO BVL-REC-PID.                             dbank22p
029000     MOVE CD22I-VALUE-DATE TO BVL-REC-VALUE-DATE.                 dbank22p
029100     MOVE WS-TS-DATE TO BVL-REC-POST-DATE.                        dbank22p
029200     MOVE WS-DAYS-BACK TO BVL-REC-DAYS-BACK.                      dbank22p
029300     MOVE CD22I-ADJUSTMENT TO BVL-REC-AMOUNT.                     dbank22p
029400     MOVE WS-PROGRAM-ID TO BVL-REC-SOURCE.                        dbank22p
029500     MOVE CD22I-TELLER-USERID TO BVL-REC-USERID.                  dbank22p
029600     MOVE CD22I-REASON TO BVL-REC-DESC.                           dbank22p
029700     SET BVL-OD-PENDING TO TRUE.                                  dbank22p
029800     MOVE ZERO TO BVL-REC-OD-ADJ.                                 dbank22p
029900     SET BVL-CR-PENDING TO TRUE.                                  dbank22p
030000     MOVE ZERO TO BVL-REC-CR-ADJ.                                 dbank22p
030100     EXEC CICS WRITE FILE('BNKBVAL')                              dbank22p
030200                     FROM(WS-BNKBVAL-REC)                         dbank22p
030300                     LENGTH(LENGTH OF WS-BNKBVAL-REC)             dbank22p
030400                     RIDFLD(BVL-KEY)                              dbank22p
030500                     RESP(WS-RESP)                                dbank22p
030600     END-EXEC.                                                    dbank22p
030700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank22p
030800       MOVE 'Correction applied but value date not recorded'      dbank22p
030900         TO CD22O-MSG                                             dbank22p
031000     END-IF.                                                      dbank22p
031100 REGISTER-BACK-VALUE-EXIT.                                        dbank22p
031200     EXIT.                                                        dbank22p
031300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank22p
