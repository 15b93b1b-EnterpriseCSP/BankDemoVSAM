001600*              one with its frequency, run day, business-day    * DBANK55P
001700*              rule and predecessors, deactivate one, and       * DBANK55P
001800*              browse the schedule.  VSAM version               * DBANK55P
001825*              Every add, change and delete also writes the     * DBANK55P
001850*              whole row before and after to the BNKRAUD        * DBANK55P
001875*              change audit through DBANK82P.                   * DBANK55P
001900***************************************************************** DBANK55P
002000                                                                  DBANK55P
002100 IDENTIFICATION DIVISION.                                         DBANK55P
004200 01  WS-BNKSCHED-REC.                                             DBANK55P
004300 COPY CBANKVSD.                                                   DBANK55P
004400                                                                  DBANK55P
004425 01  WS-AUDIT-DATA.                                               DBANK55P
004450 COPY CBANKD82.                                                   DBANK55P
004475                                                                  DBANK55P
004500 01  WS-COMMAREA.                                                 DBANK55P
004600 COPY CBANKD55.                                                   DBANK55P
004700                                                                  DBANK55P
016200                    RESP(WS-RESP)                                 DBANK55P
016300     END-EXEC.                                                    DBANK55P
016400     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK55P
016425       MOVE SPACES TO CD82-DATA                                   DBANK55P
016450       MOVE WS-BNKSCHED-REC TO CD82I-BEFORE                       DBANK55P
016475       SET CD82I-CHANGE TO TRUE                                   DBANK55P
016500       PERFORM MOVE-INPUT-TO-ENTRY THRU                           DBANK55P
016600               MOVE-INPUT-TO-ENTRY-EXIT                           DBANK55P
016700       EXEC CICS REWRITE FILE('BNKSCHED')                         DBANK55P
017400         MOVE 'Unable to update schedule entry' TO CD55O-MSG      DBANK55P
017500         GO TO WRITE-PROCESSING-EXIT                              DBANK55P
017600       END-IF                                                     DBANK55P
017633       PERFORM AUDIT-SCHEDULE-CHANGE THRU                         DBANK55P
017666               AUDIT-SCHEDULE-CHANGE-EXIT                         DBANK55P
017700       PERFORM MOVE-ENTRY-TO-OUTPUT THRU                          DBANK55P
017800               MOVE-ENTRY-TO-OUTPUT-EXIT                          DBANK55P
017900       GO TO WRITE-PROCESSING-EXIT                                DBANK55P
019300       MOVE 'Unable to add schedule entry' TO CD55O-MSG           DBANK55P
019400       GO TO WRITE-PROCESSING-EXIT                                DBANK55P
019500     END-IF.                                                      DBANK55P
019520     MOVE SPACES TO CD82-DATA.                                    DBANK55P
019540     SET CD82I-ADD TO TRUE.                                       DBANK55P
019560     PERFORM AUDIT-SCHEDULE-CHANGE THRU                           DBANK55P
019580             AUDIT-SCHEDULE-CHANGE-EXIT.                          DBANK55P
019600     PERFORM MOVE-ENTRY-TO-OUTPUT THRU                            DBANK55P
019700             MOVE-ENTRY-TO-OUTPUT-EXIT.                           DBANK55P
019800 WRITE-PROCESSING-EXIT.                                           DBANK55P
021600       MOVE 'Job is not on the schedule' TO CD55O-MSG             DBANK55P
021700       GO TO REMOVE-PROCESSING-EXIT                               DBANK55P
021800     END-IF.                                                      DBANK55P
021825     MOVE SPACES TO CD82-DATA.                                    DBANK55P
021850     MOVE WS-BNKSCHED-REC TO CD82I-BEFORE.                        DBANK55P
021875     SET CD82I-CHANGE TO TRUE.                                    DBANK55P
021900     SET SCH-STATUS-INACTIVE TO TRUE.                             DBANK55P
022000     EXEC CICS REWRITE FILE('BNKSCHED')                           DBANK55P
022100                    FROM(WS-BNKSCHED-REC)                         DBANK55P
022500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK55P
022600       SET CD55O-ERROR TO TRUE                                    DBANK55P
022700       MOVE 'Unable to update schedule entry' TO CD55O-MSG        DBANK55P
022750       GO TO REMOVE-PROCESSING-EXIT                               DBANK55P
022800     END-IF.                                                      DBANK55P
022833     PERFORM AUDIT-SCHEDULE-CHANGE THRU                           DBANK55P
022866             AUDIT-SCHEDULE-CHANGE-EXIT.                          DBANK55P
022900 REMOVE-PROCESSING-EXIT.                                          DBANK55P
023000     EXIT.                                                        DBANK55P
023100                                                                  DBANK55P
031000 MOVE-ENTRY-TO-OUTPUT-EXIT.                                       DBANK55P
031100     EXIT.                                                        DBANK55P
031200                                                                  DBANK55P
031207***************************************************************** DBANK55P
031214* Write the change audit row for the schedule entry just saved  * DBANK55P
031221***************************************************************** DBANK55P
031228 AUDIT-SCHEDULE-CHANGE.                                           DBANK55P
031235     MOVE 'BNKSCHED' TO CD82I-TABLE.                              DBANK55P
031242     MOVE WS-PROGRAM-ID TO CD82I-PROGRAM.                         DBANK55P
031249     MOVE WS-BNKSCHED-RID TO CD82I-KEY.                           DBANK55P
031256     MOVE LENGTH OF WS-BNKSCHED-REC TO CD82I-IMAGE-LEN.           DBANK55P
031263     MOVE WS-BNKSCHED-REC TO CD82I-AFTER.                         DBANK55P
031270 COPY CBANKX82.                                                   DBANK55P
031277 AUDIT-SCHEDULE-CHANGE-EXIT.                                      DBANK55P
031284     EXIT.                                                        DBANK55P
031291                                                                  DBANK55P
031300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK55P
031400                                                                  DBANK55P
