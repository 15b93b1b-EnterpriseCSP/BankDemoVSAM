001600*              BNKFRAUD) filtered by pid, account and date        SFRAUD0P
001700*              range, paging with PF7/PF8, and acknowledge an     SFRAUD0P
001800*              entry as reviewed with PF5.                        SFRAUD0P
001825*              Opened from the staff inbox (SINBX01P) it lists    SFRAUD0P
001850*              the picked item's customer with the item keyed for SFRAUD0P
001875*              PF5 and PF3 returns there.                         SFRAUD0P
001900******************************************************************SFRAUD0P
002000                                                                  SFRAUD0P
002100  IDENTIFICATION DIVISION.                                        SFRAUD0P
004002  01  WS-COMMAREA-40.                                             SFRAUD0P
004003  COPY CBANKD40.                                                  SFRAUD0P
004100                                                                  SFRAUD0P
004125  01  WS-INBOX-AREA.                                              SFRAUD0P
004150  COPY CINBOXD.                                                   SFRAUD0P
004175                                                                  SFRAUD0P
004200  COPY DFHAID.                                                    SFRAUD0P
004300                                                                  SFRAUD0P
004400  COPY DFHBMSCA.                                                  SFRAUD0P
006200  PROCEDURE DIVISION.                                             SFRAUD0P
006300      MOVE EIBTRNID TO WS-TRAN-ID.                                SFRAUD0P
006400      IF EIBCALEN IS EQUAL TO 0                                   SFRAUD0P
006412        PERFORM READ-INBOX-HANDOFF THRU                           SFRAUD0P
006424                READ-INBOX-HANDOFF-EXIT                           SFRAUD0P
006436        IF INBX-MODE-ON                                           SFRAUD0P
006448          PERFORM OPEN-INBOX-ITEM THRU                            SFRAUD0P
006460                  OPEN-INBOX-ITEM-EXIT                            SFRAUD0P
006472          GO TO COMMON-RETURN                                     SFRAUD0P
006484        END-IF                                                    SFRAUD0P
006500        MOVE SPACES TO LK-FILTER-PID                              SFRAUD0P
006600        MOVE SPACES TO LK-FILTER-ACCNO                            SFRAUD0P
006700        MOVE SPACES TO LK-FILTER-DATE-FROM                        SFRAUD0P
007700      END-EXEC.                                                   SFRAUD0P
007800      EVALUATE TRUE                                               SFRAUD0P
007900        WHEN EIBAID IS EQUAL TO DFHPF3                            SFRAUD0P
007914          PERFORM READ-INBOX-HANDOFF THRU                         SFRAUD0P
007928                  READ-INBOX-HANDOFF-EXIT                         SFRAUD0P
007942          IF INBX-MODE-ON                                         SFRAUD0P
007956            PERFORM RETURN-TO-INBOX THRU                          SFRAUD0P
007970                    RETURN-TO-INBOX-EXIT                          SFRAUD0P
007984          END-IF                                                  SFRAUD0P
008000          EXEC CICS RETURN END-EXEC                               SFRAUD0P
008100          GOBACK                                                  SFRAUD0P
008200        WHEN EIBAID IS EQUAL TO DFHPF5                            SFRAUD0P
022230        PERFORM SHOW-RECENT-CONTACT THRU                          SFRAUD0P
022240                SHOW-RECENT-CONTACT-EXIT                          SFRAUD0P
022250      END-IF.                                                     SFRAUD0P
022262      IF INBX-MODE-ON                                             SFRAUD0P
022274        MOVE INBX-ITEM-KEY TO SELOO IN FRAUD0AO                   SFRAUD0P
022286      END-IF.                                                     SFRAUD0P
022300      EXEC CICS SEND MAP('FRAUD0A')                               SFRAUD0P
022400                   MAPSET('MFRAUD0')                              SFRAUD0P
022500                   ERASE                                          SFRAUD0P
023050 SHOW-RECENT-CONTACT-EXIT.                                        SFRAUD0P
023052     EXIT.                                                        SFRAUD0P
023053                                                                  SFRAUD0P
023055***************************************************************** SFRAUD0P
023057* Opened from the staff inbox - show the picked item            * SFRAUD0P
023059***************************************************************** SFRAUD0P
023061  OPEN-INBOX-ITEM.                                                SFRAUD0P
023063      MOVE INBX-ITEM-PID TO LK-FILTER-PID.                        SFRAUD0P
023065      MOVE SPACES TO LK-FILTER-ACCNO.                             SFRAUD0P
023067      MOVE SPACES TO LK-FILTER-DATE-FROM.                         SFRAUD0P
023069      MOVE SPACES TO LK-FILTER-DATE-TO.                           SFRAUD0P
023071      SET LK-PAGING-OFF TO TRUE.                                  SFRAUD0P
023073      PERFORM BROWSE-AND-SEND THRU                                SFRAUD0P
023075        BROWSE-AND-SEND-EXIT.                                     SFRAUD0P
023077  OPEN-INBOX-ITEM-EXIT.                                           SFRAUD0P
023079      EXIT.                                                       SFRAUD0P
023081                                                                  SFRAUD0P
023083  COPY CINBOXP.                                                   SFRAUD0P
023085                                                                  SFRAUD0P
023100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SFRAUD0P
