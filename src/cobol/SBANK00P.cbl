001710*                  BANK-LAST-INPUT-TIME and force a signoff       sbank00p
001711*                  through SPSWD01P when the idle time between    sbank00p
001712*                  screens exceeds the configured timeout.        sbank00p
001713* 2026-10-15 MF    Hand the customer over to the statement        sbank00p
001714*                  history screen SSTMH01P when BBANK80P asks     sbank00p
001715*                  for it, and pick the session up again on the   sbank00p
001716*                  RESUME call SSTMH01P makes when it is left.    sbank00p
001717* 2026-10-15 MF    Likewise hand the customer over to the savings sbank00p
001718*                  goals screen SGOAL01P when BBANK30P asks for   sbank00p
001719*                  it, passing the account picked there.          sbank00p
001720* 2026-10-15 MF    Likewise hand the customer over to the payment sbank00p
001721*                  calendar screen SPCAL01P when BBANK30P asks    sbank00p
001722*                  for it, passing the account picked there.      sbank00p
001723* 2026-10-15 MF    Likewise hand the customer over to the         sbank00p
001724*                  spending categories screen SCATG01P when       sbank00p
001725*                  BBANK30P asks for it, passing the account      sbank00p
001726*                  picked there.                                  sbank00p
001727                                                                  sbank00p
001800 IDENTIFICATION DIVISION.                                         sbank00p
001900 PROGRAM-ID.                                                      sbank00p
002000     SBANK00P.                                                    sbank00p
006400                                                                  sbank00p
006410 01  WS-SECURITY-DATA.                                            sbank00p
006420 COPY CPSWDD01.                                                   sbank00p
006430                                                                  sbank00p
006440 01  WS-STMH-COMMAREA.                                            sbank00p
006450 COPY CSTMHD01.                                                   sbank00p
006460                                                                  sbank00p
006470 01  WS-GOAL-COMMAREA.                                            sbank00p
006480 COPY CGOALD01.                                                   sbank00p
006484                                                                  sbank00p
006486 01  WS-PCAL-COMMAREA.                                            sbank00p
006488 COPY CPCALD01.                                                   sbank00p
006490                                                                  sbank00p
006492 01  WS-CATG-COMMAREA.                                            sbank00p
006496 COPY CCATGD01.                                                   sbank00p
006500 01  load-ptr pointer.                                            sbank00p
006600                                                                  sbank00p
006700                                                                  sbank00p
007100   05  LK-CALL-TYPE                          PIC X(8).            sbank00p
007200     88  CALL-TYPE-CICSECI                   VALUE 'CICSECI'.     sbank00p
007300     88  CALL-TYPE-WEBSERV                   VALUE 'WEBSERV'.     sbank00p
007310     88  CALL-TYPE-RESUME                   VALUE 'RESUME'.       sbank00p
007400   05  LK-PASSED-DATA                        PIC X(1024).         sbank00p
007500*COPY CBANKEXT.                                                   sbank00p
007600                                                                  sbank00p
017600                LOW-VALUES                                        sbank00p
017700           END-IF                                                 sbank00p
017800        END-IF                                                    sbank00p
017801        IF EIBCALEN IS NOT LESS THAN 16 AND                       sbank00p
017802           CALL-TYPE-RESUME                                       sbank00p
017803           EXEC CICS ASKTIME                                      sbank00p
017804                     ABSTIME(WS-ABSTIME)                          sbank00p
017805           END-EXEC                                               sbank00p
017806           MOVE WS-ABSTIME TO BANK-LAST-INPUT-TIME                sbank00p
017807        END-IF                                                    sbank00p
017810        PERFORM CHECK-IDLE-TIMEOUT                                sbank00p
017900     END-IF.                                                      sbank00p
018000                                                                  sbank00p
019000        MOVE 'Inavlid environment' TO ABEND-REASON                sbank00p
019100        COPY CABENDPO.                                            sbank00p
019200     END-IF.                                                      sbank00p
019210                                                                  sbank00p
019215***************************************************************** sbank00p
019220* Back from the statement history screen - show again the       * sbank00p
019225* screen the customer left it from                              * sbank00p
019230***************************************************************** sbank00p
019235     IF EIBCALEN IS NOT LESS THAN 16 AND                          sbank00p
019240        CALL-TYPE-RESUME                                          sbank00p
019245        SET BANK-AID-ENTER TO TRUE                                sbank00p
019250        GO TO CHECK-FOR-PGM-SWITCH                                sbank00p
019255     END-IF.                                                      sbank00p
019300                                                                  sbank00p
019400***************************************************************** sbank00p
019500* This is the main process                                      * sbank00p
031600* Check for a program switch first                                sbank00p
031700 CHECK-FOR-PGM-SWITCH.                                            sbank00p
031800     IF BANK-NEXT-PROG IS NOT EQUAL TO BANK-LAST-PROG             sbank00p
031810        IF BANK-NEXT-PROG IS EQUAL TO 'SSTMH01P'                  sbank00p
031820           PERFORM HAND-OFF-STMT-HISTORY THRU                     sbank00p
031830                   HAND-OFF-STMT-HISTORY-EXIT                     sbank00p
031840        END-IF                                                    sbank00p
031850        IF BANK-NEXT-PROG IS EQUAL TO 'SGOAL01P'                  sbank00p
031860           PERFORM HAND-OFF-SAVINGS-GOALS THRU                    sbank00p
031870                   HAND-OFF-SAVINGS-GOALS-EXIT                    sbank00p
031880        END-IF                                                    sbank00p
031882        IF BANK-NEXT-PROG IS EQUAL TO 'SPCAL01P'                  sbank00p
031884           PERFORM HAND-OFF-PAYMENT-CALENDAR THRU                 sbank00p
031886                   HAND-OFF-PAYMENT-CALENDAR-EXIT                 sbank00p
031888        END-IF                                                    sbank00p
031889        IF BANK-NEXT-PROG IS EQUAL TO 'SCATG01P'                  sbank00p
031890           PERFORM HAND-OFF-SPENDING-CATEGORIES THRU              sbank00p
031891                   HAND-OFF-SPENDING-CATEGORIES-EXIT              sbank00p
031892        END-IF                                                    sbank00p
031897        PERFORM CHECK-STAFF-AUTHORITY THRU                        sbank00p
031898                CHECK-STAFF-AUTHORITY-EXIT                        sbank00p
031899        IF NOT CD35O-ALLOWED-NO                                   sbank00p
038036     END-IF.                                                      sbank00p
038037 CHECK-STAFF-AUTHORITY-EXIT.                                      sbank00p
038038     EXIT.                                                        sbank00p
038039                                                                  sbank00p
038040***************************************************************** sbank00p
038041* The statement history screen runs conversations of its own,   * sbank00p
038042* so rather than LINK it we save the session as it stands,      * sbank00p
038043* pointed back at the screen it was asked for from, and XCTL to * sbank00p
038044* it with the customer and our queue name.  It XCTLs back here  * sbank00p
038045* with call type RESUME when the customer leaves it.            * sbank00p
038046***************************************************************** sbank00p
038047 HAND-OFF-STMT-HISTORY.                                           sbank00p
038048     MOVE BANK-LAST-PROG TO BANK-NEXT-PROG.                       sbank00p
038049     MOVE WS-BANK-DATA TO TS-QUEUE-DATA.                          sbank00p
038050     MOVE LENGTH OF TS-QUEUE-DATA TO TS-QUEUE-LEN.                sbank00p
038051     MOVE 1 TO TS-QUEUE-ITEM.                                     sbank00p
038052     MOVE 0 TO WS-RESP.                                           sbank00p
038053     EXEC CICS WRITEQ TS                                          sbank00p
038054               QUEUE(TS-QUEUE-NAME)                               sbank00p
038055               FROM(TS-QUEUE-DATA)                                sbank00p
038056               LENGTH(TS-QUEUE-LEN)                               sbank00p
038057               ITEM(TS-QUEUE-ITEM)                                sbank00p
038058               REWRITE                                            sbank00p
038059               RESP(WS-RESP)                                      sbank00p
038060     END-EXEC.                                                    sbank00p
038061     MOVE SPACES TO CSTMHD01-DATA.                                sbank00p
038062     SET CSTMHD01-CUSTOMER TO TRUE.                               sbank00p
038063     MOVE BANK-USERID TO CSTMHD01-PID.                            sbank00p
038064     MOVE TS-QUEUE-NAME TO CSTMHD01-BANK-TSQ.                     sbank00p
038065     EXEC CICS XCTL PROGRAM('SSTMH01P')                           sbank00p
038066                    COMMAREA(CSTMHD01-DATA)                       sbank00p
038067                    LENGTH(LENGTH OF CSTMHD01-DATA)               sbank00p
038068     END-EXEC.                                                    sbank00p
038069 HAND-OFF-STMT-HISTORY-EXIT.                                      sbank00p
038070     EXIT.                                                        sbank00p
038071                                                                  sbank00p
038072***************************************************************** sbank00p
038073* The savings goals screen is handed the customer the same way, * sbank00p
038074* with the savings account they picked on the balances screen   * sbank00p
038075***************************************************************** sbank00p
038076 HAND-OFF-SAVINGS-GOALS.                                          sbank00p
038077     MOVE BANK-LAST-PROG TO BANK-NEXT-PROG.                       sbank00p
038078     MOVE WS-BANK-DATA TO TS-QUEUE-DATA.                          sbank00p
038079     MOVE LENGTH OF TS-QUEUE-DATA TO TS-QUEUE-LEN.                sbank00p
038080     MOVE 1 TO TS-QUEUE-ITEM.                                     sbank00p
038081     MOVE 0 TO WS-RESP.                                           sbank00p
038082     EXEC CICS WRITEQ TS                                          sbank00p
038083               QUEUE(TS-QUEUE-NAME)                               sbank00p
038084               FROM(TS-QUEUE-DATA)                                sbank00p
038085               LENGTH(TS-QUEUE-LEN)                               sbank00p
038086               ITEM(TS-QUEUE-ITEM)                                sbank00p
038087               REWRITE                                            sbank00p
038088               RESP(WS-RESP)                                      sbank00p
038089     END-EXEC.                                                    sbank00p
038090     MOVE SPACES TO CGOALD01-DATA.                                sbank00p
038091     SET CGOALD01-CUSTOMER TO TRUE.                               sbank00p
038092     MOVE BANK-USERID TO CGOALD01-PID.                            sbank00p
038093     MOVE BANK-SCR40-ACC TO CGOALD01-ACCNO.                       sbank00p
038094     MOVE TS-QUEUE-NAME TO CGOALD01-BANK-TSQ.                     sbank00p
038095     EXEC CICS XCTL PROGRAM('SGOAL01P')                           sbank00p
038096                    COMMAREA(CGOALD01-DATA)                       sbank00p
038097                    LENGTH(LENGTH OF CGOALD01-DATA)               sbank00p
038098     END-EXEC.                                                    sbank00p
038099 HAND-OFF-SAVINGS-GOALS-EXIT.                                     sbank00p
038100     EXIT.                                                        sbank00p
038101                                                                  sbank00p
038102***************************************************************** sbank00p
038103* The payment calendar screen is handed the customer the same   * sbank00p
038104* way, with the account they picked on the balances screen      * sbank00p
038105***************************************************************** sbank00p
038106 HAND-OFF-PAYMENT-CALENDAR.                                       sbank00p
038107     MOVE BANK-LAST-PROG TO BANK-NEXT-PROG.                       sbank00p
038108     MOVE WS-BANK-DATA TO TS-QUEUE-DATA.                          sbank00p
038109     MOVE LENGTH OF TS-QUEUE-DATA TO TS-QUEUE-LEN.                sbank00p
038110     MOVE 1 TO TS-QUEUE-ITEM.                                     sbank00p
038111     MOVE 0 TO WS-RESP.                                           sbank00p
038112     EXEC CICS WRITEQ TS                                          sbank00p
038113               QUEUE(TS-QUEUE-NAME)                               sbank00p
038114               FROM(TS-QUEUE-DATA)                                sbank00p
038115               LENGTH(TS-QUEUE-LEN)                               sbank00p
038116               ITEM(TS-QUEUE-ITEM)                                sbank00p
038117               REWRITE                                            sbank00p
038118               RESP(WS-RESP)                                      sbank00p
038119     END-EXEC.                                                    sbank00p
038120     MOVE SPACES TO CPCALD01-DATA.                                sbank00p
038121     SET CPCALD01-CUSTOMER TO TRUE.                               sbank00p
038122     MOVE BANK-USERID TO CPCALD01-PID.                            sbank00p
038123     MOVE BANK-SCR40-ACC TO CPCALD01-ACCNO.                       sbank00p
038124     MOVE TS-QUEUE-NAME TO CPCALD01-BANK-TSQ.                     sbank00p
038125     MOVE 1 TO CPCALD01-PAGE.                                     sbank00p
038126     EXEC CICS XCTL PROGRAM('SPCAL01P')                           sbank00p
038127                    COMMAREA(CPCALD01-DATA)                       sbank00p
038128                    LENGTH(LENGTH OF CPCALD01-DATA)               sbank00p
038129     END-EXEC.                                                    sbank00p
038130 HAND-OFF-PAYMENT-CALENDAR-EXIT.                                  sbank00p
038131     EXIT.                                                        sbank00p
038133                                                                  sbank00p
038135***************************************************************** sbank00p
038137* The spending categories screen is handed the customer the     * sbank00p
038139* same way, with the account they picked on the balances screen * sbank00p
038141***************************************************************** sbank00p
038143 HAND-OFF-SPENDING-CATEGORIES.                                    sbank00p
038145     MOVE BANK-LAST-PROG TO BANK-NEXT-PROG.                       sbank00p
038147     MOVE WS-BANK-DATA TO TS-QUEUE-DATA.                          sbank00p
038149     MOVE LENGTH OF TS-QUEUE-DATA TO TS-QUEUE-LEN.                sbank00p
038151     MOVE 1 TO TS-QUEUE-ITEM.                                     sbank00p
038153     MOVE 0 TO WS-RESP.                                           sbank00p
038155     EXEC CICS WRITEQ TS                                          sbank00p
038157               QUEUE(TS-QUEUE-NAME)                               sbank00p
038159               FROM(TS-QUEUE-DATA)                                sbank00p
038161               LENGTH(TS-QUEUE-LEN)                               sbank00p
038163               ITEM(TS-QUEUE-ITEM)                                sbank00p
038165               REWRITE                                            sbank00p
038167               RESP(WS-RESP)                                      sbank00p
038169     END-EXEC.                                                    sbank00p
038171     MOVE SPACES TO CCATGD01-DATA.                                sbank00p
038173     SET CCATGD01-CUSTOMER TO TRUE.                               sbank00p
038175     MOVE BANK-USERID TO CCATGD01-PID.                            sbank00p
038177     MOVE BANK-SCR40-ACC TO CCATGD01-ACCNO.                       sbank00p
038179     MOVE TS-QUEUE-NAME TO CCATGD01-BANK-TSQ.                     sbank00p
038181     SET CCATGD01-SUMMARY TO TRUE.                                sbank00p
038183     MOVE 1 TO CCATGD01-PAGE.                                     sbank00p
038185     EXEC CICS XCTL PROGRAM('SCATG01P')                           sbank00p
038187                    COMMAREA(CCATGD01-DATA)                       sbank00p
038189                    LENGTH(LENGTH OF CCATGD01-DATA)               sbank00p
038191     END-EXEC.                                                    sbank00p
038193 HAND-OFF-SPENDING-CATEGORIES-EXIT.                               sbank00p
038195     EXIT.                                                        sbank00p
038200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     sbank00p
