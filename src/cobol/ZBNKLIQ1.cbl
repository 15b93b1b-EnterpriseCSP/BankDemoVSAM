002500*              day's sources, net movement and running          * ZBNKLIQ1
002600*              cumulative position so treasury stops guessing   * ZBNKLIQ1
002700*              the funding number.                              * ZBNKLIQ1
002733*              The trailing week's credits are reached through  * ZBNKLIQ1
002766*              the BNKTXN posting-date alternate key.           * ZBNKLIQ1
002800***************************************************************** ZBNKLIQ1
002900                                                                  ZBNKLIQ1
003000 IDENTIFICATION DIVISION.                                         ZBNKLIQ1
006900            ACCESS MODE  IS SEQUENTIAL                            ZBNKLIQ1
007000            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKLIQ1
007100            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKLIQ1
007150            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKLIQ1
007200            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKLIQ1
007300     SELECT PRINTOUT-FILE                                         ZBNKLIQ1
007400            ASSIGN       TO PRINTOUT                              ZBNKLIQ1
016100       VALUE 'NO '.                                               ZBNKLIQ1
016200   05  WS-TODAY-ISO                          PIC X(10).           ZBNKLIQ1
016300   05  WS-WEEK-AGO                           PIC X(10).           ZBNKLIQ1
016333   05  WS-WEEK-AGO-PD                        PIC X(8).            ZBNKLIQ1
016366   05  WS-TODAY-PD                           PIC X(8).            ZBNKLIQ1
016400   05  WS-SUB1                               PIC S9(3) COMP.      ZBNKLIQ1
016500   05  WS-SUB2                               PIC S9(3) COMP.      ZBNKLIQ1
016600   05  WS-DD-TOTAL                           PIC S9(11)V99        ZBNKLIQ1
048100* expected daily inflow                                         * ZBNKLIQ1
048200***************************************************************** ZBNKLIQ1
048300 SCAN-DD-HISTORY.                                                 ZBNKLIQ1
048306     MOVE WS-WEEK-AGO (1:4) TO WS-WEEK-AGO-PD (1:4).              ZBNKLIQ1
048312     MOVE WS-WEEK-AGO (6:2) TO WS-WEEK-AGO-PD (5:2).              ZBNKLIQ1
048318     MOVE WS-WEEK-AGO (9:2) TO WS-WEEK-AGO-PD (7:2).              ZBNKLIQ1
048324     MOVE WS-TODAY-ISO (1:4) TO WS-TODAY-PD (1:4).                ZBNKLIQ1
048330     MOVE WS-TODAY-ISO (6:2) TO WS-TODAY-PD (5:2).                ZBNKLIQ1
048336     MOVE WS-TODAY-ISO (9:2) TO WS-TODAY-PD (7:2).                ZBNKLIQ1
048342     MOVE WS-WEEK-AGO-PD TO BTX-REC-POSTING-DATE.                 ZBNKLIQ1
048348     MOVE LOW-VALUES TO BTX-REC-PD-ACCNO.                         ZBNKLIQ1
048354     MOVE LOW-VALUES TO BTX-REC-PD-TIMESTAMP.                     ZBNKLIQ1
048360     START BNKTXN-FILE KEY GREATER THAN OR EQUAL                  ZBNKLIQ1
048366           BTX-REC-ALTKEY2.                                       ZBNKLIQ1
048372     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKLIQ1
048378        GO TO SCAN-DD-DONE                                        ZBNKLIQ1
048384     END-IF.                                                      ZBNKLIQ1
048400 SCAN-DD-LOOP.                                                    ZBNKLIQ1
048500     READ BNKTXN-FILE NEXT RECORD.                                ZBNKLIQ1
048600     IF WS-BNKTXN-STAT1 IS NOT EQUAL TO '0'                       ZBNKLIQ1
048700        GO TO SCAN-DD-DONE                                        ZBNKLIQ1
048800     END-IF.                                                      ZBNKLIQ1
048900     IF BTX-REC-POSTING-DATE IS GREATER THAN WS-TODAY-PD          ZBNKLIQ1
049000        GO TO SCAN-DD-DONE                                        ZBNKLIQ1
049200     END-IF.                                                      ZBNKLIQ1
049300     IF BTX-REC-TYPE IS EQUAL TO '1' AND                          ZBNKLIQ1
049400        BTX-REC-SUB-TYPE IS EQUAL TO '2' AND                      ZBNKLIQ1
