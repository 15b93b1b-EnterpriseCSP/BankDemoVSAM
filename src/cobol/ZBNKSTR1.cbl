002700*              the contributing items so the compliance         * ZBNKSTR1
002800*              officer works cases instead of eyeballing the    * ZBNKSTR1
002900*              CTR print.                                       * ZBNKSTR1
002920*              The BNKTXN items are reached through the         * ZBNKSTR1
002940*              posting-date alternate key, starting at the      * ZBNKSTR1
002960*              window start, so only the window's banking days  * ZBNKSTR1
002980*              are read.                                        * ZBNKSTR1
003000***************************************************************** ZBNKSTR1
003100                                                                  ZBNKSTR1
003200 IDENTIFICATION DIVISION.                                         ZBNKSTR1
004600            ACCESS MODE  IS SEQUENTIAL                            ZBNKSTR1
004700            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKSTR1
004800            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKSTR1
004850            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKSTR1
004900            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKSTR1
005000     SELECT BNKATMJ-FILE                                          ZBNKSTR1
005100            ASSIGN       TO BNKATMJ                               ZBNKSTR1
013700       VALUE 10000.                                               ZBNKSTR1
013800   05  WS-REPORT-DATE                        PIC X(10).           ZBNKSTR1
013900   05  WS-WINDOW-START                       PIC X(10).           ZBNKSTR1
013933   05  WS-WINDOW-START-PD                    PIC X(8).            ZBNKSTR1
013966   05  WS-REPORT-DATE-PD                     PIC X(8).            ZBNKSTR1
014000   05  WS-CASH-AMOUNT                        PIC S9(9)V99         ZBNKSTR1
014100       COMP-3.                                                    ZBNKSTR1
014200   05  WS-CASH-PID                           PIC X(5).            ZBNKSTR1
033700***************************************************************** ZBNKSTR1
033800 SCAN-BNKTXN-CASH.                                                ZBNKSTR1
033900     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKSTR1
033906     MOVE WS-WINDOW-START (1:4) TO WS-WINDOW-START-PD (1:4).      ZBNKSTR1
033912     MOVE WS-WINDOW-START (6:2) TO WS-WINDOW-START-PD (5:2).      ZBNKSTR1
033918     MOVE WS-WINDOW-START (9:2) TO WS-WINDOW-START-PD (7:2).      ZBNKSTR1
033924     MOVE WS-REPORT-DATE (1:4) TO WS-REPORT-DATE-PD (1:4).        ZBNKSTR1
033930     MOVE WS-REPORT-DATE (6:2) TO WS-REPORT-DATE-PD (5:2).        ZBNKSTR1
033936     MOVE WS-REPORT-DATE (9:2) TO WS-REPORT-DATE-PD (7:2).        ZBNKSTR1
033942     MOVE WS-WINDOW-START-PD TO BTX-REC-POSTING-DATE.             ZBNKSTR1
033948     MOVE LOW-VALUES TO BTX-REC-PD-ACCNO.                         ZBNKSTR1
033954     MOVE LOW-VALUES TO BTX-REC-PD-TIMESTAMP.                     ZBNKSTR1
033960     START BNKTXN-FILE KEY GREATER THAN OR EQUAL                  ZBNKSTR1
033966           BTX-REC-ALTKEY2.                                       ZBNKSTR1
033972     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKSTR1
033978        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKSTR1
033984     END-IF.                                                      ZBNKSTR1
034000     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKSTR1
034100        READ BNKTXN-FILE                                          ZBNKSTR1
034200        IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00' OR               ZBNKSTR1
034233           BTX-REC-POSTING-DATE IS GREATER THAN                   ZBNKSTR1
034266           WS-REPORT-DATE-PD                                      ZBNKSTR1
034300           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKSTR1
034400        ELSE                                                      ZBNKSTR1
034900           IF BTX-REC-ACCNO (1:7) IS NOT EQUAL TO '9999999'       ZBNKSTR1
035000              IF BTX-REC-TYPE IS EQUAL TO 'T' OR                  ZBNKSTR1
035100                 (BTX-REC-TYPE IS EQUAL TO 'A' AND                ZBNKSTR1
035200                  BTX-REC-SUB-TYPE IS EQUAL TO '2')               ZBNKSTR1
