000100***************************************************************** SLAPP01P
000200*                                                               * SLAPP01P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * SLAPP01P
000400*   This demonstration program is provided for use by users     * SLAPP01P
000500*   of Micro Focus products and may be used, modified and       * SLAPP01P
000600*   distributed as part of your application provided that       * SLAPP01P
000700*   you properly acknowledge the copyright of Micro Focus       * SLAPP01P
000800*   in this material.                                           * SLAPP01P
000900*                                                               * SLAPP01P
001000***************************************************************** SLAPP01P
001100                                                                  SLAPP01P
001200***************************************************************** SLAPP01P
001300* Program:     SLAPP01P.CBL (CICS Version)                      * SLAPP01P
001400* Layer:       Screen handling                                  * SLAPP01P
001500* Function:    Loan application pipeline in the SCLAT01P mold - * SLAPP01P
001600*              Enter shows a customer's applications from the   * SLAPP01P
001700*              keyed one on, PF5 takes a new application with   * SLAPP01P
001800*              the quoted terms, stated income and obligations  * SLAPP01P
001900*              and the bureau score and has DBANK75P decide it, * SLAPP01P
002000*              PF6 records the underwriter's decision on a      * SLAPP01P
002100*              referred application, and PF9 originates an      * SLAPP01P
002200*              approved one through DBANKLNP.                   * SLAPP01P
002300***************************************************************** SLAPP01P
002400                                                                  SLAPP01P
002500 IDENTIFICATION DIVISION.                                         SLAPP01P
002600 PROGRAM-ID.                                                      SLAPP01P
002700     SLAPP01P.                                                    SLAPP01P
002800 DATE-WRITTEN.                                                    SLAPP01P
002900     October 2026.                                                SLAPP01P
003000 DATE-COMPILED.                                                   SLAPP01P
003100     Today.                                                       SLAPP01P
003200                                                                  SLAPP01P
003300 ENVIRONMENT DIVISION.                                            SLAPP01P
003400                                                                  SLAPP01P
003500 DATA DIVISION.                                                   SLAPP01P
003600 WORKING-STORAGE SECTION.                                         SLAPP01P
003700 01  WS-MISC-STORAGE.                                             SLAPP01P
003800   05  WS-PROGRAM-ID                         PIC X(8)             SLAPP01P
003900       VALUE 'SLAPP01P'.                                          SLAPP01P
004000   05  WS-RESP                               PIC S9(8) COMP.      SLAPP01P
004100   05  WS-REQUEST-CODE                       PIC X(1).            SLAPP01P
004200   05  WS-AMOUNT-DISPLAY                     PIC Z(6)9.           SLAPP01P
004300   05  WS-RATE-DISPLAY                       PIC ZZ9.999.         SLAPP01P
004400   05  WS-TERM-DISPLAY                       PIC Z(4)9.           SLAPP01P
004500   05  WS-MONEY-DISPLAY                      PIC Z(6)9.99.        SLAPP01P
004600   05  WS-DTI-DISPLAY                        PIC ZZ9.99.          SLAPP01P
004700   05  WS-AMOUNT-IN                          PIC X(7).            SLAPP01P
004800   05  WS-AMOUNT-IN-N REDEFINES WS-AMOUNT-IN PIC 9(7).            SLAPP01P
004900   05  WS-RATE-IN                            PIC X(6).            SLAPP01P
005000   05  WS-RATE-IN-N REDEFINES WS-RATE-IN     PIC 9(3)V9(3).       SLAPP01P
005100   05  WS-TERM-IN                            PIC X(5).            SLAPP01P
005200   05  WS-TERM-IN-N REDEFINES WS-TERM-IN     PIC 9(5).            SLAPP01P
005300   05  WS-MONEY-IN                           PIC X(9).            SLAPP01P
005400   05  WS-MONEY-IN-N REDEFINES WS-MONEY-IN   PIC 9(7)V99.         SLAPP01P
005500                                                                  SLAPP01P
005600 01  WS-COMMAREA-75.                                              SLAPP01P
005700 COPY CBANKD75.                                                   SLAPP01P
005800                                                                  SLAPP01P
005900 01  WS-COMMAREA-LN.                                              SLAPP01P
006000 COPY CBANKDLN.                                                   SLAPP01P
006100                                                                  SLAPP01P
006200 COPY DFHAID.                                                     SLAPP01P
006300                                                                  SLAPP01P
006400 COPY DFHBMSCA.                                                   SLAPP01P
006500                                                                  SLAPP01P
006600 COPY CABENDD.                                                    SLAPP01P
006700                                                                  SLAPP01P
006800 LINKAGE SECTION.                                                 SLAPP01P
006900 01  DFHCOMMAREA.                                                 SLAPP01P
007000   05  LK-SCREEN-STATUS                     PIC X(1).             SLAPP01P
007100     88  LK-SCREEN-NOT-SENT                 VALUE SPACE.          SLAPP01P
007200     88  LK-SCREEN-WAS-SENT                 VALUE '1'.            SLAPP01P
007300                                                                  SLAPP01P
007400 PROCEDURE DIVISION.                                              SLAPP01P
007500***************************************************************** SLAPP01P
007600* First time in this pseudo-conversation - send a blank entry   * SLAPP01P
007700* screen                                                        * SLAPP01P
007800***************************************************************** SLAPP01P
007900     IF EIBCALEN IS EQUAL TO 0                                    SLAPP01P
008000       MOVE LOW-VALUES TO LAPP01AO                                SLAPP01P
008100       MOVE 'Enter=Read PF5=Apply PF6=Decide PF9=Originate'       SLAPP01P
008200         TO ERRMSGO IN LAPP01AO                                   SLAPP01P
008300       EXEC CICS SEND MAP('LAPP01A')                              SLAPP01P
008400                  MAPSET('MLAPP01')                               SLAPP01P
008500                  ERASE                                           SLAPP01P
008600                  FREEKB                                          SLAPP01P
008700       END-EXEC                                                   SLAPP01P
008800       SET LK-SCREEN-WAS-SENT TO TRUE                             SLAPP01P
008900       GO TO COMMON-RETURN                                        SLAPP01P
009000     END-IF.                                                      SLAPP01P
009100                                                                  SLAPP01P
009200     EXEC CICS RECEIVE MAP('LAPP01A')                             SLAPP01P
009300                MAPSET('MLAPP01')                                 SLAPP01P
009400                RESP(WS-RESP)                                     SLAPP01P
009500     END-EXEC.                                                    SLAPP01P
009600                                                                  SLAPP01P
009700***************************************************************** SLAPP01P
009800* PF3 exits, Enter reads, PF5 applies, PF6 decides a referral,  * SLAPP01P
009900* PF9 originates                                                * SLAPP01P
010000***************************************************************** SLAPP01P
010100     EVALUATE TRUE                                                SLAPP01P
010200       WHEN EIBAID IS EQUAL TO DFHPF3                             SLAPP01P
010300         EXEC CICS RETURN END-EXEC                                SLAPP01P
010400         GOBACK                                                   SLAPP01P
010500       WHEN EIBAID IS EQUAL TO DFHPF5                             SLAPP01P
010600         MOVE '2' TO WS-REQUEST-CODE                              SLAPP01P
010700         PERFORM TAKE-APPLICATION THRU                            SLAPP01P
010800                 TAKE-APPLICATION-EXIT                            SLAPP01P
010900       WHEN EIBAID IS EQUAL TO DFHPF6                             SLAPP01P
011000         MOVE '3' TO WS-REQUEST-CODE                              SLAPP01P
011100         PERFORM DECIDE-APPLICATION THRU                          SLAPP01P
011200                 DECIDE-APPLICATION-EXIT                          SLAPP01P
011300       WHEN EIBAID IS EQUAL TO DFHPF9                             SLAPP01P
011400         MOVE '1' TO WS-REQUEST-CODE                              SLAPP01P
011500         PERFORM ORIGINATE-APPLICATION THRU                       SLAPP01P
011600                 ORIGINATE-APPLICATION-EXIT                       SLAPP01P
011700       WHEN OTHER                                                 SLAPP01P
011800         MOVE '1' TO WS-REQUEST-CODE                              SLAPP01P
011900         PERFORM READ-APPLICATION THRU                            SLAPP01P
012000                 READ-APPLICATION-EXIT                            SLAPP01P
012100     END-EVALUATE.                                                SLAPP01P
012200                                                                  SLAPP01P
012300 COMMON-RETURN.                                                   SLAPP01P
012400     EXEC CICS RETURN TRANSID(EIBTRNID)                           SLAPP01P
012500                COMMAREA(DFHCOMMAREA)                             SLAPP01P
012600                LENGTH(LENGTH OF DFHCOMMAREA)                     SLAPP01P
012700     END-EXEC.                                                    SLAPP01P
012800     GOBACK.                                                      SLAPP01P
012900                                                                  SLAPP01P
013000***************************************************************** SLAPP01P
013100* Redisplay the screen unchanged except for the message line    * SLAPP01P
013200***************************************************************** SLAPP01P
013300 RESEND-SCREEN.                                                   SLAPP01P
013400     EXEC CICS SEND MAP('LAPP01A')                                SLAPP01P
013500                MAPSET('MLAPP01')                                 SLAPP01P
013600                DATAONLY                                          SLAPP01P
013700                FREEKB                                            SLAPP01P
013800     END-EXEC.                                                    SLAPP01P
013900 RESEND-SCREEN-EXIT.                                              SLAPP01P
014000     EXIT.                                                        SLAPP01P
014100                                                                  SLAPP01P
014200***************************************************************** SLAPP01P
014300* Show the keyed customer's applications                        * SLAPP01P
014400***************************************************************** SLAPP01P
014500 READ-APPLICATION.                                                SLAPP01P
014600     MOVE SPACES TO CD75-DATA.                                    SLAPP01P
014700     MOVE WS-REQUEST-CODE TO CD75I-REQUEST-CODE.                  SLAPP01P
014800     PERFORM MOVE-KEY-FIELDS THRU                                 SLAPP01P
014900             MOVE-KEY-FIELDS-EXIT.                                SLAPP01P
015000 COPY CBANKX75.                                                   SLAPP01P
015100     IF NOT CD75O-OK                                              SLAPP01P
015200       MOVE CD75O-MSG TO ERRMSGO IN LAPP01AO                      SLAPP01P
015300       PERFORM RESEND-SCREEN THRU                                 SLAPP01P
015400               RESEND-SCREEN-EXIT                                 SLAPP01P
015500       GO TO READ-APPLICATION-EXIT                                SLAPP01P
015600     END-IF.                                                      SLAPP01P
015700     PERFORM SHOW-APPLICATION THRU                                SLAPP01P
015800             SHOW-APPLICATION-EXIT.                               SLAPP01P
015900     MOVE 'Applications shown - PF6=Decide PF9=Originate'         SLAPP01P
016000       TO ERRMSGO IN LAPP01AO.                                    SLAPP01P
016100     EXEC CICS SEND MAP('LAPP01A')                                SLAPP01P
016200                MAPSET('MLAPP01')                                 SLAPP01P
016300                ERASE                                             SLAPP01P
016400                FREEKB                                            SLAPP01P
016500     END-EXEC.                                                    SLAPP01P
016600 READ-APPLICATION-EXIT.                                           SLAPP01P
016700     EXIT.                                                        SLAPP01P
016800                                                                  SLAPP01P
016900***************************************************************** SLAPP01P
017000* Take a new application - amounts are keyed as whole digits,   * SLAPP01P
017100* the rate with three decimals and income and obligations with  * SLAPP01P
017200* two, with no point                                            * SLAPP01P
017300***************************************************************** SLAPP01P
017400 TAKE-APPLICATION.                                                SLAPP01P
017500     MOVE SPACES TO CD75-DATA.                                    SLAPP01P
017600     MOVE WS-REQUEST-CODE TO CD75I-REQUEST-CODE.                  SLAPP01P
017700     MOVE PIDI IN LAPP01AI TO CD75I-PID.                          SLAPP01P
017800     MOVE ZERO TO CD75I-AMOUNT.                                   SLAPP01P
017900     MOVE AMTI IN LAPP01AI TO WS-AMOUNT-IN.                       SLAPP01P
018000     IF WS-AMOUNT-IN IS NUMERIC                                   SLAPP01P
018100       MOVE WS-AMOUNT-IN-N TO CD75I-AMOUNT                        SLAPP01P
018200     END-IF.                                                      SLAPP01P
018300     MOVE ZERO TO CD75I-RATE.                                     SLAPP01P
018400     MOVE RATEI IN LAPP01AI TO WS-RATE-IN.                        SLAPP01P
018500     IF WS-RATE-IN IS NUMERIC                                     SLAPP01P
018600       MOVE WS-RATE-IN-N TO CD75I-RATE                            SLAPP01P
018700     END-IF.                                                      SLAPP01P
018800     MOVE ZERO TO CD75I-TERM.                                     SLAPP01P
018900     MOVE TERMI IN LAPP01AI TO WS-TERM-IN.                        SLAPP01P
019000     IF WS-TERM-IN IS NUMERIC                                     SLAPP01P
019100       MOVE WS-TERM-IN-N TO CD75I-TERM                            SLAPP01P
019200     END-IF.                                                      SLAPP01P
019300     MOVE INCI IN LAPP01AI TO WS-MONEY-IN.                        SLAPP01P
019400     IF WS-MONEY-IN IS NUMERIC                                    SLAPP01P
019500       MOVE WS-MONEY-IN-N TO CD75I-MONTHLY-INCOME                 SLAPP01P
019600     END-IF.                                                      SLAPP01P
019700     MOVE OBLI IN LAPP01AI TO WS-MONEY-IN.                        SLAPP01P
019800     IF WS-MONEY-IN IS NUMERIC                                    SLAPP01P
019900       MOVE WS-MONEY-IN-N TO CD75I-MONTHLY-OBLIGATIONS            SLAPP01P
020000     END-IF.                                                      SLAPP01P
020100     MOVE SCOREI IN LAPP01AI TO CD75I-CREDIT-SCORE.               SLAPP01P
020200     MOVE EIBOPID TO CD75I-USERID.                                SLAPP01P
020300 COPY CBANKX75.                                                   SLAPP01P
020400     IF NOT CD75O-OK                                              SLAPP01P
020500       MOVE CD75O-MSG TO ERRMSGO IN LAPP01AO                      SLAPP01P
020600       PERFORM RESEND-SCREEN THRU                                 SLAPP01P
020700               RESEND-SCREEN-EXIT                                 SLAPP01P
020800       GO TO TAKE-APPLICATION-EXIT                                SLAPP01P
020900     END-IF.                                                      SLAPP01P
021000     PERFORM SHOW-APPLICATION THRU                                SLAPP01P
021100             SHOW-APPLICATION-EXIT.                               SLAPP01P
021200     EVALUATE CD75O-STATUS                                        SLAPP01P
021300       WHEN 'A'                                                   SLAPP01P
021400         MOVE 'Application approved - PF9 to originate'           SLAPP01P
021500           TO ERRMSGO IN LAPP01AO                                 SLAPP01P
021600       WHEN 'R'                                                   SLAPP01P
021700         MOVE 'Application referred to an underwriter'            SLAPP01P
021800           TO ERRMSGO IN LAPP01AO                                 SLAPP01P
021900       WHEN OTHER                                                 SLAPP01P
022000         MOVE 'Application declined - notice will follow'         SLAPP01P
022100           TO ERRMSGO IN LAPP01AO                                 SLAPP01P
022200     END-EVALUATE.                                                SLAPP01P
022300     EXEC CICS SEND MAP('LAPP01A')                                SLAPP01P
022400                MAPSET('MLAPP01')                                 SLAPP01P
022500                ERASE                                             SLAPP01P
022600                FREEKB                                            SLAPP01P
022700     END-EXEC.                                                    SLAPP01P
022800 TAKE-APPLICATION-EXIT.                                           SLAPP01P
022900     EXIT.                                                        SLAPP01P
023000                                                                  SLAPP01P
023100***************************************************************** SLAPP01P
023200* Record the underwriter's decision on the keyed referral       * SLAPP01P
023300***************************************************************** SLAPP01P
023400 DECIDE-APPLICATION.                                              SLAPP01P
023500     MOVE SPACES TO CD75-DATA.                                    SLAPP01P
023600     MOVE WS-REQUEST-CODE TO CD75I-REQUEST-CODE.                  SLAPP01P
023700     PERFORM MOVE-KEY-FIELDS THRU                                 SLAPP01P
023800             MOVE-KEY-FIELDS-EXIT.                                SLAPP01P
023900     MOVE DECNI IN LAPP01AI TO CD75I-DECISION.                    SLAPP01P
024000     MOVE RSNI IN LAPP01AI TO CD75I-REASON.                       SLAPP01P
024100     MOVE EIBOPID TO CD75I-USERID.                                SLAPP01P
024200 COPY CBANKX75.                                                   SLAPP01P
024300     IF NOT CD75O-OK                                              SLAPP01P
024400       MOVE CD75O-MSG TO ERRMSGO IN LAPP01AO                      SLAPP01P
024500       PERFORM RESEND-SCREEN THRU                                 SLAPP01P
024600               RESEND-SCREEN-EXIT                                 SLAPP01P
024700       GO TO DECIDE-APPLICATION-EXIT                              SLAPP01P
024800     END-IF.                                                      SLAPP01P
024900     PERFORM SHOW-APPLICATION THRU                                SLAPP01P
025000             SHOW-APPLICATION-EXIT.                               SLAPP01P
025100     MOVE 'Underwriter decision recorded'                         SLAPP01P
025200       TO ERRMSGO IN LAPP01AO.                                    SLAPP01P
025300     EXEC CICS SEND MAP('LAPP01A')                                SLAPP01P
025400                MAPSET('MLAPP01')                                 SLAPP01P
025500                ERASE                                             SLAPP01P
025600                FREEKB                                            SLAPP01P
025700     END-EXEC.                                                    SLAPP01P
025800 DECIDE-APPLICATION-EXIT.                                         SLAPP01P
025900     EXIT.                                                        SLAPP01P
026000                                                                  SLAPP01P
026100***************************************************************** SLAPP01P
026200* Originate the keyed application on its approved terms -       * SLAPP01P
026300* DBANKLNP refuses anything not approved and marks the          * SLAPP01P
026400* application originated                                        * SLAPP01P
026500***************************************************************** SLAPP01P
026600 ORIGINATE-APPLICATION.                                           SLAPP01P
026700     MOVE SPACES TO CD75-DATA.                                    SLAPP01P
026800     MOVE WS-REQUEST-CODE TO CD75I-REQUEST-CODE.                  SLAPP01P
026900     PERFORM MOVE-KEY-FIELDS THRU                                 SLAPP01P
027000             MOVE-KEY-FIELDS-EXIT.                                SLAPP01P
027100 COPY CBANKX75.                                                   SLAPP01P
027200     IF NOT CD75O-OK                                              SLAPP01P
027300       MOVE CD75O-MSG TO ERRMSGO IN LAPP01AO                      SLAPP01P
027400       PERFORM RESEND-SCREEN THRU                                 SLAPP01P
027500               RESEND-SCREEN-EXIT                                 SLAPP01P
027600       GO TO ORIGINATE-APPLICATION-EXIT                           SLAPP01P
027700     END-IF.                                                      SLAPP01P
027800     IF CD75O-APP-ID IS NOT EQUAL TO CD75I-APP-ID                 SLAPP01P
027900       MOVE 'Key the application id to originate'                 SLAPP01P
028000         TO ERRMSGO IN LAPP01AO                                   SLAPP01P
028100       PERFORM RESEND-SCREEN THRU                                 SLAPP01P
028200               RESEND-SCREEN-EXIT                                 SLAPP01P
028300       GO TO ORIGINATE-APPLICATION-EXIT                           SLAPP01P
028400     END-IF.                                                      SLAPP01P
028500     IF CD75O-STATUS IS NOT EQUAL TO 'A'                          SLAPP01P
028600       MOVE 'Only an approved application can be originated'      SLAPP01P
028700         TO ERRMSGO IN LAPP01AO                                   SLAPP01P
028800       PERFORM RESEND-SCREEN THRU                                 SLAPP01P
028900               RESEND-SCREEN-EXIT                                 SLAPP01P
029000       GO TO ORIGINATE-APPLICATION-EXIT                           SLAPP01P
029100     END-IF.                                                      SLAPP01P
029200     MOVE SPACES TO CDLN-DATA.                                    SLAPP01P
029300     SET CDLNI-WRITE-LOAN TO TRUE.                                SLAPP01P
029400     MOVE CD75O-PID TO CDLNI-PID.                                 SLAPP01P
029500     MOVE CD75O-AMOUNT TO CDLNI-PRINCIPAL.                        SLAPP01P
029600     MOVE CD75O-RATE TO CDLNI-RATE.                               SLAPP01P
029700     MOVE CD75O-TERM TO CDLNI-TERM.                               SLAPP01P
029800     MOVE CD75O-MONTHLY-PAYMENT TO CDLNI-MONTHLY-PAYMENT.         SLAPP01P
029900     MOVE CD75O-APP-ID TO CDLNI-APP-ID.                           SLAPP01P
030000 COPY CBANKXLN.                                                   SLAPP01P
030100     IF NOT CDLNO-OK                                              SLAPP01P
030200       MOVE 'Unable to originate loan - try again'                SLAPP01P
030300         TO ERRMSGO IN LAPP01AO                                   SLAPP01P
030400       PERFORM RESEND-SCREEN THRU                                 SLAPP01P
030500               RESEND-SCREEN-EXIT                                 SLAPP01P
030600       GO TO ORIGINATE-APPLICATION-EXIT                           SLAPP01P
030700     END-IF.                                                      SLAPP01P
030800     MOVE SPACES TO CD75-DATA.                                    SLAPP01P
030900     MOVE WS-REQUEST-CODE TO CD75I-REQUEST-CODE.                  SLAPP01P
031000     PERFORM MOVE-KEY-FIELDS THRU                                 SLAPP01P
031100             MOVE-KEY-FIELDS-EXIT.                                SLAPP01P
031200 COPY CBANKX75.                                                   SLAPP01P
031300     PERFORM SHOW-APPLICATION THRU                                SLAPP01P
031400             SHOW-APPLICATION-EXIT.                               SLAPP01P
031500     MOVE 'Loan originated - loan id shown'                       SLAPP01P
031600       TO ERRMSGO IN LAPP01AO.                                    SLAPP01P
031700     EXEC CICS SEND MAP('LAPP01A')                                SLAPP01P
031800                MAPSET('MLAPP01')                                 SLAPP01P
031900                ERASE                                             SLAPP01P
032000                FREEKB                                            SLAPP01P
032100     END-EXEC.                                                    SLAPP01P
032200 ORIGINATE-APPLICATION-EXIT.                                      SLAPP01P
032300     EXIT.                                                        SLAPP01P
032400                                                                  SLAPP01P
032500***************************************************************** SLAPP01P
032600* Customer and application as keyed                             * SLAPP01P
032700***************************************************************** SLAPP01P
032800 MOVE-KEY-FIELDS.                                                 SLAPP01P
032900     MOVE PIDI IN LAPP01AI TO CD75I-PID.                          SLAPP01P
033000     MOVE APPIDI IN LAPP01AI TO CD75I-APP-ID.                     SLAPP01P
033100     IF CD75I-APP-ID IS EQUAL TO LOW-VALUES                       SLAPP01P
033200       MOVE SPACES TO CD75I-APP-ID                                SLAPP01P
033300     END-IF.                                                      SLAPP01P
033400 MOVE-KEY-FIELDS-EXIT.                                            SLAPP01P
033500     EXIT.                                                        SLAPP01P
033600                                                                  SLAPP01P
033700***************************************************************** SLAPP01P
033800* Fill the screen from the returned application and list        * SLAPP01P
033900***************************************************************** SLAPP01P
034000 SHOW-APPLICATION.                                                SLAPP01P
034100     MOVE LOW-VALUES TO LAPP01AO.                                 SLAPP01P
034200     MOVE CD75O-PID TO PIDO IN LAPP01AO.                          SLAPP01P
034300     MOVE CD75O-APP-ID TO APPIDO IN LAPP01AO.                     SLAPP01P
034400     MOVE CD75O-STATUS TO STATO IN LAPP01AO.                      SLAPP01P
034500     MOVE CD75O-CAPTURE-DATE TO CAPDTO IN LAPP01AO.               SLAPP01P
034600     MOVE CD75O-AMOUNT TO WS-AMOUNT-DISPLAY.                      SLAPP01P
034700     MOVE WS-AMOUNT-DISPLAY TO AMTO IN LAPP01AO.                  SLAPP01P
034800     MOVE CD75O-RATE TO WS-RATE-DISPLAY.                          SLAPP01P
034900     MOVE WS-RATE-DISPLAY TO RATEO IN LAPP01AO.                   SLAPP01P
035000     MOVE CD75O-TERM TO WS-TERM-DISPLAY.                          SLAPP01P
035100     MOVE WS-TERM-DISPLAY TO TERMO IN LAPP01AO.                   SLAPP01P
035200     MOVE CD75O-MONTHLY-PAYMENT TO WS-MONEY-DISPLAY.              SLAPP01P
035300     MOVE WS-MONEY-DISPLAY TO PAYO IN LAPP01AO.                   SLAPP01P
035400     MOVE CD75O-MONTHLY-INCOME TO WS-MONEY-DISPLAY.               SLAPP01P
035500     MOVE WS-MONEY-DISPLAY TO INCO IN LAPP01AO.                   SLAPP01P
035600     MOVE CD75O-MONTHLY-OBLIGATIONS TO WS-MONEY-DISPLAY.          SLAPP01P
035700     MOVE WS-MONEY-DISPLAY TO OBLO IN LAPP01AO.                   SLAPP01P
035800     MOVE CD75O-CREDIT-SCORE TO SCOREO IN LAPP01AO.               SLAPP01P
035900     MOVE CD75O-RISK-TIER TO TIERO IN LAPP01AO.                   SLAPP01P
036000     MOVE CD75O-DTI-PCT TO WS-DTI-DISPLAY.                        SLAPP01P
036100     MOVE WS-DTI-DISPLAY TO DTIO IN LAPP01AO.                     SLAPP01P
036200     MOVE CD75O-REASON (1) TO RSN1O IN LAPP01AO.                  SLAPP01P
036300     MOVE CD75O-REASON (2) TO RSN2O IN LAPP01AO.                  SLAPP01P
036400     MOVE CD75O-REASON (3) TO RSN3O IN LAPP01AO.                  SLAPP01P
036500     MOVE CD75O-REASON (4) TO RSN4O IN LAPP01AO.                  SLAPP01P
036600     MOVE CD75O-DECISION-DATE TO DECDTO IN LAPP01AO.              SLAPP01P
036700     MOVE CD75O-DECISION-USER TO DECUSO IN LAPP01AO.              SLAPP01P
036800     MOVE CD75O-LOAN-ID TO LOANO IN LAPP01AO.                     SLAPP01P
036900     MOVE CD75O-ENTRY-APP-ID (1) TO L1APPO IN LAPP01AO.           SLAPP01P
037000     MOVE CD75O-ENTRY-STATUS (1) TO L1STAO IN LAPP01AO.           SLAPP01P
037100     MOVE CD75O-ENTRY-DATE (1) TO L1DTEO IN LAPP01AO.             SLAPP01P
037200     MOVE CD75O-ENTRY-APP-ID (2) TO L2APPO IN LAPP01AO.           SLAPP01P
037300     MOVE CD75O-ENTRY-STATUS (2) TO L2STAO IN LAPP01AO.           SLAPP01P
037400     MOVE CD75O-ENTRY-DATE (2) TO L2DTEO IN LAPP01AO.             SLAPP01P
037500     MOVE CD75O-ENTRY-APP-ID (3) TO L3APPO IN LAPP01AO.           SLAPP01P
037600     MOVE CD75O-ENTRY-STATUS (3) TO L3STAO IN LAPP01AO.           SLAPP01P
037700     MOVE CD75O-ENTRY-DATE (3) TO L3DTEO IN LAPP01AO.             SLAPP01P
037800     MOVE CD75O-ENTRY-APP-ID (4) TO L4APPO IN LAPP01AO.           SLAPP01P
037900     MOVE CD75O-ENTRY-STATUS (4) TO L4STAO IN LAPP01AO.           SLAPP01P
038000     MOVE CD75O-ENTRY-DATE (4) TO L4DTEO IN LAPP01AO.             SLAPP01P
038100     IF CD75O-ENTRY-APP-ID (1) IS NOT EQUAL TO SPACES             SLAPP01P
038200       MOVE CD75O-ENTRY-AMOUNT (1) TO WS-AMOUNT-DISPLAY           SLAPP01P
038300       MOVE WS-AMOUNT-DISPLAY TO L1AMTO IN LAPP01AO               SLAPP01P
038400     END-IF.                                                      SLAPP01P
038500     IF CD75O-ENTRY-APP-ID (2) IS NOT EQUAL TO SPACES             SLAPP01P
038600       MOVE CD75O-ENTRY-AMOUNT (2) TO WS-AMOUNT-DISPLAY           SLAPP01P
038700       MOVE WS-AMOUNT-DISPLAY TO L2AMTO IN LAPP01AO               SLAPP01P
038800     END-IF.                                                      SLAPP01P
038900     IF CD75O-ENTRY-APP-ID (3) IS NOT EQUAL TO SPACES             SLAPP01P
039000       MOVE CD75O-ENTRY-AMOUNT (3) TO WS-AMOUNT-DISPLAY           SLAPP01P
039100       MOVE WS-AMOUNT-DISPLAY TO L3AMTO IN LAPP01AO               SLAPP01P
039200     END-IF.                                                      SLAPP01P
039300     IF CD75O-ENTRY-APP-ID (4) IS NOT EQUAL TO SPACES             SLAPP01P
039400       MOVE CD75O-ENTRY-AMOUNT (4) TO WS-AMOUNT-DISPLAY           SLAPP01P
039500       MOVE WS-AMOUNT-DISPLAY TO L4AMTO IN LAPP01AO               SLAPP01P
039600     END-IF.                                                      SLAPP01P
039700 SHOW-APPLICATION-EXIT.                                           SLAPP01P
039800     EXIT.                                                        SLAPP01P
039900                                                                  SLAPP01P
040000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SLAPP01P
