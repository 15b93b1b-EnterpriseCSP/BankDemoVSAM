000100***************************************************************** ZBNKQSL1
000200*                                                               * ZBNKQSL1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKQSL1
000400*   This demonstration program is provided for use by users     * ZBNKQSL1
000500*   of Micro Focus products and may be used, modified and       * ZBNKQSL1
000600*   distributed as part of your application provided that       * ZBNKQSL1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKQSL1
000800*   in this material.                                           * ZBNKQSL1
000900*                                                               * ZBNKQSL1
001000***************************************************************** ZBNKQSL1
001100                                                                  ZBNKQSL1
001200***************************************************************** ZBNKQSL1
001300* Program:     ZBNKQSL1.CBL                                     * ZBNKQSL1
001400* Function:    Daily cross-queue service-level aging report.    * ZBNKQSL1
001500*              Reads every pending item on the manual work      * ZBNKQSL1
001600*              queues - BNKHOLD, BNKFRAUD, BNKDISP, BNKDENYQ,   * ZBNKQSL1
001700*              BNKLNOVR, BNKESTQ, BNKSUSP and the open BNKMSG   * ZBNKQSL1
001800*              threads waiting on a staff reply - and ages it   * ZBNKQSL1
001900*              in business days through the UBUSDAY calendar    * ZBNKQSL1
002000*              against the SLATAB service-level table.  SLATAB  * ZBNKQSL1
002100*              names a queue file, an item type (** for any     * ZBNKQSL1
002200*              type on that queue), the limit and warning days  * ZBNKQSL1
002300*              and the supervisor to escalate to.  A queue or   * ZBNKQSL1
002400*              item type with no SLATAB row is counted but not  * ZBNKQSL1
002500*              aged, and a queue file that is not there is      * ZBNKQSL1
002600*              skipped.  The item types are the fraud rule      * ZBNKQSL1
002700*              code, the dispute provisional-credit flag (Y/N), * ZBNKQSL1
002800*              the denied-party event, the estate action and    * ZBNKQSL1
002900*              the suspense source; the other queues carry      * ZBNKQSL1
003000*              none.  Breaches and near-breaches are listed by  * ZBNKQSL1
003100*              queue and reviewer, and every item past its      * ZBNKQSL1
003200*              limit gets a supervisor escalation row on        * ZBNKQSL1
003300*              BNKQESC; escalations whose item has since been   * ZBNKQSL1
003400*              worked are closed.  Return code 4 if anything    * ZBNKQSL1
003500*              is past its limit.                               * ZBNKQSL1
003600***************************************************************** ZBNKQSL1
003700                                                                  ZBNKQSL1
003800 IDENTIFICATION DIVISION.                                         ZBNKQSL1
003900 PROGRAM-ID.                                                      ZBNKQSL1
004000     ZBNKQSL1.                                                    ZBNKQSL1
004100 DATE-WRITTEN.                                                    ZBNKQSL1
004200     October 2026.                                                ZBNKQSL1
004300 DATE-COMPILED.                                                   ZBNKQSL1
004400     Today.                                                       ZBNKQSL1
004500                                                                  ZBNKQSL1
004600 ENVIRONMENT DIVISION.                                            ZBNKQSL1
004700 INPUT-OUTPUT   SECTION.                                          ZBNKQSL1
004800   FILE-CONTROL.                                                  ZBNKQSL1
004900     SELECT SLATAB-FILE                                           ZBNKQSL1
005000            ASSIGN       TO SLATAB                                ZBNKQSL1
005100            ORGANIZATION IS SEQUENTIAL                            ZBNKQSL1
005200            ACCESS MODE  IS SEQUENTIAL                            ZBNKQSL1
005300            FILE STATUS  IS WS-SLATAB-STATUS.                     ZBNKQSL1
005400     SELECT BNKHOLD-FILE                                          ZBNKQSL1
005500            ASSIGN       TO BNKHOLD                               ZBNKQSL1
005600            ORGANIZATION IS INDEXED                               ZBNKQSL1
005700            ACCESS MODE  IS DYNAMIC                               ZBNKQSL1
005800            RECORD KEY   IS HLD-KEY                               ZBNKQSL1
005900            FILE STATUS  IS WS-BNKHOLD-STATUS.                    ZBNKQSL1
006000     SELECT BNKFRAUD-FILE                                         ZBNKQSL1
006100            ASSIGN       TO BNKFRAUD                              ZBNKQSL1
006200            ORGANIZATION IS INDEXED                               ZBNKQSL1
006300            ACCESS MODE  IS DYNAMIC                               ZBNKQSL1
006400            RECORD KEY   IS FRD-KEY                               ZBNKQSL1
006500            FILE STATUS  IS WS-BNKFRAUD-STATUS.                   ZBNKQSL1
006600     SELECT BNKDISP-FILE                                          ZBNKQSL1
006700            ASSIGN       TO BNKDISP                               ZBNKQSL1
006800            ORGANIZATION IS INDEXED                               ZBNKQSL1
006900            ACCESS MODE  IS DYNAMIC                               ZBNKQSL1
007000            RECORD KEY   IS DSP-KEY                               ZBNKQSL1
007100            FILE STATUS  IS WS-BNKDISP-STATUS.                    ZBNKQSL1
007200     SELECT BNKDENYQ-FILE                                         ZBNKQSL1
007300            ASSIGN       TO BNKDENYQ                              ZBNKQSL1
007400            ORGANIZATION IS INDEXED                               ZBNKQSL1
007500            ACCESS MODE  IS DYNAMIC                               ZBNKQSL1
007600            RECORD KEY   IS DNH-KEY                               ZBNKQSL1
007700            FILE STATUS  IS WS-BNKDENYQ-STATUS.                   ZBNKQSL1
007800     SELECT BNKLNOVR-FILE                                         ZBNKQSL1
007900            ASSIGN       TO BNKLNOVR                              ZBNKQSL1
008000            ORGANIZATION IS INDEXED                               ZBNKQSL1
008100            ACCESS MODE  IS DYNAMIC                               ZBNKQSL1
008200            RECORD KEY   IS LOV-KEY                               ZBNKQSL1
008300            FILE STATUS  IS WS-BNKLNOVR-STATUS.                   ZBNKQSL1
008400     SELECT BNKESTQ-FILE                                          ZBNKQSL1
008500            ASSIGN       TO BNKESTQ                               ZBNKQSL1
008600            ORGANIZATION IS INDEXED                               ZBNKQSL1
008700            ACCESS MODE  IS DYNAMIC                               ZBNKQSL1
008800            RECORD KEY   IS ESQ-KEY                               ZBNKQSL1
008900            FILE STATUS  IS WS-BNKESTQ-STATUS.                    ZBNKQSL1
009000     SELECT BNKSUSP-FILE                                          ZBNKQSL1
009100            ASSIGN       TO BNKSUSP                               ZBNKQSL1
009200            ORGANIZATION IS INDEXED                               ZBNKQSL1
009300            ACCESS MODE  IS DYNAMIC                               ZBNKQSL1
009400            RECORD KEY   IS SUS-KEY                               ZBNKQSL1
009500            FILE STATUS  IS WS-BNKSUSP-STATUS.                    ZBNKQSL1
009600     SELECT BNKMSG-FILE                                           ZBNKQSL1
009700            ASSIGN       TO BNKMSG                                ZBNKQSL1
009800            ORGANIZATION IS INDEXED                               ZBNKQSL1
009900            ACCESS MODE  IS DYNAMIC                               ZBNKQSL1
010000            RECORD KEY   IS MSG-KEY                               ZBNKQSL1
010100            FILE STATUS  IS WS-BNKMSG-STATUS.                     ZBNKQSL1
010200     SELECT BNKQESC-FILE                                          ZBNKQSL1
010300            ASSIGN       TO BNKQESC                               ZBNKQSL1
010400            ORGANIZATION IS INDEXED                               ZBNKQSL1
010500            ACCESS MODE  IS DYNAMIC                               ZBNKQSL1
010600            RECORD KEY   IS QEA-KEY                               ZBNKQSL1
010700            FILE STATUS  IS WS-BNKQESC-STATUS.                    ZBNKQSL1
010800     SELECT PRINTOUT-FILE                                         ZBNKQSL1
010900            ASSIGN       TO PRINTOUT                              ZBNKQSL1
011000            ORGANIZATION IS SEQUENTIAL                            ZBNKQSL1
011100            ACCESS MODE  IS SEQUENTIAL                            ZBNKQSL1
011200            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKQSL1
011300                                                                  ZBNKQSL1
011400 DATA DIVISION.                                                   ZBNKQSL1
011500 FILE SECTION.                                                    ZBNKQSL1
011600                                                                  ZBNKQSL1
011700 FD  SLATAB-FILE.                                                 ZBNKQSL1
011800 01  SLATAB-REC.                                                  ZBNKQSL1
011900   05  SLA-QUEUE                           PIC X(8).              ZBNKQSL1
012000   05  FILLER                              PIC X(1).              ZBNKQSL1
012100   05  SLA-ITEM-TYPE                       PIC X(2).              ZBNKQSL1
012200   05  FILLER                              PIC X(1).              ZBNKQSL1
012300   05  SLA-LIMIT-DAYS                      PIC 9(3).              ZBNKQSL1
012400   05  FILLER                              PIC X(1).              ZBNKQSL1
012500   05  SLA-WARN-DAYS                       PIC 9(3).              ZBNKQSL1
012600   05  FILLER                              PIC X(1).              ZBNKQSL1
012700   05  SLA-ESCALATE-TO                     PIC X(8).              ZBNKQSL1
012800   05  FILLER                              PIC X(52).             ZBNKQSL1
012900                                                                  ZBNKQSL1
013000 FD  BNKHOLD-FILE.                                                ZBNKQSL1
013100 01  BNKHOLD-REC.                                                 ZBNKQSL1
013200 COPY CBANKVHQ.                                                   ZBNKQSL1
013300                                                                  ZBNKQSL1
013400 FD  BNKFRAUD-FILE.                                               ZBNKQSL1
013500 01  BNKFRAUD-REC.                                                ZBNKQSL1
013600 COPY CBANKVFR.                                                   ZBNKQSL1
013700                                                                  ZBNKQSL1
013800 FD  BNKDISP-FILE.                                                ZBNKQSL1
013900 01  BNKDISP-REC.                                                 ZBNKQSL1
014000 COPY CBANKVDQ.                                                   ZBNKQSL1
014100                                                                  ZBNKQSL1
014200 FD  BNKDENYQ-FILE.                                               ZBNKQSL1
014300 01  BNKDENYQ-REC.                                                ZBNKQSL1
014400 COPY CBANKVDH.                                                   ZBNKQSL1
014500                                                                  ZBNKQSL1
014600 FD  BNKLNOVR-FILE.                                               ZBNKQSL1
014700 01  BNKLNOVR-REC.                                                ZBNKQSL1
014800 COPY CBANKVLO.                                                   ZBNKQSL1
014900                                                                  ZBNKQSL1
015000 FD  BNKESTQ-FILE.                                                ZBNKQSL1
015100 01  BNKESTQ-REC.                                                 ZBNKQSL1
015200 COPY CBANKVEQ.                                                   ZBNKQSL1
015300                                                                  ZBNKQSL1
015400 FD  BNKSUSP-FILE.                                                ZBNKQSL1
015500 01  BNKSUSP-REC.                                                 ZBNKQSL1
015600 COPY CBANKVSU.                                                   ZBNKQSL1
015700                                                                  ZBNKQSL1
015800 FD  BNKMSG-FILE.                                                 ZBNKQSL1
015900 01  BNKMSG-REC.                                                  ZBNKQSL1
016000 COPY CBANKVMG.                                                   ZBNKQSL1
016100                                                                  ZBNKQSL1
016200 FD  BNKQESC-FILE.                                                ZBNKQSL1
016300 01  BNKQESC-REC.                                                 ZBNKQSL1
016400 COPY CBANKVQA.                                                   ZBNKQSL1
016500                                                                  ZBNKQSL1
016600 FD  PRINTOUT-FILE.                                               ZBNKQSL1
016700 01  PRINTOUT-REC                        PIC X(121).              ZBNKQSL1
016800                                                                  ZBNKQSL1
016900 WORKING-STORAGE SECTION.                                         ZBNKQSL1
017000 COPY CTIMERD.                                                    ZBNKQSL1
017100                                                                  ZBNKQSL1
017200 COPY CTSTAMPD.                                                   ZBNKQSL1
017300                                                                  ZBNKQSL1
017400 COPY CBUSDAYD.                                                   ZBNKQSL1
017500                                                                  ZBNKQSL1
017600 01  WS-MISC-STORAGE.                                             ZBNKQSL1
017700   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKQSL1
017800       VALUE 'ZBNKQSL1'.                                          ZBNKQSL1
017900   05  WS-SLATAB-STATUS.                                          ZBNKQSL1
018000     10  WS-SLATAB-STAT1                     PIC X(1).            ZBNKQSL1
018100     10  WS-SLATAB-STAT2                     PIC X(1).            ZBNKQSL1
018200   05  WS-BNKHOLD-STATUS.                                         ZBNKQSL1
018300     10  WS-BNKHOLD-STAT1                    PIC X(1).            ZBNKQSL1
018400     10  WS-BNKHOLD-STAT2                    PIC X(1).            ZBNKQSL1
018500   05  WS-BNKFRAUD-STATUS.                                        ZBNKQSL1
018600     10  WS-BNKFRAUD-STAT1                   PIC X(1).            ZBNKQSL1
018700     10  WS-BNKFRAUD-STAT2                   PIC X(1).            ZBNKQSL1
018800   05  WS-BNKDISP-STATUS.                                         ZBNKQSL1
018900     10  WS-BNKDISP-STAT1                    PIC X(1).            ZBNKQSL1
019000     10  WS-BNKDISP-STAT2                    PIC X(1).            ZBNKQSL1
019100   05  WS-BNKDENYQ-STATUS.                                        ZBNKQSL1
019200     10  WS-BNKDENYQ-STAT1                   PIC X(1).            ZBNKQSL1
019300     10  WS-BNKDENYQ-STAT2                   PIC X(1).            ZBNKQSL1
019400   05  WS-BNKLNOVR-STATUS.                                        ZBNKQSL1
019500     10  WS-BNKLNOVR-STAT1                   PIC X(1).            ZBNKQSL1
019600     10  WS-BNKLNOVR-STAT2                   PIC X(1).            ZBNKQSL1
019700   05  WS-BNKESTQ-STATUS.                                         ZBNKQSL1
019800     10  WS-BNKESTQ-STAT1                    PIC X(1).            ZBNKQSL1
019900     10  WS-BNKESTQ-STAT2                    PIC X(1).            ZBNKQSL1
020000   05  WS-BNKSUSP-STATUS.                                         ZBNKQSL1
020100     10  WS-BNKSUSP-STAT1                    PIC X(1).            ZBNKQSL1
020200     10  WS-BNKSUSP-STAT2                    PIC X(1).            ZBNKQSL1
020300   05  WS-BNKMSG-STATUS.                                          ZBNKQSL1
020400     10  WS-BNKMSG-STAT1                     PIC X(1).            ZBNKQSL1
020500     10  WS-BNKMSG-STAT2                     PIC X(1).            ZBNKQSL1
020600   05  WS-BNKQESC-STATUS.                                         ZBNKQSL1
020700     10  WS-BNKQESC-STAT1                    PIC X(1).            ZBNKQSL1
020800     10  WS-BNKQESC-STAT2                    PIC X(1).            ZBNKQSL1
020900   05  WS-PRINTOUT-STATUS.                                        ZBNKQSL1
021000     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKQSL1
021100     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKQSL1
021200   05  WS-IO-STATUS.                                              ZBNKQSL1
021300     10  WS-IO-STAT1                         PIC X(1).            ZBNKQSL1
021400     10  WS-IO-STAT2                         PIC X(1).            ZBNKQSL1
021500   05  WS-TWO-BYTES.                                              ZBNKQSL1
021600     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKQSL1
021700     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKQSL1
021800   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKQSL1
021900                                             PIC 9(1) COMP.       ZBNKQSL1
022000   05  WS-END-OF-FILE                        PIC X(3)             ZBNKQSL1
022100       VALUE 'NO '.                                               ZBNKQSL1
022200   05  WS-RUN-DATE                           PIC X(10).           ZBNKQSL1
022300   05  WS-ROLL-DATE                          PIC X(10).           ZBNKQSL1
022400   05  WS-BUS-AGE                            PIC S9(3) COMP-3.    ZBNKQSL1
022500   05  WS-WARN-FROM                          PIC S9(4) COMP-3.    ZBNKQSL1
022600   05  WS-Q-SUB                              PIC S9(4) COMP.      ZBNKQSL1
022700   05  WS-SUB                                PIC S9(4) COMP.      ZBNKQSL1
022800   05  WS-SUB2                               PIC S9(4) COMP.      ZBNKQSL1
022900   05  WS-SLA-SUB                            PIC S9(4) COMP.      ZBNKQSL1
023000   05  WS-SLA-MATCH-TYPE                     PIC X(2).            ZBNKQSL1
023100   05  WS-SLA-FOUND                          PIC X(1).            ZBNKQSL1
023200   05  WS-CUR-REVIEWER                       PIC X(8).            ZBNKQSL1
023300   05  WS-GROUP-BREACHED                     PIC 9(5).            ZBNKQSL1
023400   05  WS-GROUP-NEAR                         PIC 9(5).            ZBNKQSL1
023500   05  WS-MSG-THREAD-KEY                     PIC X(31).           ZBNKQSL1
023600   05  WS-MSG-OPEN                           PIC X(1).            ZBNKQSL1
023700   05  WS-MSG-WAITING                        PIC X(10).           ZBNKQSL1
023800   05  WS-MSG-STAFF                          PIC X(8).            ZBNKQSL1
023900   05  WS-CONSOLE-MESSAGE                    PIC X(60).           ZBNKQSL1
024000                                                                  ZBNKQSL1
024100***************************************************************** ZBNKQSL1
024200* The pending item being aged                                   * ZBNKQSL1
024300***************************************************************** ZBNKQSL1
024400 01  WS-ITEM.                                                     ZBNKQSL1
024500   05  WS-ITEM-KEY                           PIC X(40).           ZBNKQSL1
024600   05  WS-ITEM-PID                           PIC X(5).            ZBNKQSL1
024700   05  WS-ITEM-REVIEWER                      PIC X(8).            ZBNKQSL1
024800   05  WS-ITEM-SINCE                         PIC X(10).           ZBNKQSL1
024900   05  WS-ITEM-TYPE                          PIC X(2).            ZBNKQSL1
025000                                                                  ZBNKQSL1
025100 01  WS-COUNTERS.                                                 ZBNKQSL1
025200   05  WS-SLA-LOADED                         PIC 9(7)             ZBNKQSL1
025300       VALUE ZERO.                                                ZBNKQSL1
025400   05  WS-TOTAL-BREACHED                     PIC 9(7)             ZBNKQSL1
025500       VALUE ZERO.                                                ZBNKQSL1
025600   05  WS-TOTAL-NEAR                         PIC 9(7)             ZBNKQSL1
025700       VALUE ZERO.                                                ZBNKQSL1
025800   05  WS-ESC-CLEARED                        PIC 9(7)             ZBNKQSL1
025900       VALUE ZERO.                                                ZBNKQSL1
026000                                                                  ZBNKQSL1
026100***************************************************************** ZBNKQSL1
026200* The queues in the order they are reported                     * ZBNKQSL1
026300***************************************************************** ZBNKQSL1
026400 01  WS-QUEUE-NAMES.                                              ZBNKQSL1
026500   05  FILLER                                PIC X(38)            ZBNKQSL1
026600       VALUE 'BNKHOLD Address/contact change holds  '.            ZBNKQSL1
026700   05  FILLER                                PIC X(38)            ZBNKQSL1
026800       VALUE 'BNKFRAUDFraud review queue            '.            ZBNKQSL1
026900   05  FILLER                                PIC X(38)            ZBNKQSL1
027000       VALUE 'BNKDISP Transaction disputes          '.            ZBNKQSL1
027100   05  FILLER                                PIC X(38)            ZBNKQSL1
027200       VALUE 'BNKDENYQDenied-party screening hits   '.            ZBNKQSL1
027300   05  FILLER                                PIC X(38)            ZBNKQSL1
027400       VALUE 'BNKLNOVRLoan rate/term overrides      '.            ZBNKQSL1
027500   05  FILLER                                PIC X(38)            ZBNKQSL1
027600       VALUE 'BNKESTQ Estate release work queue     '.            ZBNKQSL1
027700   05  FILLER                                PIC X(38)            ZBNKQSL1
027800       VALUE 'BNKSUSP GL suspense items             '.            ZBNKQSL1
027900   05  FILLER                                PIC X(38)            ZBNKQSL1
028000       VALUE 'BNKMSG  Secure message threads        '.            ZBNKQSL1
028100 01  WS-QUEUE-NAMES-R REDEFINES WS-QUEUE-NAMES.                   ZBNKQSL1
028200   05  WS-Q-NAME-ENTRY OCCURS 8 TIMES.                            ZBNKQSL1
028300     10  WS-Q-NAME                           PIC X(8).            ZBNKQSL1
028400     10  WS-Q-DESC                           PIC X(30).           ZBNKQSL1
028500                                                                  ZBNKQSL1
028600 01  WS-QUEUE-TABLE.                                              ZBNKQSL1
028700   05  WS-Q-ENTRY OCCURS 8 TIMES.                                 ZBNKQSL1
028800     10  WS-Q-PRESENT                        PIC X(1).            ZBNKQSL1
028900     10  WS-Q-PENDING                        PIC 9(7).            ZBNKQSL1
029000     10  WS-Q-NO-SLA                         PIC 9(7).            ZBNKQSL1
029100     10  WS-Q-WITHIN                         PIC 9(7).            ZBNKQSL1
029200     10  WS-Q-NEAR                           PIC 9(7).            ZBNKQSL1
029300     10  WS-Q-BREACHED                       PIC 9(7).            ZBNKQSL1
029400     10  WS-Q-ESC-NEW                        PIC 9(7).            ZBNKQSL1
029500     10  WS-Q-ESC-REPEAT                     PIC 9(7).            ZBNKQSL1
029600                                                                  ZBNKQSL1
029700***************************************************************** ZBNKQSL1
029800* The SLATAB service levels                                     * ZBNKQSL1
029900***************************************************************** ZBNKQSL1
030000 01  WS-SLA-TABLE.                                                ZBNKQSL1
030100   05  WS-SLA-COUNT                          PIC S9(4) COMP       ZBNKQSL1
030200       VALUE ZERO.                                                ZBNKQSL1
030300   05  WS-SLA-ENTRY OCCURS 40 TIMES.                              ZBNKQSL1
030400     10  WS-SLA-QUEUE                        PIC X(8).            ZBNKQSL1
030500     10  WS-SLA-TYPE                         PIC X(2).            ZBNKQSL1
030600     10  WS-SLA-LIMIT                        PIC S9(3) COMP-3.    ZBNKQSL1
030700     10  WS-SLA-WARN                         PIC S9(3) COMP-3.    ZBNKQSL1
030800     10  WS-SLA-ESCALATE-TO                  PIC X(8).            ZBNKQSL1
030900                                                                  ZBNKQSL1
031000***************************************************************** ZBNKQSL1
031100* Breached and near-breach items on the queue being reported    * ZBNKQSL1
031200***************************************************************** ZBNKQSL1
031300 01  WS-ITEM-TABLE.                                               ZBNKQSL1
031400   05  WS-ITEM-COUNT                         PIC S9(4) COMP       ZBNKQSL1
031500       VALUE ZERO.                                                ZBNKQSL1
031600   05  WS-IT-ENTRY OCCURS 500 TIMES.                              ZBNKQSL1
031700     10  WS-IT-KEY                           PIC X(31).           ZBNKQSL1
031800     10  WS-IT-REVIEWER                      PIC X(8).            ZBNKQSL1
031900     10  WS-IT-TYPE                          PIC X(2).            ZBNKQSL1
032000     10  WS-IT-PID                           PIC X(5).            ZBNKQSL1
032100     10  WS-IT-SINCE                         PIC X(10).           ZBNKQSL1
032200     10  WS-IT-AGE                           PIC S9(3) COMP-3.    ZBNKQSL1
032300     10  WS-IT-LIMIT                         PIC S9(3) COMP-3.    ZBNKQSL1
032400     10  WS-IT-FLAG                          PIC X(1).            ZBNKQSL1
032500       88  WS-IT-BREACHED                    VALUE 'B'.           ZBNKQSL1
032600       88  WS-IT-NEAR                        VALUE 'N'.           ZBNKQSL1
032700     10  WS-IT-ESCALATE-TO                   PIC X(8).            ZBNKQSL1
032800     10  WS-IT-PRINTED                       PIC X(1).            ZBNKQSL1
032900                                                                  ZBNKQSL1
033000***************************************************************** ZBNKQSL1
033100* Service-level report                                          * ZBNKQSL1
033200***************************************************************** ZBNKQSL1
033300 01  WS-REPORT-LINES.                                             ZBNKQSL1
033400   05  WS-RPT1.                                                   ZBNKQSL1
033500     10  WS-RPT1-CC                          PIC X(1)             ZBNKQSL1
033600         VALUE '1'.                                               ZBNKQSL1
033700     10  FILLER                              PIC X(20)            ZBNKQSL1
033800         VALUE SPACES.                                            ZBNKQSL1
033900     10  WS-RPT1-HEAD                        PIC X(44)            ZBNKQSL1
034000         VALUE 'Work Queue Service-Level Aging - Run Date'.       ZBNKQSL1
034100     10  WS-RPT1-DATE                        PIC X(10).           ZBNKQSL1
034200   05  WS-LINE2.                                                  ZBNKQSL1
034300     10  WS-LINE2-CC                         PIC X(1)             ZBNKQSL1
034400         VALUE '0'.                                               ZBNKQSL1
034500     10  FILLER                              PIC X(6)             ZBNKQSL1
034600         VALUE 'Queue '.                                          ZBNKQSL1
034700     10  WS-LINE2-QUEUE                      PIC X(10).           ZBNKQSL1
034800     10  WS-LINE2-DESC                       PIC X(30).           ZBNKQSL1
034900   05  WS-LINE3.                                                  ZBNKQSL1
035000     10  WS-LINE3-CC                         PIC X(1)             ZBNKQSL1
035100         VALUE ' '.                                               ZBNKQSL1
035200     10  FILLER                              PIC X(3)             ZBNKQSL1
035300         VALUE SPACES.                                            ZBNKQSL1
035400     10  WS-LINE3-TEXT                       PIC X(60).           ZBNKQSL1
035500   05  WS-LINE5.                                                  ZBNKQSL1
035600     10  WS-LINE5-CC                         PIC X(1)             ZBNKQSL1
035700         VALUE ' '.                                               ZBNKQSL1
035800     10  FILLER                              PIC X(10)            ZBNKQSL1
035900         VALUE 'Reviewer'.                                        ZBNKQSL1
036000     10  FILLER                              PIC X(33)            ZBNKQSL1
036100         VALUE 'Item'.                                            ZBNKQSL1
036200     10  FILLER                              PIC X(5)             ZBNKQSL1
036300         VALUE 'Type'.                                            ZBNKQSL1
036400     10  FILLER                              PIC X(7)             ZBNKQSL1
036500         VALUE 'PID'.                                             ZBNKQSL1
036600     10  FILLER                              PIC X(12)            ZBNKQSL1
036700         VALUE 'Since'.                                           ZBNKQSL1
036800     10  FILLER                              PIC X(6)             ZBNKQSL1
036900         VALUE '   Age'.                                          ZBNKQSL1
037000     10  FILLER                              PIC X(8)             ZBNKQSL1
037100         VALUE '   Limit'.                                        ZBNKQSL1
037200     10  FILLER                              PIC X(2)             ZBNKQSL1
037300         VALUE SPACES.                                            ZBNKQSL1
037400     10  FILLER                              PIC X(13)            ZBNKQSL1
037500         VALUE 'Status'.                                          ZBNKQSL1
037600     10  FILLER                              PIC X(10)            ZBNKQSL1
037700         VALUE 'Escalate'.                                        ZBNKQSL1
037800   05  WS-LINE4.                                                  ZBNKQSL1
037900     10  WS-LINE4-CC                         PIC X(1)             ZBNKQSL1
038000         VALUE ' '.                                               ZBNKQSL1
038100     10  WS-LINE4-REVIEWER                   PIC X(10).           ZBNKQSL1
038200     10  WS-LINE4-KEY                        PIC X(33).           ZBNKQSL1
038300     10  WS-LINE4-TYPE                       PIC X(5).            ZBNKQSL1
038400     10  WS-LINE4-PID                        PIC X(7).            ZBNKQSL1
038500     10  WS-LINE4-SINCE                      PIC X(12).           ZBNKQSL1
038600     10  WS-LINE4-AGE                        PIC ZZZZZ9.          ZBNKQSL1
038700     10  WS-LINE4-LIMIT                      PIC ZZZZZZZ9.        ZBNKQSL1
038800     10  FILLER                              PIC X(2).            ZBNKQSL1
038900     10  WS-LINE4-STATUS                     PIC X(13).           ZBNKQSL1
039000     10  WS-LINE4-ESCALATE-TO                PIC X(10).           ZBNKQSL1
039100   05  WS-LINE6.                                                  ZBNKQSL1
039200     10  WS-LINE6-CC                         PIC X(1)             ZBNKQSL1
039300         VALUE ' '.                                               ZBNKQSL1
039400     10  FILLER                              PIC X(3)             ZBNKQSL1
039500         VALUE SPACES.                                            ZBNKQSL1
039600     10  WS-LINE6-REVIEWER                   PIC X(10).           ZBNKQSL1
039700     10  WS-LINE6-BREACHED                   PIC ZZZZ9.           ZBNKQSL1
039800     10  FILLER                              PIC X(11)            ZBNKQSL1
039900         VALUE ' breached, '.                                     ZBNKQSL1
040000     10  WS-LINE6-NEAR                       PIC ZZZZ9.           ZBNKQSL1
040100     10  FILLER                              PIC X(12)            ZBNKQSL1
040200         VALUE ' near breach'.                                    ZBNKQSL1
040300   05  WS-LINE7.                                                  ZBNKQSL1
040400     10  WS-LINE7-CC                         PIC X(1)             ZBNKQSL1
040500         VALUE '0'.                                               ZBNKQSL1
040600     10  FILLER                              PIC X(10)            ZBNKQSL1
040700         VALUE 'Queue'.                                           ZBNKQSL1
040800     10  FILLER                              PIC X(10)            ZBNKQSL1
040900         VALUE '   Pending'.                                      ZBNKQSL1
041000     10  FILLER                              PIC X(10)            ZBNKQSL1
041100         VALUE '    No SLA'.                                      ZBNKQSL1
041200     10  FILLER                              PIC X(10)            ZBNKQSL1
041300         VALUE '    Within'.                                      ZBNKQSL1
041400     10  FILLER                              PIC X(10)            ZBNKQSL1
041500         VALUE '      Near'.                                      ZBNKQSL1
041600     10  FILLER                              PIC X(10)            ZBNKQSL1
041700         VALUE '  Breached'.                                      ZBNKQSL1
041800     10  FILLER                              PIC X(10)            ZBNKQSL1
041900         VALUE '   New esc'.                                      ZBNKQSL1
042000     10  FILLER                              PIC X(10)            ZBNKQSL1
042100         VALUE '  Repeated'.                                      ZBNKQSL1
042200     10  FILLER                              PIC X(2)             ZBNKQSL1
042300         VALUE SPACES.                                            ZBNKQSL1
042400   05  WS-LINE8.                                                  ZBNKQSL1
042500     10  WS-LINE8-CC                         PIC X(1)             ZBNKQSL1
042600         VALUE ' '.                                               ZBNKQSL1
042700     10  WS-LINE8-QUEUE                      PIC X(10).           ZBNKQSL1
042800     10  WS-LINE8-PENDING                    PIC Z(9)9.           ZBNKQSL1
042900     10  WS-LINE8-NO-SLA                     PIC Z(9)9.           ZBNKQSL1
043000     10  WS-LINE8-WITHIN                     PIC Z(9)9.           ZBNKQSL1
043100     10  WS-LINE8-NEAR                       PIC Z(9)9.           ZBNKQSL1
043200     10  WS-LINE8-BREACHED                   PIC Z(9)9.           ZBNKQSL1
043300     10  WS-LINE8-ESC-NEW                    PIC Z(9)9.           ZBNKQSL1
043400     10  WS-LINE8-ESC-REPEAT                 PIC Z(9)9.           ZBNKQSL1
043500     10  FILLER                              PIC X(2).            ZBNKQSL1
043600     10  WS-LINE8-NOTE                       PIC X(12).           ZBNKQSL1
043700   05  WS-RPT3.                                                   ZBNKQSL1
043800     10  WS-RPT3-CC                          PIC X(1)             ZBNKQSL1
043900         VALUE ' '.                                               ZBNKQSL1
044000     10  WS-RPT3-DESC                        PIC X(40).           ZBNKQSL1
044100     10  WS-RPT3-COUNT                       PIC ZZZZZZ9.         ZBNKQSL1
044200                                                                  ZBNKQSL1
044300 PROCEDURE DIVISION.                                              ZBNKQSL1
044400                                                                  ZBNKQSL1
044500     PERFORM RUN-TIME.                                            ZBNKQSL1
044600                                                                  ZBNKQSL1
044700     MOVE 'Work queue service-level aging starting'               ZBNKQSL1
044800       TO WS-CONSOLE-MESSAGE.                                     ZBNKQSL1
044900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKQSL1
045000                                                                  ZBNKQSL1
045100 COPY CTSTAMPP.                                                   ZBNKQSL1
045200                                                                  ZBNKQSL1
045300     MOVE WS-TIMESTAMP (1:10) TO WS-RUN-DATE.                     ZBNKQSL1
045400     INITIALIZE WS-QUEUE-TABLE.                                   ZBNKQSL1
045500                                                                  ZBNKQSL1
045600     PERFORM LOAD-SLA-TABLE THRU                                  ZBNKQSL1
045700             LOAD-SLA-TABLE-EXIT.                                 ZBNKQSL1
045800     PERFORM OPEN-FILES.                                          ZBNKQSL1
045900     PERFORM PRINT-REPORT-HEADER.                                 ZBNKQSL1
046000                                                                  ZBNKQSL1
046100     MOVE 1 TO WS-Q-SUB.                                          ZBNKQSL1
046200     PERFORM BEGIN-QUEUE.                                         ZBNKQSL1
046300     PERFORM SCAN-HOLD THRU                                       ZBNKQSL1
046400             SCAN-HOLD-EXIT.                                      ZBNKQSL1
046500     PERFORM PRINT-QUEUE-ITEMS THRU                               ZBNKQSL1
046600             PRINT-QUEUE-ITEMS-EXIT.                              ZBNKQSL1
046700     MOVE 2 TO WS-Q-SUB.                                          ZBNKQSL1
046800     PERFORM BEGIN-QUEUE.                                         ZBNKQSL1
046900     PERFORM SCAN-FRAUD THRU                                      ZBNKQSL1
047000             SCAN-FRAUD-EXIT.                                     ZBNKQSL1
047100     PERFORM PRINT-QUEUE-ITEMS THRU                               ZBNKQSL1
047200             PRINT-QUEUE-ITEMS-EXIT.                              ZBNKQSL1
047300     MOVE 3 TO WS-Q-SUB.                                          ZBNKQSL1
047400     PERFORM BEGIN-QUEUE.                                         ZBNKQSL1
047500     PERFORM SCAN-DISP THRU                                       ZBNKQSL1
047600             SCAN-DISP-EXIT.                                      ZBNKQSL1
047700     PERFORM PRINT-QUEUE-ITEMS THRU                               ZBNKQSL1
047800             PRINT-QUEUE-ITEMS-EXIT.                              ZBNKQSL1
047900     MOVE 4 TO WS-Q-SUB.                                          ZBNKQSL1
048000     PERFORM BEGIN-QUEUE.                                         ZBNKQSL1
048100     PERFORM SCAN-DENYQ THRU                                      ZBNKQSL1
048200             SCAN-DENYQ-EXIT.                                     ZBNKQSL1
048300     PERFORM PRINT-QUEUE-ITEMS THRU                               ZBNKQSL1
048400             PRINT-QUEUE-ITEMS-EXIT.                              ZBNKQSL1
048500     MOVE 5 TO WS-Q-SUB.                                          ZBNKQSL1
048600     PERFORM BEGIN-QUEUE.                                         ZBNKQSL1
048700     PERFORM SCAN-LNOVR THRU                                      ZBNKQSL1
048800             SCAN-LNOVR-EXIT.                                     ZBNKQSL1
048900     PERFORM PRINT-QUEUE-ITEMS THRU                               ZBNKQSL1
049000             PRINT-QUEUE-ITEMS-EXIT.                              ZBNKQSL1
049100     MOVE 6 TO WS-Q-SUB.                                          ZBNKQSL1
049200     PERFORM BEGIN-QUEUE.                                         ZBNKQSL1
049300     PERFORM SCAN-ESTQ THRU                                       ZBNKQSL1
049400             SCAN-ESTQ-EXIT.                                      ZBNKQSL1
049500     PERFORM PRINT-QUEUE-ITEMS THRU                               ZBNKQSL1
049600             PRINT-QUEUE-ITEMS-EXIT.                              ZBNKQSL1
049700     MOVE 7 TO WS-Q-SUB.                                          ZBNKQSL1
049800     PERFORM BEGIN-QUEUE.                                         ZBNKQSL1
049900     PERFORM SCAN-SUSP THRU                                       ZBNKQSL1
050000             SCAN-SUSP-EXIT.                                      ZBNKQSL1
050100     PERFORM PRINT-QUEUE-ITEMS THRU                               ZBNKQSL1
050200             PRINT-QUEUE-ITEMS-EXIT.                              ZBNKQSL1
050300     MOVE 8 TO WS-Q-SUB.                                          ZBNKQSL1
050400     PERFORM BEGIN-QUEUE.                                         ZBNKQSL1
050500     PERFORM SCAN-MSG THRU                                        ZBNKQSL1
050600             SCAN-MSG-EXIT.                                       ZBNKQSL1
050700     PERFORM PRINT-QUEUE-ITEMS THRU                               ZBNKQSL1
050800             PRINT-QUEUE-ITEMS-EXIT.                              ZBNKQSL1
050900                                                                  ZBNKQSL1
051000     PERFORM CLEAR-WORKED-ESCALATIONS THRU                        ZBNKQSL1
051100             CLEAR-WORKED-ESCALATIONS-EXIT.                       ZBNKQSL1
051200     PERFORM PRINT-QUEUE-SUMMARY.                                 ZBNKQSL1
051300     PERFORM CLOSE-FILES.                                         ZBNKQSL1
051400                                                                  ZBNKQSL1
051500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKQSL1
051600     STRING WS-TOTAL-BREACHED DELIMITED BY SIZE                   ZBNKQSL1
051700            ' items past their service level' DELIMITED BY SIZE   ZBNKQSL1
051800       INTO WS-CONSOLE-MESSAGE.                                   ZBNKQSL1
051900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKQSL1
052000     MOVE 'End Of Job'                                            ZBNKQSL1
052100       TO WS-CONSOLE-MESSAGE.                                     ZBNKQSL1
052200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKQSL1
052300                                                                  ZBNKQSL1
052400     PERFORM RUN-TIME.                                            ZBNKQSL1
052500                                                                  ZBNKQSL1
052600     IF WS-TOTAL-BREACHED IS GREATER THAN ZERO                    ZBNKQSL1
052700        MOVE 4 TO RETURN-CODE                                     ZBNKQSL1
052800     ELSE                                                         ZBNKQSL1
052900        MOVE 0 TO RETURN-CODE                                     ZBNKQSL1
053000     END-IF.                                                      ZBNKQSL1
053100                                                                  ZBNKQSL1
053200     GOBACK.                                                      ZBNKQSL1
053300                                                                  ZBNKQSL1
053400***************************************************************** ZBNKQSL1
053500* Load the SLATAB service-level table                           * ZBNKQSL1
053600***************************************************************** ZBNKQSL1
053700 LOAD-SLA-TABLE.                                                  ZBNKQSL1
053800     OPEN INPUT SLATAB-FILE.                                      ZBNKQSL1
053900     IF WS-SLATAB-STATUS IS NOT EQUAL TO '00'                     ZBNKQSL1
054000        MOVE 'SLATAB file open failure...'                        ZBNKQSL1
054100          TO WS-CONSOLE-MESSAGE                                   ZBNKQSL1
054200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKQSL1
054300        MOVE WS-SLATAB-STATUS TO WS-IO-STATUS                     ZBNKQSL1
054400        PERFORM DISPLAY-IO-STATUS                                 ZBNKQSL1
054500        PERFORM ABORT-PROGRAM                                     ZBNKQSL1
054600     END-IF.                                                      ZBNKQSL1
054700 LOAD-SLA-LOOP.                                                   ZBNKQSL1
054800     READ SLATAB-FILE.                                            ZBNKQSL1
054900     IF WS-SLATAB-STATUS IS EQUAL TO '10'                         ZBNKQSL1
055000        GO TO LOAD-SLA-DONE                                       ZBNKQSL1
055100     END-IF.                                                      ZBNKQSL1
055200     IF WS-SLATAB-STATUS IS NOT EQUAL TO '00'                     ZBNKQSL1
055300        MOVE 'SLATAB read error...' TO WS-CONSOLE-MESSAGE         ZBNKQSL1
055400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKQSL1
055500        MOVE WS-SLATAB-STATUS TO WS-IO-STATUS                     ZBNKQSL1
055600        PERFORM DISPLAY-IO-STATUS                                 ZBNKQSL1
055700        PERFORM ABORT-PROGRAM                                     ZBNKQSL1
055800     END-IF.                                                      ZBNKQSL1
055900     IF SLA-QUEUE IS EQUAL TO SPACES OR                           ZBNKQSL1
056000        SLA-QUEUE (1:1) IS EQUAL TO '*'                           ZBNKQSL1
056100        GO TO LOAD-SLA-LOOP                                       ZBNKQSL1
056200     END-IF.                                                      ZBNKQSL1
056300     IF SLA-LIMIT-DAYS IS NOT NUMERIC OR                          ZBNKQSL1
056400        SLA-WARN-DAYS IS NOT NUMERIC                              ZBNKQSL1
056500        MOVE 'Service-level days not numeric - entry dropped'     ZBNKQSL1
056600          TO WS-CONSOLE-MESSAGE                                   ZBNKQSL1
056700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKQSL1
056800        GO TO LOAD-SLA-LOOP                                       ZBNKQSL1
056900     END-IF.                                                      ZBNKQSL1
057000     IF WS-SLA-COUNT IS NOT LESS THAN 40                          ZBNKQSL1
057100        MOVE 'Service-level table full - entry dropped'           ZBNKQSL1
057200          TO WS-CONSOLE-MESSAGE                                   ZBNKQSL1
057300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKQSL1
057400        GO TO LOAD-SLA-LOOP                                       ZBNKQSL1
057500     END-IF.                                                      ZBNKQSL1
057600     ADD 1 TO WS-SLA-COUNT.                                       ZBNKQSL1
057700     ADD 1 TO WS-SLA-LOADED.                                      ZBNKQSL1
057800     MOVE SLA-QUEUE TO WS-SLA-QUEUE (WS-SLA-COUNT).               ZBNKQSL1
057900     MOVE SLA-ITEM-TYPE TO WS-SLA-TYPE (WS-SLA-COUNT).            ZBNKQSL1
058000     MOVE SLA-LIMIT-DAYS TO WS-SLA-LIMIT (WS-SLA-COUNT).          ZBNKQSL1
058100     MOVE SLA-WARN-DAYS TO WS-SLA-WARN (WS-SLA-COUNT).            ZBNKQSL1
058200     MOVE SLA-ESCALATE-TO TO WS-SLA-ESCALATE-TO (WS-SLA-COUNT).   ZBNKQSL1
058300     GO TO LOAD-SLA-LOOP.                                         ZBNKQSL1
058400 LOAD-SLA-DONE.                                                   ZBNKQSL1
058500     CLOSE SLATAB-FILE.                                           ZBNKQSL1
058600 LOAD-SLA-TABLE-EXIT.                                             ZBNKQSL1
058700     EXIT.                                                        ZBNKQSL1
058800                                                                  ZBNKQSL1
058900***************************************************************** ZBNKQSL1
059000* Start a new queue                                             * ZBNKQSL1
059100***************************************************************** ZBNKQSL1
059200 BEGIN-QUEUE.                                                     ZBNKQSL1
059300     MOVE ZERO TO WS-ITEM-COUNT.                                  ZBNKQSL1
059400     MOVE SPACES TO WS-MSG-THREAD-KEY.                            ZBNKQSL1
059500                                                                  ZBNKQSL1
059600***************************************************************** ZBNKQSL1
059700* A read error on the queue being scanned                       * ZBNKQSL1
059800***************************************************************** ZBNKQSL1
059900 QUEUE-READ-ERROR.                                                ZBNKQSL1
060000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKQSL1
060100     STRING WS-Q-NAME (WS-Q-SUB) DELIMITED BY SPACE               ZBNKQSL1
060200            ' read error during scan' DELIMITED BY SIZE           ZBNKQSL1
060300       INTO WS-CONSOLE-MESSAGE.                                   ZBNKQSL1
060400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKQSL1
060500     PERFORM DISPLAY-IO-STATUS.                                   ZBNKQSL1
060600     PERFORM ABORT-PROGRAM.                                       ZBNKQSL1
060700                                                                  ZBNKQSL1
060800***************************************************************** ZBNKQSL1
060900* Age one pending item against its service level.  The SLATAB   * ZBNKQSL1
061000* row for the queue and item type is used, else the queue's **  * ZBNKQSL1
061100* row; an item with neither is counted but not aged.  Age is in * ZBNKQSL1
061200* business days from the date the item started waiting.         * ZBNKQSL1
061300***************************************************************** ZBNKQSL1
061400 AGE-QUEUE-ITEM.                                                  ZBNKQSL1
061500     ADD 1 TO WS-Q-PENDING (WS-Q-SUB).                            ZBNKQSL1
061600     MOVE 'N' TO WS-SLA-FOUND.                                    ZBNKQSL1
061700     MOVE WS-ITEM-TYPE TO WS-SLA-MATCH-TYPE.                      ZBNKQSL1
061800     MOVE 1 TO WS-SLA-SUB.                                        ZBNKQSL1
061900     PERFORM FIND-SLA-ENTRY                                       ZBNKQSL1
062000       UNTIL WS-SLA-FOUND IS EQUAL TO 'Y' OR                      ZBNKQSL1
062100             WS-SLA-SUB IS GREATER THAN WS-SLA-COUNT.             ZBNKQSL1
062200     IF WS-SLA-FOUND IS NOT EQUAL TO 'Y'                          ZBNKQSL1
062300        MOVE '**' TO WS-SLA-MATCH-TYPE                            ZBNKQSL1
062400        MOVE 1 TO WS-SLA-SUB                                      ZBNKQSL1
062500        PERFORM FIND-SLA-ENTRY                                    ZBNKQSL1
062600          UNTIL WS-SLA-FOUND IS EQUAL TO 'Y' OR                   ZBNKQSL1
062700                WS-SLA-SUB IS GREATER THAN WS-SLA-COUNT           ZBNKQSL1
062800     END-IF.                                                      ZBNKQSL1
062900     IF WS-SLA-FOUND IS NOT EQUAL TO 'Y'                          ZBNKQSL1
063000        ADD 1 TO WS-Q-NO-SLA (WS-Q-SUB)                           ZBNKQSL1
063100        GO TO AGE-QUEUE-ITEM-EXIT                                 ZBNKQSL1
063200     END-IF.                                                      ZBNKQSL1
063300                                                                  ZBNKQSL1
063400     MOVE ZERO TO WS-BUS-AGE.                                     ZBNKQSL1
063500     MOVE WS-ITEM-SINCE TO WS-ROLL-DATE.                          ZBNKQSL1
063600 AGE-ROLL-LOOP.                                                   ZBNKQSL1
063700     IF WS-ROLL-DATE IS NOT LESS THAN WS-RUN-DATE                 ZBNKQSL1
063800        GO TO AGE-ROLL-DONE                                       ZBNKQSL1
063900     END-IF.                                                      ZBNKQSL1
064000     IF WS-BUS-AGE IS NOT LESS THAN 999                           ZBNKQSL1
064100        GO TO AGE-ROLL-DONE                                       ZBNKQSL1
064200     END-IF.                                                      ZBNKQSL1
064300     MOVE SPACES TO BUS-DAY-DATA.                                 ZBNKQSL1
064400     SET BUS-DAY-NEXT-BUSINESS TO TRUE.                           ZBNKQSL1
064500     MOVE WS-ROLL-DATE TO BUS-DAY-DATE-IN.                        ZBNKQSL1
064600     CALL 'UBUSDAY' USING BUS-DAY-DATA.                           ZBNKQSL1
064700     IF NOT BUS-DAY-OK                                            ZBNKQSL1
064800        GO TO AGE-ROLL-DONE                                       ZBNKQSL1
064900     END-IF.                                                      ZBNKQSL1
065000     MOVE BUS-DAY-DATE-OUT TO WS-ROLL-DATE.                       ZBNKQSL1
065100     ADD 1 TO WS-BUS-AGE.                                         ZBNKQSL1
065200     GO TO AGE-ROLL-LOOP.                                         ZBNKQSL1
065300 AGE-ROLL-DONE.                                                   ZBNKQSL1
065400                                                                  ZBNKQSL1
065500     COMPUTE WS-WARN-FROM = WS-SLA-LIMIT (WS-SLA-SUB) -           ZBNKQSL1
065600                            WS-SLA-WARN (WS-SLA-SUB).             ZBNKQSL1
065700     IF WS-BUS-AGE IS NOT GREATER THAN WS-SLA-LIMIT (WS-SLA-SUB)  ZBNKQSL1
065800        AND WS-BUS-AGE IS LESS THAN WS-WARN-FROM                  ZBNKQSL1
065900        ADD 1 TO WS-Q-WITHIN (WS-Q-SUB)                           ZBNKQSL1
066000        GO TO AGE-QUEUE-ITEM-EXIT                                 ZBNKQSL1
066100     END-IF.                                                      ZBNKQSL1
066200                                                                  ZBNKQSL1
066300     IF WS-ITEM-COUNT IS NOT LESS THAN 500                        ZBNKQSL1
066400        MOVE 'Queue item table full - increase and recompile'     ZBNKQSL1
066500          TO WS-CONSOLE-MESSAGE                                   ZBNKQSL1
066600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKQSL1
066700        PERFORM ABORT-PROGRAM                                     ZBNKQSL1
066800     END-IF.                                                      ZBNKQSL1
066900     ADD 1 TO WS-ITEM-COUNT.                                      ZBNKQSL1
067000     MOVE WS-ITEM-KEY TO WS-IT-KEY (WS-ITEM-COUNT).               ZBNKQSL1
067100     MOVE WS-ITEM-REVIEWER TO WS-IT-REVIEWER (WS-ITEM-COUNT).     ZBNKQSL1
067200     MOVE WS-ITEM-TYPE TO WS-IT-TYPE (WS-ITEM-COUNT).             ZBNKQSL1
067300     MOVE WS-ITEM-PID TO WS-IT-PID (WS-ITEM-COUNT).               ZBNKQSL1
067400     MOVE WS-ITEM-SINCE TO WS-IT-SINCE (WS-ITEM-COUNT).           ZBNKQSL1
067500     MOVE WS-BUS-AGE TO WS-IT-AGE (WS-ITEM-COUNT).                ZBNKQSL1
067600     MOVE WS-SLA-LIMIT (WS-SLA-SUB)                               ZBNKQSL1
067700       TO WS-IT-LIMIT (WS-ITEM-COUNT).                            ZBNKQSL1
067800     MOVE WS-SLA-ESCALATE-TO (WS-SLA-SUB)                         ZBNKQSL1
067900       TO WS-IT-ESCALATE-TO (WS-ITEM-COUNT).                      ZBNKQSL1
068000     MOVE 'N' TO WS-IT-PRINTED (WS-ITEM-COUNT).                   ZBNKQSL1
068100     IF WS-BUS-AGE IS GREATER THAN WS-SLA-LIMIT (WS-SLA-SUB)      ZBNKQSL1
068200        SET WS-IT-BREACHED (WS-ITEM-COUNT) TO TRUE                ZBNKQSL1
068300        ADD 1 TO WS-Q-BREACHED (WS-Q-SUB)                         ZBNKQSL1
068400        ADD 1 TO WS-TOTAL-BREACHED                                ZBNKQSL1
068500        PERFORM RAISE-ESCALATION THRU                             ZBNKQSL1
068600                RAISE-ESCALATION-EXIT                             ZBNKQSL1
068700     ELSE                                                         ZBNKQSL1
068800        SET WS-IT-NEAR (WS-ITEM-COUNT) TO TRUE                    ZBNKQSL1
068900        ADD 1 TO WS-Q-NEAR (WS-Q-SUB)                             ZBNKQSL1
069000        ADD 1 TO WS-TOTAL-NEAR                                    ZBNKQSL1
069100     END-IF.                                                      ZBNKQSL1
069200 AGE-QUEUE-ITEM-EXIT.                                             ZBNKQSL1
069300     EXIT.                                                        ZBNKQSL1
069400                                                                  ZBNKQSL1
069500 FIND-SLA-ENTRY.                                                  ZBNKQSL1
069600     IF WS-SLA-QUEUE (WS-SLA-SUB) IS EQUAL TO                     ZBNKQSL1
069700          WS-Q-NAME (WS-Q-SUB) AND                                ZBNKQSL1
069800        WS-SLA-TYPE (WS-SLA-SUB) IS EQUAL TO WS-SLA-MATCH-TYPE    ZBNKQSL1
069900        MOVE 'Y' TO WS-SLA-FOUND                                  ZBNKQSL1
070000     ELSE                                                         ZBNKQSL1
070100        ADD 1 TO WS-SLA-SUB                                       ZBNKQSL1
070200     END-IF.                                                      ZBNKQSL1
070300                                                                  ZBNKQSL1
070400***************************************************************** ZBNKQSL1
070500* Raise or refresh the supervisor escalation for an item past   * ZBNKQSL1
070600* its limit.  A row cleared on an earlier night is reopened as  * ZBNKQSL1
070700* a new escalation; the alert count goes up once a day.         * ZBNKQSL1
070800***************************************************************** ZBNKQSL1
070900 RAISE-ESCALATION.                                                ZBNKQSL1
071000     MOVE WS-Q-NAME (WS-Q-SUB) TO QEA-REC-QUEUE.                  ZBNKQSL1
071100     MOVE WS-ITEM-KEY TO QEA-REC-ITEM-KEY.                        ZBNKQSL1
071200     READ BNKQESC-FILE.                                           ZBNKQSL1
071300     IF WS-BNKQESC-STATUS IS EQUAL TO '23'                        ZBNKQSL1
071400        MOVE SPACES TO QEA-RECORD                                 ZBNKQSL1
071500        MOVE WS-Q-NAME (WS-Q-SUB) TO QEA-REC-QUEUE                ZBNKQSL1
071600        MOVE WS-ITEM-KEY TO QEA-REC-ITEM-KEY                      ZBNKQSL1
071700        MOVE WS-RUN-DATE TO QEA-REC-FIRST-DATE                    ZBNKQSL1
071800        MOVE 1 TO QEA-REC-ALERT-COUNT                             ZBNKQSL1
071900        PERFORM FILL-ESCALATION                                   ZBNKQSL1
072000        WRITE BNKQESC-REC                                         ZBNKQSL1
072100        IF WS-BNKQESC-STATUS IS NOT EQUAL TO '00'                 ZBNKQSL1
072200           MOVE 'BNKQESC error writing escalation'                ZBNKQSL1
072300             TO WS-CONSOLE-MESSAGE                                ZBNKQSL1
072400           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKQSL1
072500           MOVE WS-BNKQESC-STATUS TO WS-IO-STATUS                 ZBNKQSL1
072600           PERFORM DISPLAY-IO-STATUS                              ZBNKQSL1
072700           PERFORM ABORT-PROGRAM                                  ZBNKQSL1
072800        END-IF                                                    ZBNKQSL1
072900        ADD 1 TO WS-Q-ESC-NEW (WS-Q-SUB)                          ZBNKQSL1
073000        GO TO RAISE-ESCALATION-EXIT                               ZBNKQSL1
073100     END-IF.                                                      ZBNKQSL1
073200     IF WS-BNKQESC-STATUS IS NOT EQUAL TO '00'                    ZBNKQSL1
073300        MOVE 'BNKQESC error reading escalation'                   ZBNKQSL1
073400          TO WS-CONSOLE-MESSAGE                                   ZBNKQSL1
073500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKQSL1
073600        MOVE WS-BNKQESC-STATUS TO WS-IO-STATUS                    ZBNKQSL1
073700        PERFORM DISPLAY-IO-STATUS                                 ZBNKQSL1
073800        PERFORM ABORT-PROGRAM                                     ZBNKQSL1
073900     END-IF.                                                      ZBNKQSL1
074000     IF QEA-STATUS-CLEARED                                        ZBNKQSL1
074100        MOVE WS-RUN-DATE TO QEA-REC-FIRST-DATE                    ZBNKQSL1
074200        MOVE SPACES TO QEA-REC-CLEARED-DATE                       ZBNKQSL1
074300        MOVE ZERO TO QEA-REC-ALERT-COUNT                          ZBNKQSL1
074400        ADD 1 TO WS-Q-ESC-NEW (WS-Q-SUB)                          ZBNKQSL1
074500     ELSE                                                         ZBNKQSL1
074600        ADD 1 TO WS-Q-ESC-REPEAT (WS-Q-SUB)                       ZBNKQSL1
074700     END-IF.                                                      ZBNKQSL1
074800     IF QEA-REC-LAST-DATE IS NOT EQUAL TO WS-RUN-DATE AND         ZBNKQSL1
074900        QEA-REC-ALERT-COUNT IS LESS THAN 999                      ZBNKQSL1
075000        ADD 1 TO QEA-REC-ALERT-COUNT                              ZBNKQSL1
075100     END-IF.                                                      ZBNKQSL1
075200     PERFORM FILL-ESCALATION.                                     ZBNKQSL1
075300     REWRITE BNKQESC-REC.                                         ZBNKQSL1
075400     IF WS-BNKQESC-STATUS IS NOT EQUAL TO '00'                    ZBNKQSL1
075500        MOVE 'BNKQESC error rewriting escalation'                 ZBNKQSL1
075600          TO WS-CONSOLE-MESSAGE                                   ZBNKQSL1
075700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKQSL1
075800        MOVE WS-BNKQESC-STATUS TO WS-IO-STATUS                    ZBNKQSL1
075900        PERFORM DISPLAY-IO-STATUS                                 ZBNKQSL1
076000        PERFORM ABORT-PROGRAM                                     ZBNKQSL1
076100     END-IF.                                                      ZBNKQSL1
076200 RAISE-ESCALATION-EXIT.                                           ZBNKQSL1
076300     EXIT.                                                        ZBNKQSL1
076400                                                                  ZBNKQSL1
076500 FILL-ESCALATION.                                                 ZBNKQSL1
076600     SET QEA-STATUS-OPEN TO TRUE.                                 ZBNKQSL1
076700     MOVE WS-ITEM-TYPE TO QEA-REC-ITEM-TYPE.                      ZBNKQSL1
076800     MOVE WS-ITEM-PID TO QEA-REC-PID.                             ZBNKQSL1
076900     MOVE WS-ITEM-REVIEWER TO QEA-REC-REVIEWER.                   ZBNKQSL1
077000     MOVE WS-SLA-ESCALATE-TO (WS-SLA-SUB)                         ZBNKQSL1
077100       TO QEA-REC-ESCALATE-TO.                                    ZBNKQSL1
077200     MOVE WS-ITEM-SINCE TO QEA-REC-WAITING-SINCE.                 ZBNKQSL1
077300     MOVE WS-BUS-AGE TO QEA-REC-AGE.                              ZBNKQSL1
077400     MOVE WS-SLA-LIMIT (WS-SLA-SUB) TO QEA-REC-LIMIT.             ZBNKQSL1
077500     MOVE WS-RUN-DATE TO QEA-REC-LAST-DATE.                       ZBNKQSL1
077600                                                                  ZBNKQSL1
077700***************************************************************** ZBNKQSL1
077800* Close escalations not refreshed tonight - the item has been   * ZBNKQSL1
077900* worked or is back within its limit.  Rows for a queue whose   * ZBNKQSL1
078000* file was not there tonight are left as they are.              * ZBNKQSL1
078100***************************************************************** ZBNKQSL1
078200 CLEAR-WORKED-ESCALATIONS.                                        ZBNKQSL1
078300     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKQSL1
078400     MOVE LOW-VALUES TO QEA-KEY.                                  ZBNKQSL1
078500     START BNKQESC-FILE KEY GREATER THAN QEA-KEY.                 ZBNKQSL1
078600     IF WS-BNKQESC-STATUS IS NOT EQUAL TO '00'                    ZBNKQSL1
078700        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKQSL1
078800     END-IF.                                                      ZBNKQSL1
078900     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKQSL1
079000        READ BNKQESC-FILE NEXT RECORD                             ZBNKQSL1
079100        IF WS-BNKQESC-STATUS IS EQUAL TO '10'                     ZBNKQSL1
079200           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKQSL1
079300        ELSE                                                      ZBNKQSL1
079400           IF WS-BNKQESC-STAT1 IS NOT EQUAL TO '0'                ZBNKQSL1
079500              MOVE 'BNKQESC read error during scan'               ZBNKQSL1
079600                TO WS-CONSOLE-MESSAGE                             ZBNKQSL1
079700              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKQSL1
079800              MOVE WS-BNKQESC-STATUS TO WS-IO-STATUS              ZBNKQSL1
079900              PERFORM DISPLAY-IO-STATUS                           ZBNKQSL1
080000              PERFORM ABORT-PROGRAM                               ZBNKQSL1
080100           ELSE                                                   ZBNKQSL1
080200              IF QEA-STATUS-OPEN AND                              ZBNKQSL1
080300                 QEA-REC-LAST-DATE IS LESS THAN WS-RUN-DATE       ZBNKQSL1
080400                 PERFORM CLEAR-ONE-ESCALATION THRU                ZBNKQSL1
080500                         CLEAR-ONE-ESCALATION-EXIT                ZBNKQSL1
080600              END-IF                                              ZBNKQSL1
080700           END-IF                                                 ZBNKQSL1
080800        END-IF                                                    ZBNKQSL1
080900     END-PERFORM.                                                 ZBNKQSL1
081000 CLEAR-WORKED-ESCALATIONS-EXIT.                                   ZBNKQSL1
081100     EXIT.                                                        ZBNKQSL1
081200                                                                  ZBNKQSL1
081300 CLEAR-ONE-ESCALATION.                                            ZBNKQSL1
081400     MOVE 1 TO WS-SUB.                                            ZBNKQSL1
081500     PERFORM FIND-QUEUE                                           ZBNKQSL1
081600       UNTIL WS-SUB IS GREATER THAN 8 OR                          ZBNKQSL1
081700             WS-Q-NAME (WS-SUB) IS EQUAL TO QEA-REC-QUEUE.        ZBNKQSL1
081800     IF WS-SUB IS GREATER THAN 8                                  ZBNKQSL1
081900        GO TO CLEAR-ONE-ESCALATION-EXIT                           ZBNKQSL1
082000     END-IF.                                                      ZBNKQSL1
082100     IF WS-Q-PRESENT (WS-SUB) IS NOT EQUAL TO 'Y'                 ZBNKQSL1
082200        GO TO CLEAR-ONE-ESCALATION-EXIT                           ZBNKQSL1
082300     END-IF.                                                      ZBNKQSL1
082400     SET QEA-STATUS-CLEARED TO TRUE.                              ZBNKQSL1
082500     MOVE WS-RUN-DATE TO QEA-REC-CLEARED-DATE.                    ZBNKQSL1
082600     REWRITE BNKQESC-REC.                                         ZBNKQSL1
082700     IF WS-BNKQESC-STATUS IS NOT EQUAL TO '00'                    ZBNKQSL1
082800        MOVE 'BNKQESC error rewriting escalation'                 ZBNKQSL1
082900          TO WS-CONSOLE-MESSAGE                                   ZBNKQSL1
083000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKQSL1
083100        MOVE WS-BNKQESC-STATUS TO WS-IO-STATUS                    ZBNKQSL1
083200        PERFORM DISPLAY-IO-STATUS                                 ZBNKQSL1
083300        PERFORM ABORT-PROGRAM                                     ZBNKQSL1
083400     END-IF.                                                      ZBNKQSL1
083500     ADD 1 TO WS-ESC-CLEARED.                                     ZBNKQSL1
083600 CLEAR-ONE-ESCALATION-EXIT.                                       ZBNKQSL1
083700     EXIT.                                                        ZBNKQSL1
083800                                                                  ZBNKQSL1
083900 FIND-QUEUE.                                                      ZBNKQSL1
084000     ADD 1 TO WS-SUB.                                             ZBNKQSL1
084100                                                                  ZBNKQSL1
084200***************************************************************** ZBNKQSL1
084300* Message threads - the key breaks per thread.  Sequence 01     * ZBNKQSL1
084400* carries the thread status; a staff message answers whatever   * ZBNKQSL1
084500* the customer had sent before it, so the thread is waiting     * ZBNKQSL1
084600* from the first customer message after the last staff reply.   * ZBNKQSL1
084700***************************************************************** ZBNKQSL1
084800 MESSAGE-THREAD-STEP.                                             ZBNKQSL1
084900     IF MSG-KEY (1:31) IS NOT EQUAL TO WS-MSG-THREAD-KEY          ZBNKQSL1
085000        PERFORM MESSAGE-THREAD-END THRU                           ZBNKQSL1
085100                MESSAGE-THREAD-END-EXIT                           ZBNKQSL1
085200        MOVE MSG-KEY (1:31) TO WS-MSG-THREAD-KEY                  ZBNKQSL1
085300        MOVE 'N' TO WS-MSG-OPEN                                   ZBNKQSL1
085400        MOVE SPACES TO WS-MSG-WAITING                             ZBNKQSL1
085500        MOVE SPACES TO WS-MSG-STAFF                               ZBNKQSL1
085600     END-IF.                                                      ZBNKQSL1
085700     IF MSG-REC-SEQ IS EQUAL TO 1 AND                             ZBNKQSL1
085800        MSG-THREAD-OPEN                                           ZBNKQSL1
085900        MOVE 'Y' TO WS-MSG-OPEN                                   ZBNKQSL1
086000     END-IF.                                                      ZBNKQSL1
086100     IF MSG-FROM-STAFF                                            ZBNKQSL1
086200        MOVE SPACES TO WS-MSG-WAITING                             ZBNKQSL1
086300        MOVE MSG-REC-USERID TO WS-MSG-STAFF                       ZBNKQSL1
086400        GO TO MESSAGE-THREAD-STEP-EXIT                            ZBNKQSL1
086500     END-IF.                                                      ZBNKQSL1
086600     IF MSG-FROM-CUSTOMER AND                                     ZBNKQSL1
086700        WS-MSG-WAITING IS EQUAL TO SPACES                         ZBNKQSL1
086800        IF MSG-REC-SENT-TS IS EQUAL TO SPACES                     ZBNKQSL1
086900           MOVE MSG-REC-THREAD-TS (1:10) TO WS-MSG-WAITING        ZBNKQSL1
087000        ELSE                                                      ZBNKQSL1
087100           MOVE MSG-REC-SENT-TS (1:10) TO WS-MSG-WAITING          ZBNKQSL1
087200        END-IF                                                    ZBNKQSL1
087300     END-IF.                                                      ZBNKQSL1
087400 MESSAGE-THREAD-STEP-EXIT.                                        ZBNKQSL1
087500     EXIT.                                                        ZBNKQSL1
087600                                                                  ZBNKQSL1
087700 MESSAGE-THREAD-END.                                              ZBNKQSL1
087800     IF WS-MSG-THREAD-KEY IS EQUAL TO SPACES OR                   ZBNKQSL1
087900        WS-MSG-OPEN IS NOT EQUAL TO 'Y' OR                        ZBNKQSL1
088000        WS-MSG-WAITING IS EQUAL TO SPACES                         ZBNKQSL1
088100        GO TO MESSAGE-THREAD-END-EXIT                             ZBNKQSL1
088200     END-IF.                                                      ZBNKQSL1
088300     MOVE SPACES TO WS-ITEM.                                      ZBNKQSL1
088400     MOVE WS-MSG-THREAD-KEY TO WS-ITEM-KEY.                       ZBNKQSL1
088500     MOVE WS-MSG-THREAD-KEY (1:5) TO WS-ITEM-PID.                 ZBNKQSL1
088600     MOVE WS-MSG-STAFF TO WS-ITEM-REVIEWER.                       ZBNKQSL1
088700     MOVE WS-MSG-WAITING TO WS-ITEM-SINCE.                        ZBNKQSL1
088800     PERFORM AGE-QUEUE-ITEM THRU                                  ZBNKQSL1
088900             AGE-QUEUE-ITEM-EXIT.                                 ZBNKQSL1
089000 MESSAGE-THREAD-END-EXIT.                                         ZBNKQSL1
089100     EXIT.                                                        ZBNKQSL1
089200                                                                  ZBNKQSL1
089300***************************************************************** ZBNKQSL1
089400* Report heading                                                * ZBNKQSL1
089500***************************************************************** ZBNKQSL1
089600 PRINT-REPORT-HEADER.                                             ZBNKQSL1
089700     MOVE WS-RUN-DATE TO WS-RPT1-DATE.                            ZBNKQSL1
089800     MOVE WS-RPT1 TO PRINTOUT-REC.                                ZBNKQSL1
089900     PERFORM PRINTOUT-PUT.                                        ZBNKQSL1
090000                                                                  ZBNKQSL1
090100***************************************************************** ZBNKQSL1
090200* List the queue's breaches and near-breaches, grouped by the   * ZBNKQSL1
090300* reviewer working them                                         * ZBNKQSL1
090400***************************************************************** ZBNKQSL1
090500 PRINT-QUEUE-ITEMS.                                               ZBNKQSL1
090600     MOVE WS-Q-NAME (WS-Q-SUB) TO WS-LINE2-QUEUE.                 ZBNKQSL1
090700     MOVE WS-Q-DESC (WS-Q-SUB) TO WS-LINE2-DESC.                  ZBNKQSL1
090800     MOVE WS-LINE2 TO PRINTOUT-REC.                               ZBNKQSL1
090900     PERFORM PRINTOUT-PUT.                                        ZBNKQSL1
091000     IF WS-Q-PRESENT (WS-Q-SUB) IS NOT EQUAL TO 'Y'               ZBNKQSL1
091100        MOVE 'Queue file not present - not aged'                  ZBNKQSL1
091200          TO WS-LINE3-TEXT                                        ZBNKQSL1
091300        MOVE WS-LINE3 TO PRINTOUT-REC                             ZBNKQSL1
091400        PERFORM PRINTOUT-PUT                                      ZBNKQSL1
091500        GO TO PRINT-QUEUE-ITEMS-EXIT                              ZBNKQSL1
091600     END-IF.                                                      ZBNKQSL1
091700     IF WS-ITEM-COUNT IS EQUAL TO ZERO                            ZBNKQSL1
091800        MOVE 'No items past or near their service level'          ZBNKQSL1
091900          TO WS-LINE3-TEXT                                        ZBNKQSL1
092000        MOVE WS-LINE3 TO PRINTOUT-REC                             ZBNKQSL1
092100        PERFORM PRINTOUT-PUT                                      ZBNKQSL1
092200        GO TO PRINT-QUEUE-ITEMS-EXIT                              ZBNKQSL1
092300     END-IF.                                                      ZBNKQSL1
092400     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKQSL1
092500     PERFORM PRINTOUT-PUT.                                        ZBNKQSL1
092600     MOVE 1 TO WS-SUB.                                            ZBNKQSL1
092700     PERFORM PRINT-REVIEWER-GROUP                                 ZBNKQSL1
092800       UNTIL WS-SUB IS GREATER THAN WS-ITEM-COUNT.                ZBNKQSL1
092900 PRINT-QUEUE-ITEMS-EXIT.                                          ZBNKQSL1
093000     EXIT.                                                        ZBNKQSL1
093100                                                                  ZBNKQSL1
093200 PRINT-REVIEWER-GROUP.                                            ZBNKQSL1
093300     IF WS-IT-PRINTED (WS-SUB) IS NOT EQUAL TO 'Y'                ZBNKQSL1
093400        MOVE WS-IT-REVIEWER (WS-SUB) TO WS-CUR-REVIEWER           ZBNKQSL1
093500        MOVE ZERO TO WS-GROUP-BREACHED                            ZBNKQSL1
093600        MOVE ZERO TO WS-GROUP-NEAR                                ZBNKQSL1
093700        MOVE WS-SUB TO WS-SUB2                                    ZBNKQSL1
093800        PERFORM PRINT-REVIEWER-ITEM                               ZBNKQSL1
093900          UNTIL WS-SUB2 IS GREATER THAN WS-ITEM-COUNT             ZBNKQSL1
094000        IF WS-CUR-REVIEWER IS EQUAL TO SPACES                     ZBNKQSL1
094100           MOVE 'Unassigned' TO WS-LINE6-REVIEWER                 ZBNKQSL1
094200        ELSE                                                      ZBNKQSL1
094300           MOVE WS-CUR-REVIEWER TO WS-LINE6-REVIEWER              ZBNKQSL1
094400        END-IF                                                    ZBNKQSL1
094500        MOVE WS-GROUP-BREACHED TO WS-LINE6-BREACHED               ZBNKQSL1
094600        MOVE WS-GROUP-NEAR TO WS-LINE6-NEAR                       ZBNKQSL1
094700        MOVE WS-LINE6 TO PRINTOUT-REC                             ZBNKQSL1
094800        PERFORM PRINTOUT-PUT                                      ZBNKQSL1
094900     END-IF.                                                      ZBNKQSL1
095000     ADD 1 TO WS-SUB.                                             ZBNKQSL1
095100                                                                  ZBNKQSL1
095200 PRINT-REVIEWER-ITEM.                                             ZBNKQSL1
095300     IF WS-IT-PRINTED (WS-SUB2) IS NOT EQUAL TO 'Y' AND           ZBNKQSL1
095400        WS-IT-REVIEWER (WS-SUB2) IS EQUAL TO WS-CUR-REVIEWER      ZBNKQSL1
095500        MOVE SPACES TO WS-LINE4                                   ZBNKQSL1
095600        IF WS-CUR-REVIEWER IS EQUAL TO SPACES                     ZBNKQSL1
095700           MOVE 'Unassigned' TO WS-LINE4-REVIEWER                 ZBNKQSL1
095800        ELSE                                                      ZBNKQSL1
095900           MOVE WS-CUR-REVIEWER TO WS-LINE4-REVIEWER              ZBNKQSL1
096000        END-IF                                                    ZBNKQSL1
096100        MOVE WS-IT-KEY (WS-SUB2) TO WS-LINE4-KEY                  ZBNKQSL1
096200        MOVE WS-IT-TYPE (WS-SUB2) TO WS-LINE4-TYPE                ZBNKQSL1
096300        MOVE WS-IT-PID (WS-SUB2) TO WS-LINE4-PID                  ZBNKQSL1
096400        MOVE WS-IT-SINCE (WS-SUB2) TO WS-LINE4-SINCE              ZBNKQSL1
096500        MOVE WS-IT-AGE (WS-SUB2) TO WS-LINE4-AGE                  ZBNKQSL1
096600        MOVE WS-IT-LIMIT (WS-SUB2) TO WS-LINE4-LIMIT              ZBNKQSL1
096700        IF WS-IT-BREACHED (WS-SUB2)                               ZBNKQSL1
096800           MOVE '** BREACHED' TO WS-LINE4-STATUS                  ZBNKQSL1
096900           MOVE WS-IT-ESCALATE-TO (WS-SUB2)                       ZBNKQSL1
097000             TO WS-LINE4-ESCALATE-TO                              ZBNKQSL1
097100           ADD 1 TO WS-GROUP-BREACHED                             ZBNKQSL1
097200        ELSE                                                      ZBNKQSL1
097300           MOVE 'Near breach' TO WS-LINE4-STATUS                  ZBNKQSL1
097400           ADD 1 TO WS-GROUP-NEAR                                 ZBNKQSL1
097500        END-IF                                                    ZBNKQSL1
097600        MOVE WS-LINE4 TO PRINTOUT-REC                             ZBNKQSL1
097700        PERFORM PRINTOUT-PUT                                      ZBNKQSL1
097800        MOVE 'Y' TO WS-IT-PRINTED (WS-SUB2)                       ZBNKQSL1
097900     END-IF.                                                      ZBNKQSL1
098000     ADD 1 TO WS-SUB2.                                            ZBNKQSL1
098100                                                                  ZBNKQSL1
098200***************************************************************** ZBNKQSL1
098300* Summary by queue                                              * ZBNKQSL1
098400***************************************************************** ZBNKQSL1
098500 PRINT-QUEUE-SUMMARY.                                             ZBNKQSL1
098600     MOVE WS-LINE7 TO PRINTOUT-REC.                               ZBNKQSL1
098700     PERFORM PRINTOUT-PUT.                                        ZBNKQSL1
098800     MOVE 1 TO WS-Q-SUB.                                          ZBNKQSL1
098900     PERFORM PRINT-QUEUE-SUMMARY-LINE                             ZBNKQSL1
099000       UNTIL WS-Q-SUB IS GREATER THAN 8.                          ZBNKQSL1
099100     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKQSL1
099200     PERFORM PRINTOUT-PUT.                                        ZBNKQSL1
099300     MOVE 'Service-level table entries' TO WS-RPT3-DESC.          ZBNKQSL1
099400     MOVE WS-SLA-LOADED TO WS-RPT3-COUNT.                         ZBNKQSL1
099500     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKQSL1
099600     PERFORM PRINTOUT-PUT.                                        ZBNKQSL1
099700     MOVE 'Items past their service level' TO WS-RPT3-DESC.       ZBNKQSL1
099800     MOVE WS-TOTAL-BREACHED TO WS-RPT3-COUNT.                     ZBNKQSL1
099900     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKQSL1
100000     PERFORM PRINTOUT-PUT.                                        ZBNKQSL1
100100     MOVE 'Items near their service level' TO WS-RPT3-DESC.       ZBNKQSL1
100200     MOVE WS-TOTAL-NEAR TO WS-RPT3-COUNT.                         ZBNKQSL1
100300     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKQSL1
100400     PERFORM PRINTOUT-PUT.                                        ZBNKQSL1
100500     MOVE 'Escalations cleared as worked' TO WS-RPT3-DESC.        ZBNKQSL1
100600     MOVE WS-ESC-CLEARED TO WS-RPT3-COUNT.                        ZBNKQSL1
100700     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKQSL1
100800     PERFORM PRINTOUT-PUT.                                        ZBNKQSL1
100900                                                                  ZBNKQSL1
101000 PRINT-QUEUE-SUMMARY-LINE.                                        ZBNKQSL1
101100     MOVE SPACES TO WS-LINE8.                                     ZBNKQSL1
101200     MOVE WS-Q-NAME (WS-Q-SUB) TO WS-LINE8-QUEUE.                 ZBNKQSL1
101300     MOVE WS-Q-PENDING (WS-Q-SUB) TO WS-LINE8-PENDING.            ZBNKQSL1
101400     MOVE WS-Q-NO-SLA (WS-Q-SUB) TO WS-LINE8-NO-SLA.              ZBNKQSL1
101500     MOVE WS-Q-WITHIN (WS-Q-SUB) TO WS-LINE8-WITHIN.              ZBNKQSL1
101600     MOVE WS-Q-NEAR (WS-Q-SUB) TO WS-LINE8-NEAR.                  ZBNKQSL1
101700     MOVE WS-Q-BREACHED (WS-Q-SUB) TO WS-LINE8-BREACHED.          ZBNKQSL1
101800     MOVE WS-Q-ESC-NEW (WS-Q-SUB) TO WS-LINE8-ESC-NEW.            ZBNKQSL1
101900     MOVE WS-Q-ESC-REPEAT (WS-Q-SUB) TO WS-LINE8-ESC-REPEAT.      ZBNKQSL1
102000     IF WS-Q-PRESENT (WS-Q-SUB) IS NOT EQUAL TO 'Y'               ZBNKQSL1
102100        MOVE 'Not present' TO WS-LINE8-NOTE                       ZBNKQSL1
102200     END-IF.                                                      ZBNKQSL1
102300     MOVE WS-LINE8 TO PRINTOUT-REC.                               ZBNKQSL1
102400     PERFORM PRINTOUT-PUT.                                        ZBNKQSL1
102500     ADD 1 TO WS-Q-SUB.                                           ZBNKQSL1
102600                                                                  ZBNKQSL1
102700***************************************************************** ZBNKQSL1
102800* Address/contact change holds still pending                    * ZBNKQSL1
102900***************************************************************** ZBNKQSL1
103000 SCAN-HOLD.                                                       ZBNKQSL1
103100     IF WS-Q-PRESENT (WS-Q-SUB) IS NOT EQUAL TO 'Y'               ZBNKQSL1
103200        GO TO SCAN-HOLD-EXIT                                      ZBNKQSL1
103300     END-IF.                                                      ZBNKQSL1
103400     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKQSL1
103500     MOVE LOW-VALUES TO HLD-KEY.                                  ZBNKQSL1
103600     START BNKHOLD-FILE KEY GREATER THAN HLD-KEY.                 ZBNKQSL1
103700     IF WS-BNKHOLD-STATUS IS NOT EQUAL TO '00'                    ZBNKQSL1
103800        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKQSL1
103900     END-IF.                                                      ZBNKQSL1
104000     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKQSL1
104100        READ BNKHOLD-FILE NEXT RECORD                             ZBNKQSL1
104200        IF WS-BNKHOLD-STATUS IS EQUAL TO '10'                     ZBNKQSL1
104300           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKQSL1
104400        ELSE                                                      ZBNKQSL1
104500           IF WS-BNKHOLD-STAT1 IS NOT EQUAL TO '0'                ZBNKQSL1
104600              MOVE WS-BNKHOLD-STATUS TO WS-IO-STATUS              ZBNKQSL1
104700              PERFORM QUEUE-READ-ERROR                            ZBNKQSL1
104800           ELSE                                                   ZBNKQSL1
104900              IF HLD-STATUS-PENDING                               ZBNKQSL1
105000                 MOVE SPACES TO WS-ITEM                           ZBNKQSL1
105100                 MOVE HLD-REC-TIMESTAMP TO WS-ITEM-KEY            ZBNKQSL1
105200                 MOVE HLD-REC-PID TO WS-ITEM-PID                  ZBNKQSL1
105300                 MOVE HLD-REC-REVIEW-USERID TO WS-ITEM-REVIEWER   ZBNKQSL1
105400                 MOVE HLD-REC-TIMESTAMP (1:10) TO                 ZBNKQSL1
105500                   WS-ITEM-SINCE                                  ZBNKQSL1
105600                 PERFORM AGE-QUEUE-ITEM THRU                      ZBNKQSL1
105700                         AGE-QUEUE-ITEM-EXIT                      ZBNKQSL1
105800              END-IF                                              ZBNKQSL1
105900           END-IF                                                 ZBNKQSL1
106000        END-IF                                                    ZBNKQSL1
106100     END-PERFORM.                                                 ZBNKQSL1
106200 SCAN-HOLD-EXIT.                                                  ZBNKQSL1
106300     EXIT.                                                        ZBNKQSL1
106400                                                                  ZBNKQSL1
106500***************************************************************** ZBNKQSL1
106600* Fraud review items not yet reviewed - typed by rule code      * ZBNKQSL1
106700***************************************************************** ZBNKQSL1
106800 SCAN-FRAUD.                                                      ZBNKQSL1
106900     IF WS-Q-PRESENT (WS-Q-SUB) IS NOT EQUAL TO 'Y'               ZBNKQSL1
107000        GO TO SCAN-FRAUD-EXIT                                     ZBNKQSL1
107100     END-IF.                                                      ZBNKQSL1
107200     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKQSL1
107300     MOVE LOW-VALUES TO FRD-KEY.                                  ZBNKQSL1
107400     START BNKFRAUD-FILE KEY GREATER THAN FRD-KEY.                ZBNKQSL1
107500     IF WS-BNKFRAUD-STATUS IS NOT EQUAL TO '00'                   ZBNKQSL1
107600        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKQSL1
107700     END-IF.                                                      ZBNKQSL1
107800     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKQSL1
107900        READ BNKFRAUD-FILE NEXT RECORD                            ZBNKQSL1
108000        IF WS-BNKFRAUD-STATUS IS EQUAL TO '10'                    ZBNKQSL1
108100           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKQSL1
108200        ELSE                                                      ZBNKQSL1
108300           IF WS-BNKFRAUD-STAT1 IS NOT EQUAL TO '0'               ZBNKQSL1
108400              MOVE WS-BNKFRAUD-STATUS TO WS-IO-STATUS             ZBNKQSL1
108500              PERFORM QUEUE-READ-ERROR                            ZBNKQSL1
108600           ELSE                                                   ZBNKQSL1
108700              IF FRD-STATUS-PENDING                               ZBNKQSL1
108800                 MOVE SPACES TO WS-ITEM                           ZBNKQSL1
108900                 MOVE FRD-REC-TIMESTAMP TO WS-ITEM-KEY            ZBNKQSL1
109000                 MOVE FRD-REC-PID TO WS-ITEM-PID                  ZBNKQSL1
109100                 MOVE FRD-REC-TIMESTAMP (1:10) TO                 ZBNKQSL1
109200                   WS-ITEM-SINCE                                  ZBNKQSL1
109300                 MOVE FRD-REC-RULE-CODE TO WS-ITEM-TYPE           ZBNKQSL1
109400                 PERFORM AGE-QUEUE-ITEM THRU                      ZBNKQSL1
109500                         AGE-QUEUE-ITEM-EXIT                      ZBNKQSL1
109600              END-IF                                              ZBNKQSL1
109700           END-IF                                                 ZBNKQSL1
109800        END-IF                                                    ZBNKQSL1
109900     END-PERFORM.                                                 ZBNKQSL1
110000 SCAN-FRAUD-EXIT.                                                 ZBNKQSL1
110100     EXIT.                                                        ZBNKQSL1
110200                                                                  ZBNKQSL1
110300***************************************************************** ZBNKQSL1
110400* Disputes still pending - typed by provisional credit given    * ZBNKQSL1
110500***************************************************************** ZBNKQSL1
110600 SCAN-DISP.                                                       ZBNKQSL1
110700     IF WS-Q-PRESENT (WS-Q-SUB) IS NOT EQUAL TO 'Y'               ZBNKQSL1
110800        GO TO SCAN-DISP-EXIT                                      ZBNKQSL1
110900     END-IF.                                                      ZBNKQSL1
111000     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKQSL1
111100     MOVE LOW-VALUES TO DSP-KEY.                                  ZBNKQSL1
111200     START BNKDISP-FILE KEY GREATER THAN DSP-KEY.                 ZBNKQSL1
111300     IF WS-BNKDISP-STATUS IS NOT EQUAL TO '00'                    ZBNKQSL1
111400        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKQSL1
111500     END-IF.                                                      ZBNKQSL1
111600     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKQSL1
111700        READ BNKDISP-FILE NEXT RECORD                             ZBNKQSL1
111800        IF WS-BNKDISP-STATUS IS EQUAL TO '10'                     ZBNKQSL1
111900           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKQSL1
112000        ELSE                                                      ZBNKQSL1
112100           IF WS-BNKDISP-STAT1 IS NOT EQUAL TO '0'                ZBNKQSL1
112200              MOVE WS-BNKDISP-STATUS TO WS-IO-STATUS              ZBNKQSL1
112300              PERFORM QUEUE-READ-ERROR                            ZBNKQSL1
112400           ELSE                                                   ZBNKQSL1
112500              IF DSP-STATUS-PENDING                               ZBNKQSL1
112600                 MOVE SPACES TO WS-ITEM                           ZBNKQSL1
112700                 MOVE DSP-REC-TIMESTAMP TO WS-ITEM-KEY            ZBNKQSL1
112800                 MOVE DSP-REC-PID TO WS-ITEM-PID                  ZBNKQSL1
112900                 MOVE DSP-REC-REVIEW-USERID TO WS-ITEM-REVIEWER   ZBNKQSL1
113000                 MOVE DSP-REC-TIMESTAMP (1:10) TO                 ZBNKQSL1
113100                   WS-ITEM-SINCE                                  ZBNKQSL1
113200                 IF DSP-PROV-CREDIT-GIVEN                         ZBNKQSL1
113300                    MOVE 'Y' TO WS-ITEM-TYPE                      ZBNKQSL1
113400                 ELSE                                             ZBNKQSL1
113500                    MOVE 'N' TO WS-ITEM-TYPE                      ZBNKQSL1
113600                 END-IF                                           ZBNKQSL1
113700                 PERFORM AGE-QUEUE-ITEM THRU                      ZBNKQSL1
113800                         AGE-QUEUE-ITEM-EXIT                      ZBNKQSL1
113900              END-IF                                              ZBNKQSL1
114000           END-IF                                                 ZBNKQSL1
114100        END-IF                                                    ZBNKQSL1
114200     END-PERFORM.                                                 ZBNKQSL1
114300 SCAN-DISP-EXIT.                                                  ZBNKQSL1
114400     EXIT.                                                        ZBNKQSL1
114500                                                                  ZBNKQSL1
114600***************************************************************** ZBNKQSL1
114700* Denied-party hits still pending - typed by screening event    * ZBNKQSL1
114800***************************************************************** ZBNKQSL1
114900 SCAN-DENYQ.                                                      ZBNKQSL1
115000     IF WS-Q-PRESENT (WS-Q-SUB) IS NOT EQUAL TO 'Y'               ZBNKQSL1
115100        GO TO SCAN-DENYQ-EXIT                                     ZBNKQSL1
115200     END-IF.                                                      ZBNKQSL1
115300     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKQSL1
115400     MOVE LOW-VALUES TO DNH-KEY.                                  ZBNKQSL1
115500     START BNKDENYQ-FILE KEY GREATER THAN DNH-KEY.                ZBNKQSL1
115600     IF WS-BNKDENYQ-STATUS IS NOT EQUAL TO '00'                   ZBNKQSL1
115700        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKQSL1
115800     END-IF.                                                      ZBNKQSL1
115900     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKQSL1
116000        READ BNKDENYQ-FILE NEXT RECORD                            ZBNKQSL1
116100        IF WS-BNKDENYQ-STATUS IS EQUAL TO '10'                    ZBNKQSL1
116200           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKQSL1
116300        ELSE                                                      ZBNKQSL1
116400           IF WS-BNKDENYQ-STAT1 IS NOT EQUAL TO '0'               ZBNKQSL1
116500              MOVE WS-BNKDENYQ-STATUS TO WS-IO-STATUS             ZBNKQSL1
116600              PERFORM QUEUE-READ-ERROR                            ZBNKQSL1
116700           ELSE                                                   ZBNKQSL1
116800              IF DNH-STATUS-PENDING                               ZBNKQSL1
116900                 MOVE SPACES TO WS-ITEM                           ZBNKQSL1
117000                 MOVE DNH-REC-TIMESTAMP TO WS-ITEM-KEY            ZBNKQSL1
117100                 MOVE DNH-REC-PID TO WS-ITEM-PID                  ZBNKQSL1
117200                 MOVE DNH-REC-REVIEW-USERID TO WS-ITEM-REVIEWER   ZBNKQSL1
117300                 MOVE DNH-REC-TIMESTAMP (1:10) TO                 ZBNKQSL1
117400                   WS-ITEM-SINCE                                  ZBNKQSL1
117500                 MOVE DNH-REC-EVENT TO WS-ITEM-TYPE               ZBNKQSL1
117600                 PERFORM AGE-QUEUE-ITEM THRU                      ZBNKQSL1
117700                         AGE-QUEUE-ITEM-EXIT                      ZBNKQSL1
117800              END-IF                                              ZBNKQSL1
117900           END-IF                                                 ZBNKQSL1
118000        END-IF                                                    ZBNKQSL1
118100     END-PERFORM.                                                 ZBNKQSL1
118200 SCAN-DENYQ-EXIT.                                                 ZBNKQSL1
118300     EXIT.                                                        ZBNKQSL1
118400                                                                  ZBNKQSL1
118500***************************************************************** ZBNKQSL1
118600* Loan overrides still pending                                  * ZBNKQSL1
118700***************************************************************** ZBNKQSL1
118800 SCAN-LNOVR.                                                      ZBNKQSL1
118900     IF WS-Q-PRESENT (WS-Q-SUB) IS NOT EQUAL TO 'Y'               ZBNKQSL1
119000        GO TO SCAN-LNOVR-EXIT                                     ZBNKQSL1
119100     END-IF.                                                      ZBNKQSL1
119200     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKQSL1
119300     MOVE LOW-VALUES TO LOV-KEY.                                  ZBNKQSL1
119400     START BNKLNOVR-FILE KEY GREATER THAN LOV-KEY.                ZBNKQSL1
119500     IF WS-BNKLNOVR-STATUS IS NOT EQUAL TO '00'                   ZBNKQSL1
119600        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKQSL1
119700     END-IF.                                                      ZBNKQSL1
119800     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKQSL1
119900        READ BNKLNOVR-FILE NEXT RECORD                            ZBNKQSL1
120000        IF WS-BNKLNOVR-STATUS IS EQUAL TO '10'                    ZBNKQSL1
120100           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKQSL1
120200        ELSE                                                      ZBNKQSL1
120300           IF WS-BNKLNOVR-STAT1 IS NOT EQUAL TO '0'               ZBNKQSL1
120400              MOVE WS-BNKLNOVR-STATUS TO WS-IO-STATUS             ZBNKQSL1
120500              PERFORM QUEUE-READ-ERROR                            ZBNKQSL1
120600           ELSE                                                   ZBNKQSL1
120700              IF LOV-STATUS-PENDING                               ZBNKQSL1
120800                 MOVE SPACES TO WS-ITEM                           ZBNKQSL1
120900                 MOVE LOV-REC-TIMESTAMP TO WS-ITEM-KEY            ZBNKQSL1
121000                 MOVE LOV-REC-PID TO WS-ITEM-PID                  ZBNKQSL1
121100                 MOVE LOV-REC-REVIEW-USERID TO WS-ITEM-REVIEWER   ZBNKQSL1
121200                 MOVE LOV-REC-TIMESTAMP (1:10) TO                 ZBNKQSL1
121300                   WS-ITEM-SINCE                                  ZBNKQSL1
121400                 PERFORM AGE-QUEUE-ITEM THRU                      ZBNKQSL1
121500                         AGE-QUEUE-ITEM-EXIT                      ZBNKQSL1
121600              END-IF                                              ZBNKQSL1
121700           END-IF                                                 ZBNKQSL1
121800        END-IF                                                    ZBNKQSL1
121900     END-PERFORM.                                                 ZBNKQSL1
122000 SCAN-LNOVR-EXIT.                                                 ZBNKQSL1
122100     EXIT.                                                        ZBNKQSL1
122200                                                                  ZBNKQSL1
122300***************************************************************** ZBNKQSL1
122400* Estate rows not yet released - typed by release action        * ZBNKQSL1
122500***************************************************************** ZBNKQSL1
122600 SCAN-ESTQ.                                                       ZBNKQSL1
122700     IF WS-Q-PRESENT (WS-Q-SUB) IS NOT EQUAL TO 'Y'               ZBNKQSL1
122800        GO TO SCAN-ESTQ-EXIT                                      ZBNKQSL1
122900     END-IF.                                                      ZBNKQSL1
123000     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKQSL1
123100     MOVE LOW-VALUES TO ESQ-KEY.                                  ZBNKQSL1
123200     START BNKESTQ-FILE KEY GREATER THAN ESQ-KEY.                 ZBNKQSL1
123300     IF WS-BNKESTQ-STATUS IS NOT EQUAL TO '00'                    ZBNKQSL1
123400        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKQSL1
123500     END-IF.                                                      ZBNKQSL1
123600     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKQSL1
123700        READ BNKESTQ-FILE NEXT RECORD                             ZBNKQSL1
123800        IF WS-BNKESTQ-STATUS IS EQUAL TO '10'                     ZBNKQSL1
123900           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKQSL1
124000        ELSE                                                      ZBNKQSL1
124100           IF WS-BNKESTQ-STAT1 IS NOT EQUAL TO '0'                ZBNKQSL1
124200              MOVE WS-BNKESTQ-STATUS TO WS-IO-STATUS              ZBNKQSL1
124300              PERFORM QUEUE-READ-ERROR                            ZBNKQSL1
124400           ELSE                                                   ZBNKQSL1
124500              IF ESQ-STATUS-PENDING                               ZBNKQSL1
124600                 MOVE SPACES TO WS-ITEM                           ZBNKQSL1
124700                 MOVE ESQ-REC-TIMESTAMP TO WS-ITEM-KEY            ZBNKQSL1
124800                 MOVE ESQ-REC-PID TO WS-ITEM-PID                  ZBNKQSL1
124900                 MOVE ESQ-REC-REVIEW-USERID TO WS-ITEM-REVIEWER   ZBNKQSL1
125000                 MOVE ESQ-REC-TIMESTAMP (1:10) TO                 ZBNKQSL1
125100                   WS-ITEM-SINCE                                  ZBNKQSL1
125200                 MOVE ESQ-REC-ACTION TO WS-ITEM-TYPE              ZBNKQSL1
125300                 PERFORM AGE-QUEUE-ITEM THRU                      ZBNKQSL1
125400                         AGE-QUEUE-ITEM-EXIT                      ZBNKQSL1
125500              END-IF                                              ZBNKQSL1
125600           END-IF                                                 ZBNKQSL1
125700        END-IF                                                    ZBNKQSL1
125800     END-PERFORM.                                                 ZBNKQSL1
125900 SCAN-ESTQ-EXIT.                                                  ZBNKQSL1
126000     EXIT.                                                        ZBNKQSL1
126100                                                                  ZBNKQSL1
126200***************************************************************** ZBNKQSL1
126300* Open suspense items from their aging date - typed by source   * ZBNKQSL1
126400***************************************************************** ZBNKQSL1
126500 SCAN-SUSP.                                                       ZBNKQSL1
126600     IF WS-Q-PRESENT (WS-Q-SUB) IS NOT EQUAL TO 'Y'               ZBNKQSL1
126700        GO TO SCAN-SUSP-EXIT                                      ZBNKQSL1
126800     END-IF.                                                      ZBNKQSL1
126900     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKQSL1
127000     MOVE LOW-VALUES TO SUS-KEY.                                  ZBNKQSL1
127100     START BNKSUSP-FILE KEY GREATER THAN SUS-KEY.                 ZBNKQSL1
127200     IF WS-BNKSUSP-STATUS IS NOT EQUAL TO '00'                    ZBNKQSL1
127300        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKQSL1
127400     END-IF.                                                      ZBNKQSL1
127500     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKQSL1
127600        READ BNKSUSP-FILE NEXT RECORD                             ZBNKQSL1
127700        IF WS-BNKSUSP-STATUS IS EQUAL TO '10'                     ZBNKQSL1
127800           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKQSL1
127900        ELSE                                                      ZBNKQSL1
128000           IF WS-BNKSUSP-STAT1 IS NOT EQUAL TO '0'                ZBNKQSL1
128100              MOVE WS-BNKSUSP-STATUS TO WS-IO-STATUS              ZBNKQSL1
128200              PERFORM QUEUE-READ-ERROR                            ZBNKQSL1
128300           ELSE                                                   ZBNKQSL1
128400              IF SUS-STATUS-OPEN                                  ZBNKQSL1
128500                 MOVE SPACES TO WS-ITEM                           ZBNKQSL1
128600                 MOVE SUS-REC-TIMESTAMP TO WS-ITEM-KEY            ZBNKQSL1
128700                 MOVE SPACES TO WS-ITEM-PID                       ZBNKQSL1
128800                 MOVE SUS-REC-AGING-DATE TO                       ZBNKQSL1
128900                   WS-ITEM-SINCE                                  ZBNKQSL1
129000                 MOVE SUS-REC-SOURCE TO WS-ITEM-TYPE              ZBNKQSL1
129100                 PERFORM AGE-QUEUE-ITEM THRU                      ZBNKQSL1
129200                         AGE-QUEUE-ITEM-EXIT                      ZBNKQSL1
129300              END-IF                                              ZBNKQSL1
129400           END-IF                                                 ZBNKQSL1
129500        END-IF                                                    ZBNKQSL1
129600     END-PERFORM.                                                 ZBNKQSL1
129700 SCAN-SUSP-EXIT.                                                  ZBNKQSL1
129800     EXIT.                                                        ZBNKQSL1
129900                                                                  ZBNKQSL1
130000***************************************************************** ZBNKQSL1
130100* Open message threads waiting on a staff reply                 * ZBNKQSL1
130200***************************************************************** ZBNKQSL1
130300 SCAN-MSG.                                                        ZBNKQSL1
130400     IF WS-Q-PRESENT (WS-Q-SUB) IS NOT EQUAL TO 'Y'               ZBNKQSL1
130500        GO TO SCAN-MSG-EXIT                                       ZBNKQSL1
130600     END-IF.                                                      ZBNKQSL1
130700     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKQSL1
130800     MOVE LOW-VALUES TO MSG-KEY.                                  ZBNKQSL1
130900     START BNKMSG-FILE KEY GREATER THAN MSG-KEY.                  ZBNKQSL1
131000     IF WS-BNKMSG-STATUS IS NOT EQUAL TO '00'                     ZBNKQSL1
131100        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKQSL1
131200     END-IF.                                                      ZBNKQSL1
131300     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKQSL1
131400        READ BNKMSG-FILE NEXT RECORD                              ZBNKQSL1
131500        IF WS-BNKMSG-STATUS IS EQUAL TO '10'                      ZBNKQSL1
131600           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKQSL1
131700        ELSE                                                      ZBNKQSL1
131800           IF WS-BNKMSG-STAT1 IS NOT EQUAL TO '0'                 ZBNKQSL1
131900              MOVE WS-BNKMSG-STATUS TO WS-IO-STATUS               ZBNKQSL1
132000              PERFORM QUEUE-READ-ERROR                            ZBNKQSL1
132100           ELSE                                                   ZBNKQSL1
132200              PERFORM MESSAGE-THREAD-STEP THRU                    ZBNKQSL1
132300                      MESSAGE-THREAD-STEP-EXIT                    ZBNKQSL1
132400           END-IF                                                 ZBNKQSL1
132500        END-IF                                                    ZBNKQSL1
132600     END-PERFORM.                                                 ZBNKQSL1
132700     PERFORM MESSAGE-THREAD-END THRU                              ZBNKQSL1
132800             MESSAGE-THREAD-END-EXIT.                             ZBNKQSL1
132900 SCAN-MSG-EXIT.                                                   ZBNKQSL1
133000     EXIT.                                                        ZBNKQSL1
133100                                                                  ZBNKQSL1
133200***************************************************************** ZBNKQSL1
133300* Open the files - a queue file that is not there is skipped    * ZBNKQSL1
133400***************************************************************** ZBNKQSL1
133500 OPEN-FILES.                                                      ZBNKQSL1
133600     OPEN INPUT BNKHOLD-FILE.                                     ZBNKQSL1
133700     IF WS-BNKHOLD-STATUS IS EQUAL TO '35'                        ZBNKQSL1
133800        MOVE 'N' TO WS-Q-PRESENT (1)                              ZBNKQSL1
133900     ELSE                                                         ZBNKQSL1
134000        IF WS-BNKHOLD-STATUS IS NOT EQUAL TO '00'                 ZBNKQSL1
134100           MOVE 'BNKHOLD file open failure...'                    ZBNKQSL1
134200             TO WS-CONSOLE-MESSAGE                                ZBNKQSL1
134300           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKQSL1
134400           MOVE WS-BNKHOLD-STATUS TO WS-IO-STATUS                 ZBNKQSL1
134500           PERFORM DISPLAY-IO-STATUS                              ZBNKQSL1
134600           PERFORM ABORT-PROGRAM                                  ZBNKQSL1
134700        END-IF                                                    ZBNKQSL1
134800        MOVE 'Y' TO WS-Q-PRESENT (1)                              ZBNKQSL1
134900     END-IF.                                                      ZBNKQSL1
135000     OPEN INPUT BNKFRAUD-FILE.                                    ZBNKQSL1
135100     IF WS-BNKFRAUD-STATUS IS EQUAL TO '35'                       ZBNKQSL1
135200        MOVE 'N' TO WS-Q-PRESENT (2)                              ZBNKQSL1
135300     ELSE                                                         ZBNKQSL1
135400        IF WS-BNKFRAUD-STATUS IS NOT EQUAL TO '00'                ZBNKQSL1
135500           MOVE 'BNKFRAUD file open failure...'                   ZBNKQSL1
135600             TO WS-CONSOLE-MESSAGE                                ZBNKQSL1
135700           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKQSL1
135800           MOVE WS-BNKFRAUD-STATUS TO WS-IO-STATUS                ZBNKQSL1
135900           PERFORM DISPLAY-IO-STATUS                              ZBNKQSL1
136000           PERFORM ABORT-PROGRAM                                  ZBNKQSL1
136100        END-IF                                                    ZBNKQSL1
136200        MOVE 'Y' TO WS-Q-PRESENT (2)                              ZBNKQSL1
136300     END-IF.                                                      ZBNKQSL1
136400     OPEN INPUT BNKDISP-FILE.                                     ZBNKQSL1
136500     IF WS-BNKDISP-STATUS IS EQUAL TO '35'                        ZBNKQSL1
136600        MOVE 'N' TO WS-Q-PRESENT (3)                              ZBNKQSL1
136700     ELSE                                                         ZBNKQSL1
136800        IF WS-BNKDISP-STATUS IS NOT EQUAL TO '00'                 ZBNKQSL1
136900           MOVE 'BNKDISP file open failure...'                    ZBNKQSL1
137000             TO WS-CONSOLE-MESSAGE                                ZBNKQSL1
137100           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKQSL1
137200           MOVE WS-BNKDISP-STATUS TO WS-IO-STATUS                 ZBNKQSL1
137300           PERFORM DISPLAY-IO-STATUS                              ZBNKQSL1
137400           PERFORM ABORT-PROGRAM                                  ZBNKQSL1
137500        END-IF                                                    ZBNKQSL1
137600        MOVE 'Y' TO WS-Q-PRESENT (3)                              ZBNKQSL1
137700     END-IF.                                                      ZBNKQSL1
137800     OPEN INPUT BNKDENYQ-FILE.                                    ZBNKQSL1
137900     IF WS-BNKDENYQ-STATUS IS EQUAL TO '35'                       ZBNKQSL1
138000        MOVE 'N' TO WS-Q-PRESENT (4)                              ZBNKQSL1
138100     ELSE                                                         ZBNKQSL1
138200        IF WS-BNKDENYQ-STATUS IS NOT EQUAL TO '00'                ZBNKQSL1
138300           MOVE 'BNKDENYQ file open failure...'                   ZBNKQSL1
138400             TO WS-CONSOLE-MESSAGE                                ZBNKQSL1
138500           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKQSL1
138600           MOVE WS-BNKDENYQ-STATUS TO WS-IO-STATUS                ZBNKQSL1
138700           PERFORM DISPLAY-IO-STATUS                              ZBNKQSL1
138800           PERFORM ABORT-PROGRAM                                  ZBNKQSL1
138900        END-IF                                                    ZBNKQSL1
139000        MOVE 'Y' TO WS-Q-PRESENT (4)                              ZBNKQSL1
139100     END-IF.                                                      ZBNKQSL1
139200     OPEN INPUT BNKLNOVR-FILE.                                    ZBNKQSL1
139300     IF WS-BNKLNOVR-STATUS IS EQUAL TO '35'                       ZBNKQSL1
139400        MOVE 'N' TO WS-Q-PRESENT (5)                              ZBNKQSL1
139500     ELSE                                                         ZBNKQSL1
139600        IF WS-BNKLNOVR-STATUS IS NOT EQUAL TO '00'                ZBNKQSL1
139700           MOVE 'BNKLNOVR file open failure...'                   ZBNKQSL1
139800             TO WS-CONSOLE-MESSAGE                                ZBNKQSL1
139900           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKQSL1
140000           MOVE WS-BNKLNOVR-STATUS TO WS-IO-STATUS                ZBNKQSL1
140100           PERFORM DISPLAY-IO-STATUS                              ZBNKQSL1
140200           PERFORM ABORT-PROGRAM                                  ZBNKQSL1
140300        END-IF                                                    ZBNKQSL1
140400        MOVE 'Y' TO WS-Q-PRESENT (5)                              ZBNKQSL1
140500     END-IF.                                                      ZBNKQSL1
140600     OPEN INPUT BNKESTQ-FILE.                                     ZBNKQSL1
140700     IF WS-BNKESTQ-STATUS IS EQUAL TO '35'                        ZBNKQSL1
140800        MOVE 'N' TO WS-Q-PRESENT (6)                              ZBNKQSL1
140900     ELSE                                                         ZBNKQSL1
141000        IF WS-BNKESTQ-STATUS IS NOT EQUAL TO '00'                 ZBNKQSL1
141100           MOVE 'BNKESTQ file open failure...'                    ZBNKQSL1
141200             TO WS-CONSOLE-MESSAGE                                ZBNKQSL1
141300           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKQSL1
141400           MOVE WS-BNKESTQ-STATUS TO WS-IO-STATUS                 ZBNKQSL1
141500           PERFORM DISPLAY-IO-STATUS                              ZBNKQSL1
141600           PERFORM ABORT-PROGRAM                                  ZBNKQSL1
141700        END-IF                                                    ZBNKQSL1
141800        MOVE 'Y' TO WS-Q-PRESENT (6)                              ZBNKQSL1
141900     END-IF.                                                      ZBNKQSL1
142000     OPEN INPUT BNKSUSP-FILE.                                     ZBNKQSL1
142100     IF WS-BNKSUSP-STATUS IS EQUAL TO '35'                        ZBNKQSL1
142200        MOVE 'N' TO WS-Q-PRESENT (7)                              ZBNKQSL1
142300     ELSE                                                         ZBNKQSL1
142400        IF WS-BNKSUSP-STATUS IS NOT EQUAL TO '00'                 ZBNKQSL1
142500           MOVE 'BNKSUSP file open failure...'                    ZBNKQSL1
142600             TO WS-CONSOLE-MESSAGE                                ZBNKQSL1
142700           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKQSL1
142800           MOVE WS-BNKSUSP-STATUS TO WS-IO-STATUS                 ZBNKQSL1
142900           PERFORM DISPLAY-IO-STATUS                              ZBNKQSL1
143000           PERFORM ABORT-PROGRAM                                  ZBNKQSL1
143100        END-IF                                                    ZBNKQSL1
143200        MOVE 'Y' TO WS-Q-PRESENT (7)                              ZBNKQSL1
143300     END-IF.                                                      ZBNKQSL1
143400     OPEN INPUT BNKMSG-FILE.                                      ZBNKQSL1
143500     IF WS-BNKMSG-STATUS IS EQUAL TO '35'                         ZBNKQSL1
143600        MOVE 'N' TO WS-Q-PRESENT (8)                              ZBNKQSL1
143700     ELSE                                                         ZBNKQSL1
143800        IF WS-BNKMSG-STATUS IS NOT EQUAL TO '00'                  ZBNKQSL1
143900           MOVE 'BNKMSG file open failure...'                     ZBNKQSL1
144000             TO WS-CONSOLE-MESSAGE                                ZBNKQSL1
144100           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKQSL1
144200           MOVE WS-BNKMSG-STATUS TO WS-IO-STATUS                  ZBNKQSL1
144300           PERFORM DISPLAY-IO-STATUS                              ZBNKQSL1
144400           PERFORM ABORT-PROGRAM                                  ZBNKQSL1
144500        END-IF                                                    ZBNKQSL1
144600        MOVE 'Y' TO WS-Q-PRESENT (8)                              ZBNKQSL1
144700     END-IF.                                                      ZBNKQSL1
144800     OPEN I-O BNKQESC-FILE.                                       ZBNKQSL1
144900     IF WS-BNKQESC-STATUS IS EQUAL TO '35'                        ZBNKQSL1
145000        OPEN OUTPUT BNKQESC-FILE                                  ZBNKQSL1
145100        CLOSE BNKQESC-FILE                                        ZBNKQSL1
145200        OPEN I-O BNKQESC-FILE                                     ZBNKQSL1
145300     END-IF.                                                      ZBNKQSL1
145400     IF WS-BNKQESC-STATUS IS NOT EQUAL TO '00'                    ZBNKQSL1
145500        MOVE 'BNKQESC file open failure...'                       ZBNKQSL1
145600          TO WS-CONSOLE-MESSAGE                                   ZBNKQSL1
145700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKQSL1
145800        MOVE WS-BNKQESC-STATUS TO WS-IO-STATUS                    ZBNKQSL1
145900        PERFORM DISPLAY-IO-STATUS                                 ZBNKQSL1
146000        PERFORM ABORT-PROGRAM                                     ZBNKQSL1
146100     END-IF.                                                      ZBNKQSL1
146200     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKQSL1
146300     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKQSL1
146400        MOVE 'PRINTOUT file open failure...'                      ZBNKQSL1
146500          TO WS-CONSOLE-MESSAGE                                   ZBNKQSL1
146600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKQSL1
146700        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKQSL1
146800        PERFORM DISPLAY-IO-STATUS                                 ZBNKQSL1
146900        PERFORM ABORT-PROGRAM                                     ZBNKQSL1
147000     END-IF.                                                      ZBNKQSL1
147100                                                                  ZBNKQSL1
147200***************************************************************** ZBNKQSL1
147300* Close the files                                               * ZBNKQSL1
147400***************************************************************** ZBNKQSL1
147500 CLOSE-FILES.                                                     ZBNKQSL1
147600     IF WS-Q-PRESENT (1) IS EQUAL TO 'Y'                          ZBNKQSL1
147700        CLOSE BNKHOLD-FILE                                        ZBNKQSL1
147800     END-IF.                                                      ZBNKQSL1
147900     IF WS-Q-PRESENT (2) IS EQUAL TO 'Y'                          ZBNKQSL1
148000        CLOSE BNKFRAUD-FILE                                       ZBNKQSL1
148100     END-IF.                                                      ZBNKQSL1
148200     IF WS-Q-PRESENT (3) IS EQUAL TO 'Y'                          ZBNKQSL1
148300        CLOSE BNKDISP-FILE                                        ZBNKQSL1
148400     END-IF.                                                      ZBNKQSL1
148500     IF WS-Q-PRESENT (4) IS EQUAL TO 'Y'                          ZBNKQSL1
148600        CLOSE BNKDENYQ-FILE                                       ZBNKQSL1
148700     END-IF.                                                      ZBNKQSL1
148800     IF WS-Q-PRESENT (5) IS EQUAL TO 'Y'                          ZBNKQSL1
148900        CLOSE BNKLNOVR-FILE                                       ZBNKQSL1
149000     END-IF.                                                      ZBNKQSL1
149100     IF WS-Q-PRESENT (6) IS EQUAL TO 'Y'                          ZBNKQSL1
149200        CLOSE BNKESTQ-FILE                                        ZBNKQSL1
149300     END-IF.                                                      ZBNKQSL1
149400     IF WS-Q-PRESENT (7) IS EQUAL TO 'Y'                          ZBNKQSL1
149500        CLOSE BNKSUSP-FILE                                        ZBNKQSL1
149600     END-IF.                                                      ZBNKQSL1
149700     IF WS-Q-PRESENT (8) IS EQUAL TO 'Y'                          ZBNKQSL1
149800        CLOSE BNKMSG-FILE                                         ZBNKQSL1
149900     END-IF.                                                      ZBNKQSL1
150000     CLOSE BNKQESC-FILE.                                          ZBNKQSL1
150100     CLOSE PRINTOUT-FILE.                                         ZBNKQSL1
150200                                                                  ZBNKQSL1
150300***************************************************************** ZBNKQSL1
150400* Write a report line                                           * ZBNKQSL1
150500***************************************************************** ZBNKQSL1
150600 PRINTOUT-PUT.                                                    ZBNKQSL1
150700     WRITE PRINTOUT-REC.                                          ZBNKQSL1
150800     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKQSL1
150900       MOVE 'PRINTOUT error writing file...'                      ZBNKQSL1
151000         TO WS-CONSOLE-MESSAGE                                    ZBNKQSL1
151100       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKQSL1
151200       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKQSL1
151300       PERFORM DISPLAY-IO-STATUS                                  ZBNKQSL1
151400       PERFORM ABORT-PROGRAM                                      ZBNKQSL1
151500     END-IF.                                                      ZBNKQSL1
151600                                                                  ZBNKQSL1
151700***************************************************************** ZBNKQSL1
151800* Display the file status bytes. This routine will display as   * ZBNKQSL1
151900* two digits if the full two byte file status is numeric. If    * ZBNKQSL1
152000* second byte is non-numeric then it will be treated as a       * ZBNKQSL1
152100* binary number.                                                * ZBNKQSL1
152200***************************************************************** ZBNKQSL1
152300 DISPLAY-IO-STATUS.                                               ZBNKQSL1
152400     IF WS-IO-STATUS NUMERIC                                      ZBNKQSL1
152500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKQSL1
152600        STRING 'File status -' DELIMITED BY SIZE                  ZBNKQSL1
152700               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKQSL1
152800          INTO WS-CONSOLE-MESSAGE                                 ZBNKQSL1
152900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKQSL1
153000     ELSE                                                         ZBNKQSL1
153100        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKQSL1
153200        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKQSL1
153300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKQSL1
153400        STRING 'File status -' DELIMITED BY SIZE                  ZBNKQSL1
153500               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKQSL1
153600               '/' DELIMITED BY SIZE                              ZBNKQSL1
153700               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKQSL1
153800          INTO WS-CONSOLE-MESSAGE                                 ZBNKQSL1
153900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKQSL1
154000     END-IF.                                                      ZBNKQSL1
154100                                                                  ZBNKQSL1
154200***************************************************************** ZBNKQSL1
154300* 'ABORT' the program.                                          * ZBNKQSL1
154400* Post a message to the console and issue a STOP RUN            * ZBNKQSL1
154500***************************************************************** ZBNKQSL1
154600 ABORT-PROGRAM.                                                   ZBNKQSL1
154700     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKQSL1
154800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKQSL1
154900     END-IF.                                                      ZBNKQSL1
155000     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKQSL1
155100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKQSL1
155200     MOVE 16 TO RETURN-CODE.                                      ZBNKQSL1
155300     STOP RUN.                                                    ZBNKQSL1
155400                                                                  ZBNKQSL1
155500***************************************************************** ZBNKQSL1
155600* Display CONSOLE messages...                                   * ZBNKQSL1
155700***************************************************************** ZBNKQSL1
155800 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKQSL1
155900     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKQSL1
156000       UPON CONSOLE.                                              ZBNKQSL1
156100     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKQSL1
156200                                                                  ZBNKQSL1
156300 COPY CTIMERP.                                                    ZBNKQSL1
156400                                                                  ZBNKQSL1
156500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKQSL1
