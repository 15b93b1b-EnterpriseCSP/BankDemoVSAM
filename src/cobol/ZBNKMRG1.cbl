000100***************************************************************** ZBNKMRG1
000200*                                                               * ZBNKMRG1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKMRG1
000400*   This demonstration program is provided for use by users     * ZBNKMRG1
000500*   of Micro Focus products and may be used, modified and       * ZBNKMRG1
000600*   distributed as part of your application provided that       * ZBNKMRG1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKMRG1
000800*   in this material.                                           * ZBNKMRG1
000900*                                                               * ZBNKMRG1
001000***************************************************************** ZBNKMRG1
001100                                                                  ZBNKMRG1
001200***************************************************************** ZBNKMRG1
001300* Program:     ZBNKMRG1.CBL                                     * ZBNKMRG1
001400* Function:    Customer PID merge.  Works the reviewer's        * ZBNKMRG1
001500*              decisions on the ZBNKDPC1 duplicate list from    * ZBNKMRG1
001600*              the MRGIN card file, one card per pair:          * ZBNKMRG1
001700*                col 1     M merge, X not the same person       * ZBNKMRG1
001800*                col 2-6   surviving PID (or first PID for X)   * ZBNKMRG1
001900*                col 7-11  losing PID (or second PID for X)     * ZBNKMRG1
002000*              A merge moves everything the losing PID holds    * ZBNKMRG1
002100*              to the survivor - accounts (owner, joint, link   * ZBNKMRG1
002200*              and recurring-payment target PIDs), loans,       * ZBNKMRG1
002300*              cards, registered payees and the standing        * ZBNKMRG1
002400*              instructions that pay them, beneficiaries,       * ZBNKMRG1
002500*              alert preferences, the household link and the    * ZBNKMRG1
002600*              interaction log.  Payees, instructions and       * ZBNKMRG1
002700*              beneficiaries take the survivor's next free      * ZBNKMRG1
002800*              sequence numbers.  Where the survivor already    * ZBNKMRG1
002900*              has alert preferences or a household, those      * ZBNKMRG1
003000*              stand.  The losing BNKCUST record is kept as a   * ZBNKMRG1
003100*              redirect to the survivor (and earlier redirects  * ZBNKMRG1
003200*              to it are pointed on), and the survivor picks up * ZBNKMRG1
003300*              any SIN, date of birth, telephone or email it    * ZBNKMRG1
003400*              was missing.  The decision is recorded on        * ZBNKMRG1
003500*              BNKDUPC so the pair is not listed again.  A      * ZBNKMRG1
003600*              card that fails its checks is rejected before    * ZBNKMRG1
003700*              anything moves; RC 4 when any card is rejected.  * ZBNKMRG1
003800*              BNKCUST, BNKACC, BNKLOAN and BNKCARD updates are * ZBNKMRG1
003900*              journaled through UJOURNL for forward recovery.  * ZBNKMRG1
004000***************************************************************** ZBNKMRG1
004100                                                                  ZBNKMRG1
004200 IDENTIFICATION DIVISION.                                         ZBNKMRG1
004300 PROGRAM-ID.                                                      ZBNKMRG1
004400     ZBNKMRG1.                                                    ZBNKMRG1
004500 DATE-WRITTEN.                                                    ZBNKMRG1
004600     October 2026.                                                ZBNKMRG1
004700 DATE-COMPILED.                                                   ZBNKMRG1
004800     Today.                                                       ZBNKMRG1
004900                                                                  ZBNKMRG1
005000 ENVIRONMENT DIVISION.                                            ZBNKMRG1
005100 INPUT-OUTPUT   SECTION.                                          ZBNKMRG1
005200   FILE-CONTROL.                                                  ZBNKMRG1
005300     SELECT MRGIN-FILE                                            ZBNKMRG1
005400            ASSIGN       TO MRGIN                                 ZBNKMRG1
005500            ORGANIZATION IS SEQUENTIAL                            ZBNKMRG1
005600            ACCESS MODE  IS SEQUENTIAL                            ZBNKMRG1
005700            FILE STATUS  IS WS-MRGIN-STATUS.                      ZBNKMRG1
005800     SELECT BNKCUST-FILE                                          ZBNKMRG1
005900            ASSIGN       TO BNKCUST                               ZBNKMRG1
006000            ORGANIZATION IS INDEXED                               ZBNKMRG1
006100            ACCESS MODE  IS DYNAMIC                               ZBNKMRG1
006200            RECORD KEY   IS BCS-REC-PID                           ZBNKMRG1
006300            ALTERNATE KEY IS BCS-REC-NAME WITH DUPLICATES         ZBNKMRG1
006400            ALTERNATE KEY IS BCS-REC-NAME-FF WITH DUPLICATES      ZBNKMRG1
006500            FILE STATUS  IS WS-BNKCUST-STATUS.                    ZBNKMRG1
006600     SELECT BNKACC-FILE                                           ZBNKMRG1
006700            ASSIGN       TO BNKACC                                ZBNKMRG1
006800            ORGANIZATION IS INDEXED                               ZBNKMRG1
006900            ACCESS MODE  IS DYNAMIC                               ZBNKMRG1
007000            RECORD KEY   IS BAC-REC-ACCNO                         ZBNKMRG1
007100            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          ZBNKMRG1
007200            FILE STATUS  IS WS-BNKACC-STATUS.                     ZBNKMRG1
007300     SELECT BNKLOAN-FILE                                          ZBNKMRG1
007400            ASSIGN       TO BNKLOAN                               ZBNKMRG1
007500            ORGANIZATION IS INDEXED                               ZBNKMRG1
007600            ACCESS MODE  IS DYNAMIC                               ZBNKMRG1
007700            RECORD KEY   IS LNM-KEY                               ZBNKMRG1
007800            FILE STATUS  IS WS-BNKLOAN-STATUS.                    ZBNKMRG1
007900     SELECT BNKCARD-FILE                                          ZBNKMRG1
008000            ASSIGN       TO BNKCARD                               ZBNKMRG1
008100            ORGANIZATION IS INDEXED                               ZBNKMRG1
008200            ACCESS MODE  IS DYNAMIC                               ZBNKMRG1
008300            RECORD KEY   IS CRD-KEY                               ZBNKMRG1
008400            FILE STATUS  IS WS-BNKCARD-STATUS.                    ZBNKMRG1
008500     SELECT BNKPAYEE-FILE                                         ZBNKMRG1
008600            ASSIGN       TO BNKPAYEE                              ZBNKMRG1
008700            ORGANIZATION IS INDEXED                               ZBNKMRG1
008800            ACCESS MODE  IS DYNAMIC                               ZBNKMRG1
008900            RECORD KEY   IS PAY-KEY                               ZBNKMRG1
009000            FILE STATUS  IS WS-BNKPAYEE-STATUS.                   ZBNKMRG1
009100     SELECT BNKRPAY-FILE                                          ZBNKMRG1
009200            ASSIGN       TO BNKRPAY                               ZBNKMRG1
009300            ORGANIZATION IS INDEXED                               ZBNKMRG1
009400            ACCESS MODE  IS DYNAMIC                               ZBNKMRG1
009500            RECORD KEY   IS RPI-KEY                               ZBNKMRG1
009600            FILE STATUS  IS WS-BNKRPAY-STATUS.                    ZBNKMRG1
009700     SELECT BNKBENE-FILE                                          ZBNKMRG1
009800            ASSIGN       TO BNKBENE                               ZBNKMRG1
009900            ORGANIZATION IS INDEXED                               ZBNKMRG1
010000            ACCESS MODE  IS DYNAMIC                               ZBNKMRG1
010100            RECORD KEY   IS BEN-KEY                               ZBNKMRG1
010200            FILE STATUS  IS WS-BNKBENE-STATUS.                    ZBNKMRG1
010300     SELECT BNKALPF-FILE                                          ZBNKMRG1
010400            ASSIGN       TO BNKALPF                               ZBNKMRG1
010500            ORGANIZATION IS INDEXED                               ZBNKMRG1
010600            ACCESS MODE  IS RANDOM                                ZBNKMRG1
010700            RECORD KEY   IS ALP-REC-PID                           ZBNKMRG1
010800            FILE STATUS  IS WS-BNKALPF-STATUS.                    ZBNKMRG1
010900     SELECT BNKHHLD-FILE                                          ZBNKMRG1
011000            ASSIGN       TO BNKHHLD                               ZBNKMRG1
011100            ORGANIZATION IS INDEXED                               ZBNKMRG1
011200            ACCESS MODE  IS RANDOM                                ZBNKMRG1
011300            RECORD KEY   IS HHM-REC-PID                           ZBNKMRG1
011400            ALTERNATE KEY IS HHM-REC-HHLD-ID WITH DUPLICATES      ZBNKMRG1
011500            FILE STATUS  IS WS-BNKHHLD-STATUS.                    ZBNKMRG1
011600     SELECT BNKINTLG-FILE                                         ZBNKMRG1
011700            ASSIGN       TO BNKINTLG                              ZBNKMRG1
011800            ORGANIZATION IS INDEXED                               ZBNKMRG1
011900            ACCESS MODE  IS DYNAMIC                               ZBNKMRG1
012000            RECORD KEY   IS INL-KEY                               ZBNKMRG1
012100            FILE STATUS  IS WS-BNKINTLG-STATUS.                   ZBNKMRG1
012200     SELECT BNKDUPC-FILE                                          ZBNKMRG1
012300            ASSIGN       TO BNKDUPC                               ZBNKMRG1
012400            ORGANIZATION IS INDEXED                               ZBNKMRG1
012500            ACCESS MODE  IS RANDOM                                ZBNKMRG1
012600            RECORD KEY   IS DPC-KEY                               ZBNKMRG1
012700            FILE STATUS  IS WS-BNKDUPC-STATUS.                    ZBNKMRG1
012800     SELECT PRINTOUT-FILE                                         ZBNKMRG1
012900            ASSIGN       TO PRINTOUT                              ZBNKMRG1
013000            ORGANIZATION IS SEQUENTIAL                            ZBNKMRG1
013100            ACCESS MODE  IS SEQUENTIAL                            ZBNKMRG1
013200            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKMRG1
013300                                                                  ZBNKMRG1
013400 DATA DIVISION.                                                   ZBNKMRG1
013500 FILE SECTION.                                                    ZBNKMRG1
013600                                                                  ZBNKMRG1
013700 FD  MRGIN-FILE.                                                  ZBNKMRG1
013800 01  MRGIN-REC                               PIC X(80).           ZBNKMRG1
013900                                                                  ZBNKMRG1
014000 FD  BNKCUST-FILE.                                                ZBNKMRG1
014100 01  BNKCUST-REC.                                                 ZBNKMRG1
014200 COPY CBANKVCS.                                                   ZBNKMRG1
014300                                                                  ZBNKMRG1
014400 FD  BNKACC-FILE.                                                 ZBNKMRG1
014500 01  BNKACC-REC.                                                  ZBNKMRG1
014600 COPY CBANKVAC.                                                   ZBNKMRG1
014700                                                                  ZBNKMRG1
014800 FD  BNKLOAN-FILE.                                                ZBNKMRG1
014900 01  BNKLOAN-REC.                                                 ZBNKMRG1
015000 COPY CBANKVLN.                                                   ZBNKMRG1
015100                                                                  ZBNKMRG1
015200 FD  BNKCARD-FILE.                                                ZBNKMRG1
015300 01  BNKCARD-REC.                                                 ZBNKMRG1
015400 COPY CBANKVCD.                                                   ZBNKMRG1
015500                                                                  ZBNKMRG1
015600 FD  BNKPAYEE-FILE.                                               ZBNKMRG1
015700 01  BNKPAYEE-REC.                                                ZBNKMRG1
015800 COPY CBANKVPY.                                                   ZBNKMRG1
015900                                                                  ZBNKMRG1
016000 FD  BNKRPAY-FILE.                                                ZBNKMRG1
016100 01  BNKRPAY-REC.                                                 ZBNKMRG1
016200 COPY CBANKVRP.                                                   ZBNKMRG1
016300                                                                  ZBNKMRG1
016400 FD  BNKBENE-FILE.                                                ZBNKMRG1
016500 01  BNKBENE-REC.                                                 ZBNKMRG1
016600 COPY CBANKVBN.                                                   ZBNKMRG1
016700                                                                  ZBNKMRG1
016800 FD  BNKALPF-FILE.                                                ZBNKMRG1
016900 01  BNKALPF-REC.                                                 ZBNKMRG1
017000 COPY CBANKVAP.                                                   ZBNKMRG1
017100                                                                  ZBNKMRG1
017200 FD  BNKHHLD-FILE.                                                ZBNKMRG1
017300 01  BNKHHLD-REC.                                                 ZBNKMRG1
017400 COPY CBANKVHH.                                                   ZBNKMRG1
017500                                                                  ZBNKMRG1
017600 FD  BNKINTLG-FILE.                                               ZBNKMRG1
017700 01  BNKINTLG-REC.                                                ZBNKMRG1
017800 COPY CBANKVIL.                                                   ZBNKMRG1
017900                                                                  ZBNKMRG1
018000 FD  BNKDUPC-FILE.                                                ZBNKMRG1
018100 01  BNKDUPC-REC.                                                 ZBNKMRG1
018200 COPY CBANKVDU.                                                   ZBNKMRG1
018300                                                                  ZBNKMRG1
018400 FD  PRINTOUT-FILE.                                               ZBNKMRG1
018500 01  PRINTOUT-REC                            PIC X(121).          ZBNKMRG1
018600                                                                  ZBNKMRG1
018700 WORKING-STORAGE SECTION.                                         ZBNKMRG1
018800 COPY CTIMERD.                                                    ZBNKMRG1
018900                                                                  ZBNKMRG1
019000 COPY CTSTAMPD.                                                   ZBNKMRG1
019100                                                                  ZBNKMRG1
019200 COPY CJOURNLD.                                                   ZBNKMRG1
019300                                                                  ZBNKMRG1
019400***************************************************************** ZBNKMRG1
019500* Merge decision card                                           * ZBNKMRG1
019600***************************************************************** ZBNKMRG1
019700 01  WS-MRGIN-CARD.                                               ZBNKMRG1
019800   05  WS-MC-ACTION                          PIC X(1).            ZBNKMRG1
019900     88  WS-MC-MERGE                         VALUE 'M'.           ZBNKMRG1
020000     88  WS-MC-NOT-DUPLICATE                 VALUE 'X'.           ZBNKMRG1
020100     88  WS-MC-COMMENT                       VALUE '*'.           ZBNKMRG1
020200   05  WS-MC-SURVIVOR-PID                    PIC X(5).            ZBNKMRG1
020300   05  WS-MC-LOSING-PID                      PIC X(5).            ZBNKMRG1
020400   05  FILLER                                PIC X(69).           ZBNKMRG1
020500                                                                  ZBNKMRG1
020600 01  WS-MISC-STORAGE.                                             ZBNKMRG1
020700   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKMRG1
020800       VALUE 'ZBNKMRG1'.                                          ZBNKMRG1
020900   05  WS-MRGIN-STATUS.                                           ZBNKMRG1
021000     10  WS-MRGIN-STAT1                      PIC X(1).            ZBNKMRG1
021100     10  WS-MRGIN-STAT2                      PIC X(1).            ZBNKMRG1
021200   05  WS-BNKCUST-STATUS.                                         ZBNKMRG1
021300     10  WS-BNKCUST-STAT1                    PIC X(1).            ZBNKMRG1
021400     10  WS-BNKCUST-STAT2                    PIC X(1).            ZBNKMRG1
021500   05  WS-BNKACC-STATUS.                                          ZBNKMRG1
021600     10  WS-BNKACC-STAT1                     PIC X(1).            ZBNKMRG1
021700     10  WS-BNKACC-STAT2                     PIC X(1).            ZBNKMRG1
021800   05  WS-BNKLOAN-STATUS.                                         ZBNKMRG1
021900     10  WS-BNKLOAN-STAT1                    PIC X(1).            ZBNKMRG1
022000     10  WS-BNKLOAN-STAT2                    PIC X(1).            ZBNKMRG1
022100   05  WS-BNKCARD-STATUS.                                         ZBNKMRG1
022200     10  WS-BNKCARD-STAT1                    PIC X(1).            ZBNKMRG1
022300     10  WS-BNKCARD-STAT2                    PIC X(1).            ZBNKMRG1
022400   05  WS-BNKPAYEE-STATUS.                                        ZBNKMRG1
022500     10  WS-BNKPAYEE-STAT1                   PIC X(1).            ZBNKMRG1
022600     10  WS-BNKPAYEE-STAT2                   PIC X(1).            ZBNKMRG1
022700   05  WS-BNKRPAY-STATUS.                                         ZBNKMRG1
022800     10  WS-BNKRPAY-STAT1                    PIC X(1).            ZBNKMRG1
022900     10  WS-BNKRPAY-STAT2                    PIC X(1).            ZBNKMRG1
023000   05  WS-BNKBENE-STATUS.                                         ZBNKMRG1
023100     10  WS-BNKBENE-STAT1                    PIC X(1).            ZBNKMRG1
023200     10  WS-BNKBENE-STAT2                    PIC X(1).            ZBNKMRG1
023300   05  WS-BNKALPF-STATUS.                                         ZBNKMRG1
023400     10  WS-BNKALPF-STAT1                    PIC X(1).            ZBNKMRG1
023500     10  WS-BNKALPF-STAT2                    PIC X(1).            ZBNKMRG1
023600   05  WS-BNKHHLD-STATUS.                                         ZBNKMRG1
023700     10  WS-BNKHHLD-STAT1                    PIC X(1).            ZBNKMRG1
023800     10  WS-BNKHHLD-STAT2                    PIC X(1).            ZBNKMRG1
023900   05  WS-BNKINTLG-STATUS.                                        ZBNKMRG1
024000     10  WS-BNKINTLG-STAT1                   PIC X(1).            ZBNKMRG1
024100     10  WS-BNKINTLG-STAT2                   PIC X(1).            ZBNKMRG1
024200   05  WS-BNKDUPC-STATUS.                                         ZBNKMRG1
024300     10  WS-BNKDUPC-STAT1                    PIC X(1).            ZBNKMRG1
024400     10  WS-BNKDUPC-STAT2                    PIC X(1).            ZBNKMRG1
024500   05  WS-PRINTOUT-STATUS.                                        ZBNKMRG1
024600     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKMRG1
024700     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKMRG1
024800   05  WS-IO-STATUS.                                              ZBNKMRG1
024900     10  WS-IO-STAT1                         PIC X(1).            ZBNKMRG1
025000     10  WS-IO-STAT2                         PIC X(1).            ZBNKMRG1
025100   05  WS-TWO-BYTES.                                              ZBNKMRG1
025200     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKMRG1
025300     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKMRG1
025400   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKMRG1
025500                                             PIC 9(1) COMP.       ZBNKMRG1
025600   05  WS-END-OF-FILE                        PIC X(3)             ZBNKMRG1
025700       VALUE 'NO '.                                               ZBNKMRG1
025800   05  WS-SCAN-END                           PIC X(3).            ZBNKMRG1
025900   05  WS-CHANGED                            PIC X(1).            ZBNKMRG1
026000   05  WS-RUN-DATE                           PIC X(10).           ZBNKMRG1
026100   05  WS-KEEP-PID                           PIC X(5).            ZBNKMRG1
026200   05  WS-LOSE-PID                           PIC X(5).            ZBNKMRG1
026300   05  WS-SCAN-PID                           PIC X(5).            ZBNKMRG1
026400   05  WS-SCAN-COUNT                         PIC S9(4) COMP.      ZBNKMRG1
026500   05  WS-SCAN-MAX-SEQ                       PIC 9(2).            ZBNKMRG1
026600   05  WS-NEXT-SEQ                           PIC 9(2).            ZBNKMRG1
026700   05  WS-MAP-SUB                            PIC S9(4) COMP.      ZBNKMRG1
026800   05  WS-ROOM-NEEDED                        PIC S9(4) COMP.      ZBNKMRG1
026900   05  WS-REJECT-REASON                      PIC X(40).           ZBNKMRG1
027000   05  WS-CARDS-READ                         PIC 9(7)             ZBNKMRG1
027100       VALUE ZERO.                                                ZBNKMRG1
027200   05  WS-PIDS-MERGED                        PIC 9(7)             ZBNKMRG1
027300       VALUE ZERO.                                                ZBNKMRG1
027400   05  WS-PAIRS-NOT-DUPLICATE                PIC 9(7)             ZBNKMRG1
027500       VALUE ZERO.                                                ZBNKMRG1
027600   05  WS-CARDS-REJECTED                     PIC 9(7)             ZBNKMRG1
027700       VALUE ZERO.                                                ZBNKMRG1
027800                                                                  ZBNKMRG1
027900***************************************************************** ZBNKMRG1
028000* What one merge moved                                          * ZBNKMRG1
028100***************************************************************** ZBNKMRG1
028200 01  WS-MOVED-COUNTS.                                             ZBNKMRG1
028300   05  WS-MOVED-ACCOUNTS                     PIC S9(4) COMP.      ZBNKMRG1
028400   05  WS-MOVED-LOANS                        PIC S9(4) COMP.      ZBNKMRG1
028500   05  WS-MOVED-CARDS                        PIC S9(4) COMP.      ZBNKMRG1
028600   05  WS-MOVED-PAYEES                       PIC S9(4) COMP.      ZBNKMRG1
028700   05  WS-MOVED-RECURRING                    PIC S9(4) COMP.      ZBNKMRG1
028800   05  WS-MOVED-BENES                        PIC S9(4) COMP.      ZBNKMRG1
028900   05  WS-MOVED-ALERTS                       PIC S9(4) COMP.      ZBNKMRG1
029000   05  WS-MOVED-HOUSEHOLD                    PIC S9(4) COMP.      ZBNKMRG1
029100   05  WS-MOVED-CONTACTS                     PIC S9(4) COMP.      ZBNKMRG1
029200                                                                  ZBNKMRG1
029300***************************************************************** ZBNKMRG1
029400* The losing PID's payee sequence numbers and the ones they     * ZBNKMRG1
029500* took under the survivor, so the standing instructions that    * ZBNKMRG1
029600* pay them can follow - indexed by old sequence plus one        * ZBNKMRG1
029700***************************************************************** ZBNKMRG1
029800 01  WS-PAYEE-SEQ-MAP.                                            ZBNKMRG1
029900   05  WS-PAYEE-NEW-SEQ                      PIC 9(2)             ZBNKMRG1
030000       OCCURS 100 TIMES.                                          ZBNKMRG1
030100                                                                  ZBNKMRG1
030200 01  WS-SAVE-AREAS.                                               ZBNKMRG1
030300   05  WS-LOSE-SIN                           PIC X(9).            ZBNKMRG1
030400   05  WS-LOSE-DOB                           PIC X(10).           ZBNKMRG1
030500   05  WS-LOSE-TEL                           PIC X(12).           ZBNKMRG1
030600   05  WS-LOSE-EMAIL                         PIC X(30).           ZBNKMRG1
030700   05  WS-SAVE-PAYEE                         PIC X(200).          ZBNKMRG1
030800   05  WS-SAVE-RPAY                          PIC X(80).           ZBNKMRG1
030900   05  WS-SAVE-BENE                          PIC X(400).          ZBNKMRG1
031000   05  WS-SAVE-ALPF                          PIC X(60).           ZBNKMRG1
031100   05  WS-SAVE-HHLD                          PIC X(80).           ZBNKMRG1
031200   05  WS-SAVE-INTLG                         PIC X(100).          ZBNKMRG1
031300   05  WS-SAVE-PAY-KEY                       PIC X(7).            ZBNKMRG1
031400   05  WS-SAVE-RPI-KEY                       PIC X(7).            ZBNKMRG1
031500   05  WS-SAVE-BEN-KEY                       PIC X(7).            ZBNKMRG1
031600   05  WS-SAVE-INL-KEY                       PIC X(31).           ZBNKMRG1
031700                                                                  ZBNKMRG1
031800 01  WS-REPORT-LINES.                                             ZBNKMRG1
031900   05  WS-LINE1.                                                  ZBNKMRG1
032000     10  WS-LINE1-CC                         PIC X(1)             ZBNKMRG1
032100         VALUE '1'.                                               ZBNKMRG1
032200     10  FILLER                              PIC X(20)            ZBNKMRG1
032300         VALUE SPACES.                                            ZBNKMRG1
032400     10  WS-LINE1-HEAD                       PIC X(45)            ZBNKMRG1
032500         VALUE 'Customer PID Merge'.                              ZBNKMRG1
032600   05  WS-LINE3.                                                  ZBNKMRG1
032700     10  WS-LINE3-CC                         PIC X(1)             ZBNKMRG1
032800         VALUE ' '.                                               ZBNKMRG1
032900     10  FILLER                              PIC X(8)             ZBNKMRG1
033000         VALUE 'Action'.                                          ZBNKMRG1
033100     10  FILLER                              PIC X(10)            ZBNKMRG1
033200         VALUE 'Keep'.                                            ZBNKMRG1
033300     10  FILLER                              PIC X(10)            ZBNKMRG1
033400         VALUE 'Lose'.                                            ZBNKMRG1
033500     10  FILLER                              PIC X(40)            ZBNKMRG1
033600         VALUE 'Result'.                                          ZBNKMRG1
033700   05  WS-LINE4.                                                  ZBNKMRG1
033800     10  WS-LINE4-CC                         PIC X(1)             ZBNKMRG1
033900         VALUE ' '.                                               ZBNKMRG1
034000     10  FILLER                              PIC X(3)             ZBNKMRG1
034100         VALUE SPACES.                                            ZBNKMRG1
034200     10  WS-LINE4-ACTION                     PIC X(5).            ZBNKMRG1
034300     10  WS-LINE4-KEEP                       PIC X(10).           ZBNKMRG1
034400     10  WS-LINE4-LOSE                       PIC X(10).           ZBNKMRG1
034500     10  WS-LINE4-RESULT                     PIC X(40).           ZBNKMRG1
034600   05  WS-LINE6.                                                  ZBNKMRG1
034700     10  WS-LINE6-CC                         PIC X(1)             ZBNKMRG1
034800         VALUE ' '.                                               ZBNKMRG1
034900     10  FILLER                              PIC X(28)            ZBNKMRG1
035000         VALUE SPACES.                                            ZBNKMRG1
035100     10  FILLER                              PIC X(10)            ZBNKMRG1
035200         VALUE 'Accounts'.                                        ZBNKMRG1
035300     10  WS-LINE6-ACCOUNTS                   PIC ZZ9.             ZBNKMRG1
035400     10  FILLER                              PIC X(8)             ZBNKMRG1
035500         VALUE '  Loans'.                                         ZBNKMRG1
035600     10  WS-LINE6-LOANS                      PIC ZZ9.             ZBNKMRG1
035700     10  FILLER                              PIC X(8)             ZBNKMRG1
035800         VALUE '  Cards'.                                         ZBNKMRG1
035900     10  WS-LINE6-CARDS                      PIC ZZ9.             ZBNKMRG1
036000     10  FILLER                              PIC X(9)             ZBNKMRG1
036100         VALUE '  Payees'.                                        ZBNKMRG1
036200     10  WS-LINE6-PAYEES                     PIC ZZ9.             ZBNKMRG1
036300     10  FILLER                              PIC X(11)            ZBNKMRG1
036400         VALUE '  Standing'.                                      ZBNKMRG1
036500     10  WS-LINE6-RECURRING                  PIC ZZ9.             ZBNKMRG1
036600     10  FILLER                              PIC X(16)            ZBNKMRG1
036700         VALUE '  Beneficiaries'.                                 ZBNKMRG1
036800     10  WS-LINE6-BENES                      PIC ZZ9.             ZBNKMRG1
036900   05  WS-LINE7.                                                  ZBNKMRG1
037000     10  WS-LINE7-CC                         PIC X(1)             ZBNKMRG1
037100         VALUE ' '.                                               ZBNKMRG1
037200     10  FILLER                              PIC X(28)            ZBNKMRG1
037300         VALUE SPACES.                                            ZBNKMRG1
037400     10  FILLER                              PIC X(10)            ZBNKMRG1
037500         VALUE 'Alerts'.                                          ZBNKMRG1
037600     10  WS-LINE7-ALERTS                     PIC ZZ9.             ZBNKMRG1
037700     10  FILLER                              PIC X(12)            ZBNKMRG1
037800         VALUE '  Household'.                                     ZBNKMRG1
037900     10  WS-LINE7-HOUSEHOLD                  PIC ZZ9.             ZBNKMRG1
038000     10  FILLER                              PIC X(11)            ZBNKMRG1
038100         VALUE '  Contacts'.                                      ZBNKMRG1
038200     10  WS-LINE7-CONTACTS                   PIC ZZZZ9.           ZBNKMRG1
038300   05  WS-LINE5.                                                  ZBNKMRG1
038400     10  WS-LINE5-CC                         PIC X(1)             ZBNKMRG1
038500         VALUE ' '.                                               ZBNKMRG1
038600     10  WS-LINE5-DESC                       PIC X(30).           ZBNKMRG1
038700     10  WS-LINE5-COUNT                      PIC ZZZZZZ9.         ZBNKMRG1
038800                                                                  ZBNKMRG1
038900 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKMRG1
039000                                                                  ZBNKMRG1
039100 PROCEDURE DIVISION.                                              ZBNKMRG1
039200                                                                  ZBNKMRG1
039300     PERFORM RUN-TIME.                                            ZBNKMRG1
039400                                                                  ZBNKMRG1
039500     MOVE 'Customer PID merge starting'                           ZBNKMRG1
039600       TO WS-CONSOLE-MESSAGE.                                     ZBNKMRG1
039700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKMRG1
039800                                                                  ZBNKMRG1
039900 COPY CTSTAMPP.                                                   ZBNKMRG1
040000     MOVE WS-TIMESTAMP (1:10) TO WS-RUN-DATE.                     ZBNKMRG1
040100                                                                  ZBNKMRG1
040200     PERFORM OPEN-FILES.                                          ZBNKMRG1
040300     MOVE WS-LINE1 TO PRINTOUT-REC.                               ZBNKMRG1
040400     PERFORM PRINTOUT-PUT.                                        ZBNKMRG1
040500     MOVE WS-LINE3 TO PRINTOUT-REC.                               ZBNKMRG1
040600     PERFORM PRINTOUT-PUT.                                        ZBNKMRG1
040700                                                                  ZBNKMRG1
040800     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKMRG1
040900        READ MRGIN-FILE INTO WS-MRGIN-CARD                        ZBNKMRG1
041000        IF WS-MRGIN-STATUS IS NOT EQUAL TO '00'                   ZBNKMRG1
041100           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKMRG1
041200        ELSE                                                      ZBNKMRG1
041300           PERFORM PROCESS-ONE-CARD THRU                          ZBNKMRG1
041400                   PROCESS-ONE-CARD-EXIT                          ZBNKMRG1
041500        END-IF                                                    ZBNKMRG1
041600     END-PERFORM.                                                 ZBNKMRG1
041700                                                                  ZBNKMRG1
041800     PERFORM PRINT-REPORT-TOTALS.                                 ZBNKMRG1
041900     PERFORM CLOSE-FILES.                                         ZBNKMRG1
042000                                                                  ZBNKMRG1
042100     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKMRG1
042200     STRING WS-PIDS-MERGED DELIMITED BY SIZE                      ZBNKMRG1
042300            ' PIDs merged, ' DELIMITED BY SIZE                    ZBNKMRG1
042400            WS-CARDS-REJECTED DELIMITED BY SIZE                   ZBNKMRG1
042500            ' cards rejected' DELIMITED BY SIZE                   ZBNKMRG1
042600       INTO WS-CONSOLE-MESSAGE.                                   ZBNKMRG1
042700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKMRG1
042800     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKMRG1
042900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKMRG1
043000                                                                  ZBNKMRG1
043100     PERFORM RUN-TIME.                                            ZBNKMRG1
043200                                                                  ZBNKMRG1
043300     IF WS-CARDS-REJECTED IS GREATER THAN ZERO                    ZBNKMRG1
043400        MOVE 4 TO RETURN-CODE                                     ZBNKMRG1
043500     ELSE                                                         ZBNKMRG1
043600        MOVE 0 TO RETURN-CODE                                     ZBNKMRG1
043700     END-IF.                                                      ZBNKMRG1
043800                                                                  ZBNKMRG1
043900     GOBACK.                                                      ZBNKMRG1
044000                                                                  ZBNKMRG1
044100***************************************************************** ZBNKMRG1
044200* Check one decision card and carry it out - nothing moves      * ZBNKMRG1
044300* until every check has passed                                  * ZBNKMRG1
044400***************************************************************** ZBNKMRG1
044500 PROCESS-ONE-CARD.                                                ZBNKMRG1
044600     IF WS-MRGIN-CARD IS EQUAL TO SPACES OR                       ZBNKMRG1
044700        WS-MC-COMMENT                                             ZBNKMRG1
044800        GO TO PROCESS-ONE-CARD-EXIT                               ZBNKMRG1
044900     END-IF.                                                      ZBNKMRG1
045000     ADD 1 TO WS-CARDS-READ.                                      ZBNKMRG1
045100     MOVE WS-MC-SURVIVOR-PID TO WS-KEEP-PID.                      ZBNKMRG1
045200     MOVE WS-MC-LOSING-PID TO WS-LOSE-PID.                        ZBNKMRG1
045300     MOVE SPACES TO WS-REJECT-REASON.                             ZBNKMRG1
045400     PERFORM CHECK-CARD THRU                                      ZBNKMRG1
045500             CHECK-CARD-EXIT.                                     ZBNKMRG1
045600     IF WS-REJECT-REASON IS NOT EQUAL TO SPACES                   ZBNKMRG1
045700        ADD 1 TO WS-CARDS-REJECTED                                ZBNKMRG1
045800        MOVE WS-REJECT-REASON TO WS-LINE4-RESULT                  ZBNKMRG1
045900        PERFORM PRINT-CARD-LINE                                   ZBNKMRG1
046000        GO TO PROCESS-ONE-CARD-EXIT                               ZBNKMRG1
046100     END-IF.                                                      ZBNKMRG1
046200     IF WS-MC-NOT-DUPLICATE                                       ZBNKMRG1
046300        PERFORM RECORD-DECISION                                   ZBNKMRG1
046400        ADD 1 TO WS-PAIRS-NOT-DUPLICATE                           ZBNKMRG1
046500        MOVE 'Recorded as not the same customer'                  ZBNKMRG1
046600          TO WS-LINE4-RESULT                                      ZBNKMRG1
046700        PERFORM PRINT-CARD-LINE                                   ZBNKMRG1
046800        GO TO PROCESS-ONE-CARD-EXIT                               ZBNKMRG1
046900     END-IF.                                                      ZBNKMRG1
047000     INITIALIZE WS-MOVED-COUNTS.                                  ZBNKMRG1
047100     INITIALIZE WS-PAYEE-SEQ-MAP.                                 ZBNKMRG1
047200     PERFORM MOVE-ACCOUNTS THRU                                   ZBNKMRG1
047300             MOVE-ACCOUNTS-EXIT.                                  ZBNKMRG1
047400     PERFORM MOVE-LOANS THRU                                      ZBNKMRG1
047500             MOVE-LOANS-EXIT.                                     ZBNKMRG1
047600     PERFORM MOVE-CARDS THRU                                      ZBNKMRG1
047700             MOVE-CARDS-EXIT.                                     ZBNKMRG1
047800     PERFORM MOVE-PAYEES THRU                                     ZBNKMRG1
047900             MOVE-PAYEES-EXIT.                                    ZBNKMRG1
048000     PERFORM MOVE-RECURRING THRU                                  ZBNKMRG1
048100             MOVE-RECURRING-EXIT.                                 ZBNKMRG1
048200     PERFORM MOVE-BENEFICIARIES THRU                              ZBNKMRG1
048300             MOVE-BENEFICIARIES-EXIT.                             ZBNKMRG1
048400     PERFORM MOVE-ALERT-PREFS THRU                                ZBNKMRG1
048500             MOVE-ALERT-PREFS-EXIT.                               ZBNKMRG1
048600     PERFORM MOVE-HOUSEHOLD THRU                                  ZBNKMRG1
048700             MOVE-HOUSEHOLD-EXIT.                                 ZBNKMRG1
048800     PERFORM MOVE-CONTACTS THRU                                   ZBNKMRG1
048900             MOVE-CONTACTS-EXIT.                                  ZBNKMRG1
049000     PERFORM REDIRECT-CUSTOMER.                                   ZBNKMRG1
049100     PERFORM RECORD-DECISION.                                     ZBNKMRG1
049200     ADD 1 TO WS-PIDS-MERGED.                                     ZBNKMRG1
049300     MOVE 'Merged' TO WS-LINE4-RESULT.                            ZBNKMRG1
049400     PERFORM PRINT-CARD-LINE.                                     ZBNKMRG1
049500     MOVE WS-MOVED-ACCOUNTS TO WS-LINE6-ACCOUNTS.                 ZBNKMRG1
049600     MOVE WS-MOVED-LOANS TO WS-LINE6-LOANS.                       ZBNKMRG1
049700     MOVE WS-MOVED-CARDS TO WS-LINE6-CARDS.                       ZBNKMRG1
049800     MOVE WS-MOVED-PAYEES TO WS-LINE6-PAYEES.                     ZBNKMRG1
049900     MOVE WS-MOVED-RECURRING TO WS-LINE6-RECURRING.               ZBNKMRG1
050000     MOVE WS-MOVED-BENES TO WS-LINE6-BENES.                       ZBNKMRG1
050100     MOVE WS-LINE6 TO PRINTOUT-REC.                               ZBNKMRG1
050200     PERFORM PRINTOUT-PUT.                                        ZBNKMRG1
050300     MOVE WS-MOVED-ALERTS TO WS-LINE7-ALERTS.                     ZBNKMRG1
050400     MOVE WS-MOVED-HOUSEHOLD TO WS-LINE7-HOUSEHOLD.               ZBNKMRG1
050500     MOVE WS-MOVED-CONTACTS TO WS-LINE7-CONTACTS.                 ZBNKMRG1
050600     MOVE WS-LINE7 TO PRINTOUT-REC.                               ZBNKMRG1
050700     PERFORM PRINTOUT-PUT.                                        ZBNKMRG1
050800 PROCESS-ONE-CARD-EXIT.                                           ZBNKMRG1
050900     EXIT.                                                        ZBNKMRG1
051000                                                                  ZBNKMRG1
051100***************************************************************** ZBNKMRG1
051200* Both PIDs must be on file and different.  For a merge the     * ZBNKMRG1
051300* survivor must still be live, the losing PID must not already  * ZBNKMRG1
051400* have been merged, and the survivor must have room in its      * ZBNKMRG1
051500* two-digit sequences for the payees, standing instructions     * ZBNKMRG1
051600* and beneficiaries coming across                               * ZBNKMRG1
051700***************************************************************** ZBNKMRG1
051800 CHECK-CARD.                                                      ZBNKMRG1
051900     IF NOT WS-MC-MERGE AND                                       ZBNKMRG1
052000        NOT WS-MC-NOT-DUPLICATE                                   ZBNKMRG1
052100        MOVE 'Action must be M or X' TO WS-REJECT-REASON          ZBNKMRG1
052200        GO TO CHECK-CARD-EXIT                                     ZBNKMRG1
052300     END-IF.                                                      ZBNKMRG1
052400     IF WS-KEEP-PID IS EQUAL TO SPACES OR                         ZBNKMRG1
052500        WS-LOSE-PID IS EQUAL TO SPACES OR                         ZBNKMRG1
052600        WS-KEEP-PID IS EQUAL TO WS-LOSE-PID                       ZBNKMRG1
052700        MOVE 'Two different PIDs are needed' TO WS-REJECT-REASON  ZBNKMRG1
052800        GO TO CHECK-CARD-EXIT                                     ZBNKMRG1
052900     END-IF.                                                      ZBNKMRG1
053000     MOVE WS-LOSE-PID TO BCS-REC-PID.                             ZBNKMRG1
053100     READ BNKCUST-FILE.                                           ZBNKMRG1
053200     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
053300        MOVE 'Losing PID not on file' TO WS-REJECT-REASON         ZBNKMRG1
053400        GO TO CHECK-CARD-EXIT                                     ZBNKMRG1
053500     END-IF.                                                      ZBNKMRG1
053600     IF WS-MC-MERGE AND                                           ZBNKMRG1
053700        BCS-REC-MERGED-TO-PID IS NOT EQUAL TO SPACES AND          ZBNKMRG1
053800        BCS-REC-MERGED-TO-PID IS NOT EQUAL TO LOW-VALUES          ZBNKMRG1
053900        MOVE 'Losing PID already merged' TO WS-REJECT-REASON      ZBNKMRG1
054000        GO TO CHECK-CARD-EXIT                                     ZBNKMRG1
054100     END-IF.                                                      ZBNKMRG1
054200     MOVE WS-KEEP-PID TO BCS-REC-PID.                             ZBNKMRG1
054300     READ BNKCUST-FILE.                                           ZBNKMRG1
054400     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
054500        MOVE 'Surviving PID not on file' TO WS-REJECT-REASON      ZBNKMRG1
054600        GO TO CHECK-CARD-EXIT                                     ZBNKMRG1
054700     END-IF.                                                      ZBNKMRG1
054800     IF WS-MC-MERGE AND                                           ZBNKMRG1
054900        BCS-REC-MERGED-TO-PID IS NOT EQUAL TO SPACES AND          ZBNKMRG1
055000        BCS-REC-MERGED-TO-PID IS NOT EQUAL TO LOW-VALUES          ZBNKMRG1
055100        MOVE 'Surviving PID has itself been merged'               ZBNKMRG1
055200          TO WS-REJECT-REASON                                     ZBNKMRG1
055300        GO TO CHECK-CARD-EXIT                                     ZBNKMRG1
055400     END-IF.                                                      ZBNKMRG1
055500     IF WS-MC-NOT-DUPLICATE                                       ZBNKMRG1
055600        GO TO CHECK-CARD-EXIT                                     ZBNKMRG1
055700     END-IF.                                                      ZBNKMRG1
055800     MOVE WS-KEEP-PID TO WS-SCAN-PID.                             ZBNKMRG1
055900     PERFORM SCAN-PAYEES THRU                                     ZBNKMRG1
056000             SCAN-PAYEES-EXIT.                                    ZBNKMRG1
056100     MOVE WS-SCAN-MAX-SEQ TO WS-ROOM-NEEDED.                      ZBNKMRG1
056200     MOVE WS-LOSE-PID TO WS-SCAN-PID.                             ZBNKMRG1
056300     PERFORM SCAN-PAYEES THRU                                     ZBNKMRG1
056400             SCAN-PAYEES-EXIT.                                    ZBNKMRG1
056500     ADD WS-SCAN-COUNT TO WS-ROOM-NEEDED.                         ZBNKMRG1
056600     IF WS-ROOM-NEEDED IS GREATER THAN 99                         ZBNKMRG1
056700        MOVE 'Too many payees for the survivor'                   ZBNKMRG1
056800          TO WS-REJECT-REASON                                     ZBNKMRG1
056900        GO TO CHECK-CARD-EXIT                                     ZBNKMRG1
057000     END-IF.                                                      ZBNKMRG1
057100     MOVE WS-KEEP-PID TO WS-SCAN-PID.                             ZBNKMRG1
057200     PERFORM SCAN-RECURRING THRU                                  ZBNKMRG1
057300             SCAN-RECURRING-EXIT.                                 ZBNKMRG1
057400     MOVE WS-SCAN-MAX-SEQ TO WS-ROOM-NEEDED.                      ZBNKMRG1
057500     MOVE WS-LOSE-PID TO WS-SCAN-PID.                             ZBNKMRG1
057600     PERFORM SCAN-RECURRING THRU                                  ZBNKMRG1
057700             SCAN-RECURRING-EXIT.                                 ZBNKMRG1
057800     ADD WS-SCAN-COUNT TO WS-ROOM-NEEDED.                         ZBNKMRG1
057900     IF WS-ROOM-NEEDED IS GREATER THAN 99                         ZBNKMRG1
058000        MOVE 'Too many standing instructions'                     ZBNKMRG1
058100          TO WS-REJECT-REASON                                     ZBNKMRG1
058200        GO TO CHECK-CARD-EXIT                                     ZBNKMRG1
058300     END-IF.                                                      ZBNKMRG1
058400     MOVE WS-KEEP-PID TO WS-SCAN-PID.                             ZBNKMRG1
058500     PERFORM SCAN-BENEFICIARIES THRU                              ZBNKMRG1
058600             SCAN-BENEFICIARIES-EXIT.                             ZBNKMRG1
058700     MOVE WS-SCAN-MAX-SEQ TO WS-ROOM-NEEDED.                      ZBNKMRG1
058800     MOVE WS-LOSE-PID TO WS-SCAN-PID.                             ZBNKMRG1
058900     PERFORM SCAN-BENEFICIARIES THRU                              ZBNKMRG1
059000             SCAN-BENEFICIARIES-EXIT.                             ZBNKMRG1
059100     ADD WS-SCAN-COUNT TO WS-ROOM-NEEDED.                         ZBNKMRG1
059200     IF WS-ROOM-NEEDED IS GREATER THAN 99                         ZBNKMRG1
059300        MOVE 'Too many beneficiaries for the survivor'            ZBNKMRG1
059400          TO WS-REJECT-REASON                                     ZBNKMRG1
059500        GO TO CHECK-CARD-EXIT                                     ZBNKMRG1
059600     END-IF.                                                      ZBNKMRG1
059700 CHECK-CARD-EXIT.                                                 ZBNKMRG1
059800     EXIT.                                                        ZBNKMRG1
059900                                                                  ZBNKMRG1
060000***************************************************************** ZBNKMRG1
060100* Count the payees held under WS-SCAN-PID and note the highest  * ZBNKMRG1
060200* sequence number in use                                        * ZBNKMRG1
060300***************************************************************** ZBNKMRG1
060400 SCAN-PAYEES.                                                     ZBNKMRG1
060500     MOVE ZERO TO WS-SCAN-COUNT.                                  ZBNKMRG1
060600     MOVE ZERO TO WS-SCAN-MAX-SEQ.                                ZBNKMRG1
060700     MOVE WS-SCAN-PID TO PAY-REC-PID.                             ZBNKMRG1
060800     MOVE ZERO TO PAY-REC-SEQ.                                    ZBNKMRG1
060900     START BNKPAYEE-FILE KEY IS NOT LESS THAN PAY-KEY.            ZBNKMRG1
061000     IF WS-BNKPAYEE-STATUS IS NOT EQUAL TO '00'                   ZBNKMRG1
061100        GO TO SCAN-PAYEES-EXIT                                    ZBNKMRG1
061200     END-IF.                                                      ZBNKMRG1
061300     MOVE 'NO ' TO WS-SCAN-END.                                   ZBNKMRG1
061400     PERFORM UNTIL WS-SCAN-END IS EQUAL TO 'YES'                  ZBNKMRG1
061500        READ BNKPAYEE-FILE NEXT RECORD                            ZBNKMRG1
061600        IF WS-BNKPAYEE-STATUS IS NOT EQUAL TO '00' OR             ZBNKMRG1
061700           PAY-REC-PID IS NOT EQUAL TO WS-SCAN-PID                ZBNKMRG1
061800           MOVE 'YES' TO WS-SCAN-END                              ZBNKMRG1
061900        ELSE                                                      ZBNKMRG1
062000           ADD 1 TO WS-SCAN-COUNT                                 ZBNKMRG1
062100           MOVE PAY-REC-SEQ TO WS-SCAN-MAX-SEQ                    ZBNKMRG1
062200        END-IF                                                    ZBNKMRG1
062300     END-PERFORM.                                                 ZBNKMRG1
062400 SCAN-PAYEES-EXIT.                                                ZBNKMRG1
062500     EXIT.                                                        ZBNKMRG1
062600                                                                  ZBNKMRG1
062700***************************************************************** ZBNKMRG1
062800* The same for standing instructions                            * ZBNKMRG1
062900***************************************************************** ZBNKMRG1
063000 SCAN-RECURRING.                                                  ZBNKMRG1
063100     MOVE ZERO TO WS-SCAN-COUNT.                                  ZBNKMRG1
063200     MOVE ZERO TO WS-SCAN-MAX-SEQ.                                ZBNKMRG1
063300     MOVE WS-SCAN-PID TO RPI-REC-PID.                             ZBNKMRG1
063400     MOVE ZERO TO RPI-REC-SEQ.                                    ZBNKMRG1
063500     START BNKRPAY-FILE KEY IS NOT LESS THAN RPI-KEY.             ZBNKMRG1
063600     IF WS-BNKRPAY-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
063700        GO TO SCAN-RECURRING-EXIT                                 ZBNKMRG1
063800     END-IF.                                                      ZBNKMRG1
063900     MOVE 'NO ' TO WS-SCAN-END.                                   ZBNKMRG1
064000     PERFORM UNTIL WS-SCAN-END IS EQUAL TO 'YES'                  ZBNKMRG1
064100        READ BNKRPAY-FILE NEXT RECORD                             ZBNKMRG1
064200        IF WS-BNKRPAY-STATUS IS NOT EQUAL TO '00' OR              ZBNKMRG1
064300           RPI-REC-PID IS NOT EQUAL TO WS-SCAN-PID                ZBNKMRG1
064400           MOVE 'YES' TO WS-SCAN-END                              ZBNKMRG1
064500        ELSE                                                      ZBNKMRG1
064600           ADD 1 TO WS-SCAN-COUNT                                 ZBNKMRG1
064700           MOVE RPI-REC-SEQ TO WS-SCAN-MAX-SEQ                    ZBNKMRG1
064800        END-IF                                                    ZBNKMRG1
064900     END-PERFORM.                                                 ZBNKMRG1
065000 SCAN-RECURRING-EXIT.                                             ZBNKMRG1
065100     EXIT.                                                        ZBNKMRG1
065200                                                                  ZBNKMRG1
065300***************************************************************** ZBNKMRG1
065400* The same for beneficiaries                                    * ZBNKMRG1
065500***************************************************************** ZBNKMRG1
065600 SCAN-BENEFICIARIES.                                              ZBNKMRG1
065700     MOVE ZERO TO WS-SCAN-COUNT.                                  ZBNKMRG1
065800     MOVE ZERO TO WS-SCAN-MAX-SEQ.                                ZBNKMRG1
065900     MOVE WS-SCAN-PID TO BEN-REC-PID.                             ZBNKMRG1
066000     MOVE ZERO TO BEN-REC-SEQ.                                    ZBNKMRG1
066100     START BNKBENE-FILE KEY IS NOT LESS THAN BEN-KEY.             ZBNKMRG1
066200     IF WS-BNKBENE-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
066300        GO TO SCAN-BENEFICIARIES-EXIT                             ZBNKMRG1
066400     END-IF.                                                      ZBNKMRG1
066500     MOVE 'NO ' TO WS-SCAN-END.                                   ZBNKMRG1
066600     PERFORM UNTIL WS-SCAN-END IS EQUAL TO 'YES'                  ZBNKMRG1
066700        READ BNKBENE-FILE NEXT RECORD                             ZBNKMRG1
066800        IF WS-BNKBENE-STATUS IS NOT EQUAL TO '00' OR              ZBNKMRG1
066900           BEN-REC-PID IS NOT EQUAL TO WS-SCAN-PID                ZBNKMRG1
067000           MOVE 'YES' TO WS-SCAN-END                              ZBNKMRG1
067100        ELSE                                                      ZBNKMRG1
067200           ADD 1 TO WS-SCAN-COUNT                                 ZBNKMRG1
067300           MOVE BEN-REC-SEQ TO WS-SCAN-MAX-SEQ                    ZBNKMRG1
067400        END-IF                                                    ZBNKMRG1
067500     END-PERFORM.                                                 ZBNKMRG1
067600 SCAN-BENEFICIARIES-EXIT.                                         ZBNKMRG1
067700     EXIT.                                                        ZBNKMRG1
067800                                                                  ZBNKMRG1
067900***************************************************************** ZBNKMRG1
068000* Pass the whole account file - the losing PID may own an       * ZBNKMRG1
068100* account or appear on someone else's as joint holder, linked   * ZBNKMRG1
068200* customer or recurring-payment target                          * ZBNKMRG1
068300***************************************************************** ZBNKMRG1
068400 MOVE-ACCOUNTS.                                                   ZBNKMRG1
068500     MOVE LOW-VALUES TO BAC-REC-ACCNO.                            ZBNKMRG1
068600     START BNKACC-FILE KEY IS GREATER THAN BAC-REC-ACCNO.         ZBNKMRG1
068700     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKMRG1
068800        GO TO MOVE-ACCOUNTS-EXIT                                  ZBNKMRG1
068900     END-IF.                                                      ZBNKMRG1
069000     MOVE 'NO ' TO WS-SCAN-END.                                   ZBNKMRG1
069100     PERFORM UNTIL WS-SCAN-END IS EQUAL TO 'YES'                  ZBNKMRG1
069200        READ BNKACC-FILE NEXT RECORD                              ZBNKMRG1
069300        IF WS-BNKACC-STATUS IS NOT EQUAL TO '00' AND              ZBNKMRG1
069400           WS-BNKACC-STATUS IS NOT EQUAL TO '02'                  ZBNKMRG1
069500           MOVE 'YES' TO WS-SCAN-END                              ZBNKMRG1
069600        ELSE                                                      ZBNKMRG1
069700           PERFORM MOVE-ONE-ACCOUNT                               ZBNKMRG1
069800        END-IF                                                    ZBNKMRG1
069900     END-PERFORM.                                                 ZBNKMRG1
070000 MOVE-ACCOUNTS-EXIT.                                              ZBNKMRG1
070100     EXIT.                                                        ZBNKMRG1
070200                                                                  ZBNKMRG1
070300 MOVE-ONE-ACCOUNT.                                                ZBNKMRG1
070400     MOVE 'N' TO WS-CHANGED.                                      ZBNKMRG1
070500     IF BAC-REC-PID IS EQUAL TO WS-LOSE-PID                       ZBNKMRG1
070600        MOVE WS-KEEP-PID TO BAC-REC-PID                           ZBNKMRG1
070700        ADD 1 TO WS-MOVED-ACCOUNTS                                ZBNKMRG1
070800        MOVE 'Y' TO WS-CHANGED                                    ZBNKMRG1
070900     END-IF.                                                      ZBNKMRG1
071000     IF BAC-REC-JOINT-PID IS EQUAL TO WS-LOSE-PID                 ZBNKMRG1
071100        MOVE WS-KEEP-PID TO BAC-REC-JOINT-PID                     ZBNKMRG1
071200        MOVE 'Y' TO WS-CHANGED                                    ZBNKMRG1
071300     END-IF.                                                      ZBNKMRG1
071400     IF BAC-REC-JOINT-PID IS EQUAL TO BAC-REC-PID                 ZBNKMRG1
071500        MOVE SPACES TO BAC-REC-JOINT-PID                          ZBNKMRG1
071600     END-IF.                                                      ZBNKMRG1
071700     IF BAC-REC-LINK-PID IS EQUAL TO WS-LOSE-PID                  ZBNKMRG1
071800        MOVE WS-KEEP-PID TO BAC-REC-LINK-PID                      ZBNKMRG1
071900        MOVE 'Y' TO WS-CHANGED                                    ZBNKMRG1
072000     END-IF.                                                      ZBNKMRG1
072100     IF BAC-REC-RP1-PID IS EQUAL TO WS-LOSE-PID                   ZBNKMRG1
072200        MOVE WS-KEEP-PID TO BAC-REC-RP1-PID                       ZBNKMRG1
072300        MOVE 'Y' TO WS-CHANGED                                    ZBNKMRG1
072400     END-IF.                                                      ZBNKMRG1
072500     IF BAC-REC-RP2-PID IS EQUAL TO WS-LOSE-PID                   ZBNKMRG1
072600        MOVE WS-KEEP-PID TO BAC-REC-RP2-PID                       ZBNKMRG1
072700        MOVE 'Y' TO WS-CHANGED                                    ZBNKMRG1
072800     END-IF.                                                      ZBNKMRG1
072900     IF BAC-REC-RP3-PID IS EQUAL TO WS-LOSE-PID                   ZBNKMRG1
073000        MOVE WS-KEEP-PID TO BAC-REC-RP3-PID                       ZBNKMRG1
073100        MOVE 'Y' TO WS-CHANGED                                    ZBNKMRG1
073200     END-IF.                                                      ZBNKMRG1
073300     IF WS-CHANGED IS EQUAL TO 'Y'                                ZBNKMRG1
073400        REWRITE BAC-RECORD                                        ZBNKMRG1
073500        IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                  ZBNKMRG1
073600           MOVE 'BNKACC error updating file...'                   ZBNKMRG1
073700             TO WS-CONSOLE-MESSAGE                                ZBNKMRG1
073800           MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                  ZBNKMRG1
073900           PERFORM FILE-UPDATE-ERROR                              ZBNKMRG1
074000        END-IF                                                    ZBNKMRG1
074100        SET JRN-CTL-CHANGE TO TRUE                                ZBNKMRG1
074200        PERFORM JOURNAL-BNKACC                                    ZBNKMRG1
074300     END-IF.                                                      ZBNKMRG1
074400                                                                  ZBNKMRG1
074500***************************************************************** ZBNKMRG1
074600* Pass the loan and card files moving the losing PID's rows     * ZBNKMRG1
074700***************************************************************** ZBNKMRG1
074800 MOVE-LOANS.                                                      ZBNKMRG1
074900     MOVE LOW-VALUES TO LNM-KEY.                                  ZBNKMRG1
075000     START BNKLOAN-FILE KEY IS GREATER THAN LNM-KEY.              ZBNKMRG1
075100     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
075200        GO TO MOVE-LOANS-EXIT                                     ZBNKMRG1
075300     END-IF.                                                      ZBNKMRG1
075400     MOVE 'NO ' TO WS-SCAN-END.                                   ZBNKMRG1
075500     PERFORM UNTIL WS-SCAN-END IS EQUAL TO 'YES'                  ZBNKMRG1
075600        READ BNKLOAN-FILE NEXT RECORD                             ZBNKMRG1
075700        IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                 ZBNKMRG1
075800           MOVE 'YES' TO WS-SCAN-END                              ZBNKMRG1
075900        ELSE                                                      ZBNKMRG1
076000           IF LNM-REC-PID IS EQUAL TO WS-LOSE-PID                 ZBNKMRG1
076100              MOVE WS-KEEP-PID TO LNM-REC-PID                     ZBNKMRG1
076200              REWRITE LNM-RECORD                                  ZBNKMRG1
076300              IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'           ZBNKMRG1
076400                 MOVE 'BNKLOAN error updating file...'            ZBNKMRG1
076500                   TO WS-CONSOLE-MESSAGE                          ZBNKMRG1
076600                 MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS           ZBNKMRG1
076700                 PERFORM FILE-UPDATE-ERROR                        ZBNKMRG1
076800              END-IF                                              ZBNKMRG1
076900              SET JRN-CTL-CHANGE TO TRUE                          ZBNKMRG1
077000              PERFORM JOURNAL-BNKLOAN                             ZBNKMRG1
077100              ADD 1 TO WS-MOVED-LOANS                             ZBNKMRG1
077200           END-IF                                                 ZBNKMRG1
077300        END-IF                                                    ZBNKMRG1
077400     END-PERFORM.                                                 ZBNKMRG1
077500 MOVE-LOANS-EXIT.                                                 ZBNKMRG1
077600     EXIT.                                                        ZBNKMRG1
077700                                                                  ZBNKMRG1
077800 MOVE-CARDS.                                                      ZBNKMRG1
077900     MOVE LOW-VALUES TO CRD-KEY.                                  ZBNKMRG1
078000     START BNKCARD-FILE KEY IS GREATER THAN CRD-KEY.              ZBNKMRG1
078100     IF WS-BNKCARD-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
078200        GO TO MOVE-CARDS-EXIT                                     ZBNKMRG1
078300     END-IF.                                                      ZBNKMRG1
078400     MOVE 'NO ' TO WS-SCAN-END.                                   ZBNKMRG1
078500     PERFORM UNTIL WS-SCAN-END IS EQUAL TO 'YES'                  ZBNKMRG1
078600        READ BNKCARD-FILE NEXT RECORD                             ZBNKMRG1
078700        IF WS-BNKCARD-STATUS IS NOT EQUAL TO '00'                 ZBNKMRG1
078800           MOVE 'YES' TO WS-SCAN-END                              ZBNKMRG1
078900        ELSE                                                      ZBNKMRG1
079000           IF CRD-REC-PID IS EQUAL TO WS-LOSE-PID                 ZBNKMRG1
079100              MOVE WS-KEEP-PID TO CRD-REC-PID                     ZBNKMRG1
079200              REWRITE CRD-RECORD                                  ZBNKMRG1
079300              IF WS-BNKCARD-STATUS IS NOT EQUAL TO '00'           ZBNKMRG1
079400                 MOVE 'BNKCARD error updating file...'            ZBNKMRG1
079500                   TO WS-CONSOLE-MESSAGE                          ZBNKMRG1
079600                 MOVE WS-BNKCARD-STATUS TO WS-IO-STATUS           ZBNKMRG1
079700                 PERFORM FILE-UPDATE-ERROR                        ZBNKMRG1
079800              END-IF                                              ZBNKMRG1
079900              SET JRN-CTL-CHANGE TO TRUE                          ZBNKMRG1
080000              PERFORM JOURNAL-BNKCARD                             ZBNKMRG1
080100              ADD 1 TO WS-MOVED-CARDS                             ZBNKMRG1
080200           END-IF                                                 ZBNKMRG1
080300        END-IF                                                    ZBNKMRG1
080400     END-PERFORM.                                                 ZBNKMRG1
080500 MOVE-CARDS-EXIT.                                                 ZBNKMRG1
080600     EXIT.                                                        ZBNKMRG1
080700                                                                  ZBNKMRG1
080800***************************************************************** ZBNKMRG1
080900* Re-key the losing PID's payees under the survivor's next free * ZBNKMRG1
081000* sequence numbers, noting old and new so the standing          * ZBNKMRG1
081100* instructions can follow.  Each row is added under its new key * ZBNKMRG1
081200* before the old one is deleted, and the browse restarts after  * ZBNKMRG1
081300* the old key                                                   * ZBNKMRG1
081400***************************************************************** ZBNKMRG1
081500 MOVE-PAYEES.                                                     ZBNKMRG1
081600     MOVE WS-KEEP-PID TO WS-SCAN-PID.                             ZBNKMRG1
081700     PERFORM SCAN-PAYEES THRU                                     ZBNKMRG1
081800             SCAN-PAYEES-EXIT.                                    ZBNKMRG1
081900     MOVE WS-SCAN-MAX-SEQ TO WS-NEXT-SEQ.                         ZBNKMRG1
082000     MOVE WS-LOSE-PID TO PAY-REC-PID.                             ZBNKMRG1
082100     MOVE ZERO TO PAY-REC-SEQ.                                    ZBNKMRG1
082200     MOVE PAY-KEY TO WS-SAVE-PAY-KEY.                             ZBNKMRG1
082300     START BNKPAYEE-FILE KEY IS NOT LESS THAN PAY-KEY.            ZBNKMRG1
082400 MOVE-PAYEES-NEXT.                                                ZBNKMRG1
082500     IF WS-BNKPAYEE-STATUS IS NOT EQUAL TO '00'                   ZBNKMRG1
082600        GO TO MOVE-PAYEES-EXIT                                    ZBNKMRG1
082700     END-IF.                                                      ZBNKMRG1
082800     READ BNKPAYEE-FILE NEXT RECORD.                              ZBNKMRG1
082900     IF WS-BNKPAYEE-STATUS IS NOT EQUAL TO '00' OR                ZBNKMRG1
083000        PAY-REC-PID IS NOT EQUAL TO WS-LOSE-PID                   ZBNKMRG1
083100        GO TO MOVE-PAYEES-EXIT                                    ZBNKMRG1
083200     END-IF.                                                      ZBNKMRG1
083300     MOVE PAY-RECORD TO WS-SAVE-PAYEE.                            ZBNKMRG1
083400     MOVE PAY-KEY TO WS-SAVE-PAY-KEY.                             ZBNKMRG1
083500     ADD 1 TO WS-NEXT-SEQ.                                        ZBNKMRG1
083600     COMPUTE WS-MAP-SUB = PAY-REC-SEQ + 1.                        ZBNKMRG1
083700     MOVE WS-NEXT-SEQ TO WS-PAYEE-NEW-SEQ (WS-MAP-SUB).           ZBNKMRG1
083800     MOVE WS-KEEP-PID TO PAY-REC-PID.                             ZBNKMRG1
083900     MOVE WS-NEXT-SEQ TO PAY-REC-SEQ.                             ZBNKMRG1
084000     WRITE PAY-RECORD.                                            ZBNKMRG1
084100     IF WS-BNKPAYEE-STATUS IS NOT EQUAL TO '00'                   ZBNKMRG1
084200        MOVE 'BNKPAYEE error adding record...'                    ZBNKMRG1
084300          TO WS-CONSOLE-MESSAGE                                   ZBNKMRG1
084400        MOVE WS-BNKPAYEE-STATUS TO WS-IO-STATUS                   ZBNKMRG1
084500        PERFORM FILE-UPDATE-ERROR                                 ZBNKMRG1
084600     END-IF.                                                      ZBNKMRG1
084700     MOVE WS-SAVE-PAYEE TO PAY-RECORD.                            ZBNKMRG1
084800     DELETE BNKPAYEE-FILE RECORD.                                 ZBNKMRG1
084900     IF WS-BNKPAYEE-STATUS IS NOT EQUAL TO '00'                   ZBNKMRG1
085000        MOVE 'BNKPAYEE error deleting record...'                  ZBNKMRG1
085100          TO WS-CONSOLE-MESSAGE                                   ZBNKMRG1
085200        MOVE WS-BNKPAYEE-STATUS TO WS-IO-STATUS                   ZBNKMRG1
085300        PERFORM FILE-UPDATE-ERROR                                 ZBNKMRG1
085400     END-IF.                                                      ZBNKMRG1
085500     ADD 1 TO WS-MOVED-PAYEES.                                    ZBNKMRG1
085600     MOVE WS-SAVE-PAY-KEY TO PAY-KEY.                             ZBNKMRG1
085700     START BNKPAYEE-FILE KEY IS GREATER THAN PAY-KEY.             ZBNKMRG1
085800     GO TO MOVE-PAYEES-NEXT.                                      ZBNKMRG1
085900 MOVE-PAYEES-EXIT.                                                ZBNKMRG1
086000     EXIT.                                                        ZBNKMRG1
086100                                                                  ZBNKMRG1
086200***************************************************************** ZBNKMRG1
086300* Re-key the standing instructions the same way, pointing each  * ZBNKMRG1
086400* at its payee's new sequence number                            * ZBNKMRG1
086500***************************************************************** ZBNKMRG1
086600 MOVE-RECURRING.                                                  ZBNKMRG1
086700     MOVE WS-KEEP-PID TO WS-SCAN-PID.                             ZBNKMRG1
086800     PERFORM SCAN-RECURRING THRU                                  ZBNKMRG1
086900             SCAN-RECURRING-EXIT.                                 ZBNKMRG1
087000     MOVE WS-SCAN-MAX-SEQ TO WS-NEXT-SEQ.                         ZBNKMRG1
087100     MOVE WS-LOSE-PID TO RPI-REC-PID.                             ZBNKMRG1
087200     MOVE ZERO TO RPI-REC-SEQ.                                    ZBNKMRG1
087300     START BNKRPAY-FILE KEY IS NOT LESS THAN RPI-KEY.             ZBNKMRG1
087400 MOVE-RECURRING-NEXT.                                             ZBNKMRG1
087500     IF WS-BNKRPAY-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
087600        GO TO MOVE-RECURRING-EXIT                                 ZBNKMRG1
087700     END-IF.                                                      ZBNKMRG1
087800     READ BNKRPAY-FILE NEXT RECORD.                               ZBNKMRG1
087900     IF WS-BNKRPAY-STATUS IS NOT EQUAL TO '00' OR                 ZBNKMRG1
088000        RPI-REC-PID IS NOT EQUAL TO WS-LOSE-PID                   ZBNKMRG1
088100        GO TO MOVE-RECURRING-EXIT                                 ZBNKMRG1
088200     END-IF.                                                      ZBNKMRG1
088300     MOVE RPI-RECORD TO WS-SAVE-RPAY.                             ZBNKMRG1
088400     MOVE RPI-KEY TO WS-SAVE-RPI-KEY.                             ZBNKMRG1
088500     ADD 1 TO WS-NEXT-SEQ.                                        ZBNKMRG1
088600     MOVE WS-KEEP-PID TO RPI-REC-PID.                             ZBNKMRG1
088700     MOVE WS-NEXT-SEQ TO RPI-REC-SEQ.                             ZBNKMRG1
088800     IF RPI-REC-PAYEE-SEQ IS NUMERIC                              ZBNKMRG1
088900        COMPUTE WS-MAP-SUB = RPI-REC-PAYEE-SEQ + 1                ZBNKMRG1
089000        IF WS-PAYEE-NEW-SEQ (WS-MAP-SUB) IS GREATER THAN ZERO     ZBNKMRG1
089100           MOVE WS-PAYEE-NEW-SEQ (WS-MAP-SUB)                     ZBNKMRG1
089200             TO RPI-REC-PAYEE-SEQ                                 ZBNKMRG1
089300        END-IF                                                    ZBNKMRG1
089400     END-IF.                                                      ZBNKMRG1
089500     WRITE RPI-RECORD.                                            ZBNKMRG1
089600     IF WS-BNKRPAY-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
089700        MOVE 'BNKRPAY error adding record...'                     ZBNKMRG1
089800          TO WS-CONSOLE-MESSAGE                                   ZBNKMRG1
089900        MOVE WS-BNKRPAY-STATUS TO WS-IO-STATUS                    ZBNKMRG1
090000        PERFORM FILE-UPDATE-ERROR                                 ZBNKMRG1
090100     END-IF.                                                      ZBNKMRG1
090200     MOVE WS-SAVE-RPAY TO RPI-RECORD.                             ZBNKMRG1
090300     DELETE BNKRPAY-FILE RECORD.                                  ZBNKMRG1
090400     IF WS-BNKRPAY-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
090500        MOVE 'BNKRPAY error deleting record...'                   ZBNKMRG1
090600          TO WS-CONSOLE-MESSAGE                                   ZBNKMRG1
090700        MOVE WS-BNKRPAY-STATUS TO WS-IO-STATUS                    ZBNKMRG1
090800        PERFORM FILE-UPDATE-ERROR                                 ZBNKMRG1
090900     END-IF.                                                      ZBNKMRG1
091000     ADD 1 TO WS-MOVED-RECURRING.                                 ZBNKMRG1
091100     MOVE WS-SAVE-RPI-KEY TO RPI-KEY.                             ZBNKMRG1
091200     START BNKRPAY-FILE KEY IS GREATER THAN RPI-KEY.              ZBNKMRG1
091300     GO TO MOVE-RECURRING-NEXT.                                   ZBNKMRG1
091400 MOVE-RECURRING-EXIT.                                             ZBNKMRG1
091500     EXIT.                                                        ZBNKMRG1
091600                                                                  ZBNKMRG1
091700***************************************************************** ZBNKMRG1
091800* Re-key the beneficiaries the same way                         * ZBNKMRG1
091900***************************************************************** ZBNKMRG1
092000 MOVE-BENEFICIARIES.                                              ZBNKMRG1
092100     MOVE WS-KEEP-PID TO WS-SCAN-PID.                             ZBNKMRG1
092200     PERFORM SCAN-BENEFICIARIES THRU                              ZBNKMRG1
092300             SCAN-BENEFICIARIES-EXIT.                             ZBNKMRG1
092400     MOVE WS-SCAN-MAX-SEQ TO WS-NEXT-SEQ.                         ZBNKMRG1
092500     MOVE WS-LOSE-PID TO BEN-REC-PID.                             ZBNKMRG1
092600     MOVE ZERO TO BEN-REC-SEQ.                                    ZBNKMRG1
092700     START BNKBENE-FILE KEY IS NOT LESS THAN BEN-KEY.             ZBNKMRG1
092800 MOVE-BENEFICIARIES-NEXT.                                         ZBNKMRG1
092900     IF WS-BNKBENE-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
093000        GO TO MOVE-BENEFICIARIES-EXIT                             ZBNKMRG1
093100     END-IF.                                                      ZBNKMRG1
093200     READ BNKBENE-FILE NEXT RECORD.                               ZBNKMRG1
093300     IF WS-BNKBENE-STATUS IS NOT EQUAL TO '00' OR                 ZBNKMRG1
093400        BEN-REC-PID IS NOT EQUAL TO WS-LOSE-PID                   ZBNKMRG1
093500        GO TO MOVE-BENEFICIARIES-EXIT                             ZBNKMRG1
093600     END-IF.                                                      ZBNKMRG1
093700     MOVE BEN-RECORD TO WS-SAVE-BENE.                             ZBNKMRG1
093800     MOVE BEN-KEY TO WS-SAVE-BEN-KEY.                             ZBNKMRG1
093900     ADD 1 TO WS-NEXT-SEQ.                                        ZBNKMRG1
094000     MOVE WS-KEEP-PID TO BEN-REC-PID.                             ZBNKMRG1
094100     MOVE WS-NEXT-SEQ TO BEN-REC-SEQ.                             ZBNKMRG1
094200     WRITE BEN-RECORD.                                            ZBNKMRG1
094300     IF WS-BNKBENE-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
094400        MOVE 'BNKBENE error adding record...'                     ZBNKMRG1
094500          TO WS-CONSOLE-MESSAGE                                   ZBNKMRG1
094600        MOVE WS-BNKBENE-STATUS TO WS-IO-STATUS                    ZBNKMRG1
094700        PERFORM FILE-UPDATE-ERROR                                 ZBNKMRG1
094800     END-IF.                                                      ZBNKMRG1
094900     MOVE WS-SAVE-BENE TO BEN-RECORD.                             ZBNKMRG1
095000     DELETE BNKBENE-FILE RECORD.                                  ZBNKMRG1
095100     IF WS-BNKBENE-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
095200        MOVE 'BNKBENE error deleting record...'                   ZBNKMRG1
095300          TO WS-CONSOLE-MESSAGE                                   ZBNKMRG1
095400        MOVE WS-BNKBENE-STATUS TO WS-IO-STATUS                    ZBNKMRG1
095500        PERFORM FILE-UPDATE-ERROR                                 ZBNKMRG1
095600     END-IF.                                                      ZBNKMRG1
095700     ADD 1 TO WS-MOVED-BENES.                                     ZBNKMRG1
095800     MOVE WS-SAVE-BEN-KEY TO BEN-KEY.                             ZBNKMRG1
095900     START BNKBENE-FILE KEY IS GREATER THAN BEN-KEY.              ZBNKMRG1
096000     GO TO MOVE-BENEFICIARIES-NEXT.                               ZBNKMRG1
096100 MOVE-BENEFICIARIES-EXIT.                                         ZBNKMRG1
096200     EXIT.                                                        ZBNKMRG1
096300                                                                  ZBNKMRG1
096400***************************************************************** ZBNKMRG1
096500* Alert preferences follow the losing PID only where the        * ZBNKMRG1
096600* survivor has none of its own; either way the losing PID's     * ZBNKMRG1
096700* row goes                                                      * ZBNKMRG1
096800***************************************************************** ZBNKMRG1
096900 MOVE-ALERT-PREFS.                                                ZBNKMRG1
097000     MOVE WS-LOSE-PID TO ALP-REC-PID.                             ZBNKMRG1
097100     READ BNKALPF-FILE.                                           ZBNKMRG1
097200     IF WS-BNKALPF-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
097300        GO TO MOVE-ALERT-PREFS-EXIT                               ZBNKMRG1
097400     END-IF.                                                      ZBNKMRG1
097500     MOVE ALP-RECORD TO WS-SAVE-ALPF.                             ZBNKMRG1
097600     DELETE BNKALPF-FILE RECORD.                                  ZBNKMRG1
097700     IF WS-BNKALPF-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
097800        MOVE 'BNKALPF error deleting record...'                   ZBNKMRG1
097900          TO WS-CONSOLE-MESSAGE                                   ZBNKMRG1
098000        MOVE WS-BNKALPF-STATUS TO WS-IO-STATUS                    ZBNKMRG1
098100        PERFORM FILE-UPDATE-ERROR                                 ZBNKMRG1
098200     END-IF.                                                      ZBNKMRG1
098300     MOVE WS-KEEP-PID TO ALP-REC-PID.                             ZBNKMRG1
098400     READ BNKALPF-FILE.                                           ZBNKMRG1
098500     IF WS-BNKALPF-STATUS IS EQUAL TO '00'                        ZBNKMRG1
098600        GO TO MOVE-ALERT-PREFS-EXIT                               ZBNKMRG1
098700     END-IF.                                                      ZBNKMRG1
098800     MOVE WS-SAVE-ALPF TO ALP-RECORD.                             ZBNKMRG1
098900     MOVE WS-KEEP-PID TO ALP-REC-PID.                             ZBNKMRG1
099000     WRITE ALP-RECORD.                                            ZBNKMRG1
099100     IF WS-BNKALPF-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
099200        MOVE 'BNKALPF error adding record...'                     ZBNKMRG1
099300          TO WS-CONSOLE-MESSAGE                                   ZBNKMRG1
099400        MOVE WS-BNKALPF-STATUS TO WS-IO-STATUS                    ZBNKMRG1
099500        PERFORM FILE-UPDATE-ERROR                                 ZBNKMRG1
099600     END-IF.                                                      ZBNKMRG1
099700     ADD 1 TO WS-MOVED-ALERTS.                                    ZBNKMRG1
099800 MOVE-ALERT-PREFS-EXIT.                                           ZBNKMRG1
099900     EXIT.                                                        ZBNKMRG1
100000                                                                  ZBNKMRG1
100100***************************************************************** ZBNKMRG1
100200* The survivor takes the losing PID's household only where it   * ZBNKMRG1
100300* is not in one itself; the losing PID's link is marked removed * ZBNKMRG1
100400***************************************************************** ZBNKMRG1
100500 MOVE-HOUSEHOLD.                                                  ZBNKMRG1
100600     MOVE WS-LOSE-PID TO HHM-REC-PID.                             ZBNKMRG1
100700     READ BNKHHLD-FILE.                                           ZBNKMRG1
100800     IF WS-BNKHHLD-STATUS IS NOT EQUAL TO '00' OR                 ZBNKMRG1
100900        HHM-STATUS-REMOVED                                        ZBNKMRG1
101000        GO TO MOVE-HOUSEHOLD-EXIT                                 ZBNKMRG1
101100     END-IF.                                                      ZBNKMRG1
101200     MOVE HHM-RECORD TO WS-SAVE-HHLD.                             ZBNKMRG1
101300     SET HHM-STATUS-REMOVED TO TRUE.                              ZBNKMRG1
101400     REWRITE HHM-RECORD.                                          ZBNKMRG1
101500     IF WS-BNKHHLD-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
101600        MOVE 'BNKHHLD error updating file...'                     ZBNKMRG1
101700          TO WS-CONSOLE-MESSAGE                                   ZBNKMRG1
101800        MOVE WS-BNKHHLD-STATUS TO WS-IO-STATUS                    ZBNKMRG1
101900        PERFORM FILE-UPDATE-ERROR                                 ZBNKMRG1
102000     END-IF.                                                      ZBNKMRG1
102100     MOVE WS-KEEP-PID TO HHM-REC-PID.                             ZBNKMRG1
102200     READ BNKHHLD-FILE.                                           ZBNKMRG1
102300     IF WS-BNKHHLD-STATUS IS EQUAL TO '00'                        ZBNKMRG1
102400        IF HHM-STATUS-ACTIVE                                      ZBNKMRG1
102500           GO TO MOVE-HOUSEHOLD-EXIT                              ZBNKMRG1
102600        END-IF                                                    ZBNKMRG1
102700        MOVE WS-SAVE-HHLD TO HHM-RECORD                           ZBNKMRG1
102800        MOVE WS-KEEP-PID TO HHM-REC-PID                           ZBNKMRG1
102900        REWRITE HHM-RECORD                                        ZBNKMRG1
103000     ELSE                                                         ZBNKMRG1
103100        MOVE WS-SAVE-HHLD TO HHM-RECORD                           ZBNKMRG1
103200        MOVE WS-KEEP-PID TO HHM-REC-PID                           ZBNKMRG1
103300        WRITE HHM-RECORD                                          ZBNKMRG1
103400     END-IF.                                                      ZBNKMRG1
103500     IF WS-BNKHHLD-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
103600        MOVE 'BNKHHLD error updating file...'                     ZBNKMRG1
103700          TO WS-CONSOLE-MESSAGE                                   ZBNKMRG1
103800        MOVE WS-BNKHHLD-STATUS TO WS-IO-STATUS                    ZBNKMRG1
103900        PERFORM FILE-UPDATE-ERROR                                 ZBNKMRG1
104000     END-IF.                                                      ZBNKMRG1
104100     ADD 1 TO WS-MOVED-HOUSEHOLD.                                 ZBNKMRG1
104200 MOVE-HOUSEHOLD-EXIT.                                             ZBNKMRG1
104300     EXIT.                                                        ZBNKMRG1
104400                                                                  ZBNKMRG1
104500***************************************************************** ZBNKMRG1
104600* Re-key the interaction log under the survivor, keeping each   * ZBNKMRG1
104700* contact's timestamp - in the unlikely event the survivor has  * ZBNKMRG1
104800* a contact logged at the same instant the row is left where it * ZBNKMRG1
104900* is                                                            * ZBNKMRG1
105000***************************************************************** ZBNKMRG1
105100 MOVE-CONTACTS.                                                   ZBNKMRG1
105200     MOVE WS-LOSE-PID TO INL-REC-PID.                             ZBNKMRG1
105300     MOVE LOW-VALUES TO INL-REC-TIMESTAMP.                        ZBNKMRG1
105400     START BNKINTLG-FILE KEY IS NOT LESS THAN INL-KEY.            ZBNKMRG1
105500 MOVE-CONTACTS-NEXT.                                              ZBNKMRG1
105600     IF WS-BNKINTLG-STATUS IS NOT EQUAL TO '00'                   ZBNKMRG1
105700        GO TO MOVE-CONTACTS-EXIT                                  ZBNKMRG1
105800     END-IF.                                                      ZBNKMRG1
105900     READ BNKINTLG-FILE NEXT RECORD.                              ZBNKMRG1
106000     IF WS-BNKINTLG-STATUS IS NOT EQUAL TO '00' OR                ZBNKMRG1
106100        INL-REC-PID IS NOT EQUAL TO WS-LOSE-PID                   ZBNKMRG1
106200        GO TO MOVE-CONTACTS-EXIT                                  ZBNKMRG1
106300     END-IF.                                                      ZBNKMRG1
106400     MOVE INL-RECORD TO WS-SAVE-INTLG.                            ZBNKMRG1
106500     MOVE INL-KEY TO WS-SAVE-INL-KEY.                             ZBNKMRG1
106600     MOVE WS-KEEP-PID TO INL-REC-PID.                             ZBNKMRG1
106700     WRITE INL-RECORD.                                            ZBNKMRG1
106800     IF WS-BNKINTLG-STATUS IS EQUAL TO '00'                       ZBNKMRG1
106900        MOVE WS-SAVE-INTLG TO INL-RECORD                          ZBNKMRG1
107000        DELETE BNKINTLG-FILE RECORD                               ZBNKMRG1
107100        ADD 1 TO WS-MOVED-CONTACTS                                ZBNKMRG1
107200     END-IF.                                                      ZBNKMRG1
107300     IF WS-BNKINTLG-STATUS IS NOT EQUAL TO '00' AND               ZBNKMRG1
107400        WS-BNKINTLG-STATUS IS NOT EQUAL TO '22'                   ZBNKMRG1
107500        MOVE 'BNKINTLG error updating file...'                    ZBNKMRG1
107600          TO WS-CONSOLE-MESSAGE                                   ZBNKMRG1
107700        MOVE WS-BNKINTLG-STATUS TO WS-IO-STATUS                   ZBNKMRG1
107800        PERFORM FILE-UPDATE-ERROR                                 ZBNKMRG1
107900     END-IF.                                                      ZBNKMRG1
108000     MOVE WS-SAVE-INL-KEY TO INL-KEY.                             ZBNKMRG1
108100     START BNKINTLG-FILE KEY IS GREATER THAN INL-KEY.             ZBNKMRG1
108200     GO TO MOVE-CONTACTS-NEXT.                                    ZBNKMRG1
108300 MOVE-CONTACTS-EXIT.                                              ZBNKMRG1
108400     EXIT.                                                        ZBNKMRG1
108500                                                                  ZBNKMRG1
108600***************************************************************** ZBNKMRG1
108700* Leave the losing customer on file as a redirect.  Earlier     * ZBNKMRG1
108800* redirects to it are pointed straight at the survivor, and the * ZBNKMRG1
108900* survivor takes any SIN, date of birth, telephone or email it  * ZBNKMRG1
109000* was missing                                                   * ZBNKMRG1
109100***************************************************************** ZBNKMRG1
109200 REDIRECT-CUSTOMER.                                               ZBNKMRG1
109300     MOVE LOW-VALUES TO BCS-REC-PID.                              ZBNKMRG1
109400     START BNKCUST-FILE KEY IS GREATER THAN BCS-REC-PID.          ZBNKMRG1
109500     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
109600        MOVE 'YES' TO WS-SCAN-END                                 ZBNKMRG1
109700     ELSE                                                         ZBNKMRG1
109800        MOVE 'NO ' TO WS-SCAN-END                                 ZBNKMRG1
109900     END-IF.                                                      ZBNKMRG1
110000     PERFORM UNTIL WS-SCAN-END IS EQUAL TO 'YES'                  ZBNKMRG1
110100        READ BNKCUST-FILE NEXT RECORD                             ZBNKMRG1
110200        IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                 ZBNKMRG1
110300           MOVE 'YES' TO WS-SCAN-END                              ZBNKMRG1
110400        ELSE                                                      ZBNKMRG1
110500           IF BCS-REC-MERGED-TO-PID IS EQUAL TO WS-LOSE-PID       ZBNKMRG1
110600              MOVE WS-KEEP-PID TO BCS-REC-MERGED-TO-PID           ZBNKMRG1
110700              PERFORM REWRITE-BNKCUST                             ZBNKMRG1
110800           END-IF                                                 ZBNKMRG1
110900        END-IF                                                    ZBNKMRG1
111000     END-PERFORM.                                                 ZBNKMRG1
111100     MOVE WS-LOSE-PID TO BCS-REC-PID.                             ZBNKMRG1
111200     READ BNKCUST-FILE.                                           ZBNKMRG1
111300     MOVE BCS-REC-SIN TO WS-LOSE-SIN.                             ZBNKMRG1
111400     MOVE BCS-REC-DOB TO WS-LOSE-DOB.                             ZBNKMRG1
111500     MOVE BCS-REC-TEL TO WS-LOSE-TEL.                             ZBNKMRG1
111600     MOVE BCS-REC-EMAIL TO WS-LOSE-EMAIL.                         ZBNKMRG1
111700     MOVE WS-KEEP-PID TO BCS-REC-MERGED-TO-PID.                   ZBNKMRG1
111800     MOVE WS-RUN-DATE TO BCS-REC-MERGED-DTE.                      ZBNKMRG1
111900     PERFORM REWRITE-BNKCUST.                                     ZBNKMRG1
112000     MOVE WS-KEEP-PID TO BCS-REC-PID.                             ZBNKMRG1
112100     READ BNKCUST-FILE.                                           ZBNKMRG1
112200     MOVE 'N' TO WS-CHANGED.                                      ZBNKMRG1
112300     IF (BCS-REC-SIN IS EQUAL TO SPACES OR                        ZBNKMRG1
112400         BCS-REC-SIN IS EQUAL TO LOW-VALUES) AND                  ZBNKMRG1
112500        WS-LOSE-SIN IS NOT EQUAL TO LOW-VALUES                    ZBNKMRG1
112600        MOVE WS-LOSE-SIN TO BCS-REC-SIN                           ZBNKMRG1
112700        MOVE 'Y' TO WS-CHANGED                                    ZBNKMRG1
112800     END-IF.                                                      ZBNKMRG1
112900     IF (BCS-REC-DOB IS EQUAL TO SPACES OR                        ZBNKMRG1
113000         BCS-REC-DOB IS EQUAL TO LOW-VALUES) AND                  ZBNKMRG1
113100        WS-LOSE-DOB IS NOT EQUAL TO LOW-VALUES                    ZBNKMRG1
113200        MOVE WS-LOSE-DOB TO BCS-REC-DOB                           ZBNKMRG1
113300        MOVE 'Y' TO WS-CHANGED                                    ZBNKMRG1
113400     END-IF.                                                      ZBNKMRG1
113500     IF (BCS-REC-TEL IS EQUAL TO SPACES OR                        ZBNKMRG1
113600         BCS-REC-TEL IS EQUAL TO LOW-VALUES) AND                  ZBNKMRG1
113700        WS-LOSE-TEL IS NOT EQUAL TO LOW-VALUES                    ZBNKMRG1
113800        MOVE WS-LOSE-TEL TO BCS-REC-TEL                           ZBNKMRG1
113900        MOVE 'Y' TO WS-CHANGED                                    ZBNKMRG1
114000     END-IF.                                                      ZBNKMRG1
114100     IF (BCS-REC-EMAIL IS EQUAL TO SPACES OR                      ZBNKMRG1
114200         BCS-REC-EMAIL IS EQUAL TO LOW-VALUES) AND                ZBNKMRG1
114300        WS-LOSE-EMAIL IS NOT EQUAL TO LOW-VALUES                  ZBNKMRG1
114400        MOVE WS-LOSE-EMAIL TO BCS-REC-EMAIL                       ZBNKMRG1
114500        MOVE 'Y' TO WS-CHANGED                                    ZBNKMRG1
114600     END-IF.                                                      ZBNKMRG1
114700     IF WS-CHANGED IS EQUAL TO 'Y'                                ZBNKMRG1
114800        PERFORM REWRITE-BNKCUST                                   ZBNKMRG1
114900     END-IF.                                                      ZBNKMRG1
115000                                                                  ZBNKMRG1
115100 REWRITE-BNKCUST.                                                 ZBNKMRG1
115200     REWRITE BCS-RECORD.                                          ZBNKMRG1
115300     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
115400        MOVE 'BNKCUST error updating file...'                     ZBNKMRG1
115500          TO WS-CONSOLE-MESSAGE                                   ZBNKMRG1
115600        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    ZBNKMRG1
115700        PERFORM FILE-UPDATE-ERROR                                 ZBNKMRG1
115800     END-IF.                                                      ZBNKMRG1
115900     SET JRN-CTL-CHANGE TO TRUE.                                  ZBNKMRG1
116000     PERFORM JOURNAL-BNKCUST.                                     ZBNKMRG1
116100                                                                  ZBNKMRG1
116200***************************************************************** ZBNKMRG1
116300* Record the decision against the pair on BNKDUPC, lower PID    * ZBNKMRG1
116400* first as ZBNKDPC1 keys it - a pair merged or ruled out by     * ZBNKMRG1
116500* hand before the weekly run found it is added                  * ZBNKMRG1
116600***************************************************************** ZBNKMRG1
116700 RECORD-DECISION.                                                 ZBNKMRG1
116800     IF WS-KEEP-PID IS LESS THAN WS-LOSE-PID                      ZBNKMRG1
116900        MOVE WS-KEEP-PID TO DPC-REC-PID-A                         ZBNKMRG1
117000        MOVE WS-LOSE-PID TO DPC-REC-PID-B                         ZBNKMRG1
117100     ELSE                                                         ZBNKMRG1
117200        MOVE WS-LOSE-PID TO DPC-REC-PID-A                         ZBNKMRG1
117300        MOVE WS-KEEP-PID TO DPC-REC-PID-B                         ZBNKMRG1
117400     END-IF.                                                      ZBNKMRG1
117500     READ BNKDUPC-FILE.                                           ZBNKMRG1
117600     IF WS-BNKDUPC-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
117700        MOVE SPACES TO DPC-RECORD                                 ZBNKMRG1
117800        IF WS-KEEP-PID IS LESS THAN WS-LOSE-PID                   ZBNKMRG1
117900           MOVE WS-KEEP-PID TO DPC-REC-PID-A                      ZBNKMRG1
118000           MOVE WS-LOSE-PID TO DPC-REC-PID-B                      ZBNKMRG1
118100        ELSE                                                      ZBNKMRG1
118200           MOVE WS-LOSE-PID TO DPC-REC-PID-A                      ZBNKMRG1
118300           MOVE WS-KEEP-PID TO DPC-REC-PID-B                      ZBNKMRG1
118400        END-IF                                                    ZBNKMRG1
118500        MOVE ZERO TO DPC-REC-SCORE                                ZBNKMRG1
118600        MOVE 'N' TO DPC-REC-MATCH-SIN                             ZBNKMRG1
118700        MOVE 'N' TO DPC-REC-MATCH-NAME                            ZBNKMRG1
118800        MOVE 'N' TO DPC-REC-MATCH-DOB                             ZBNKMRG1
118900        MOVE 'N' TO DPC-REC-MATCH-ADDR                            ZBNKMRG1
119000        MOVE 'N' TO DPC-REC-MATCH-TEL                             ZBNKMRG1
119100        MOVE WS-RUN-DATE TO DPC-REC-FIRST-FOUND-DTE               ZBNKMRG1
119200        MOVE WS-RUN-DATE TO DPC-REC-LAST-FOUND-DTE                ZBNKMRG1
119300     END-IF.                                                      ZBNKMRG1
119400     IF WS-MC-MERGE                                               ZBNKMRG1
119500        SET DPC-STATUS-MERGED TO TRUE                             ZBNKMRG1
119600        MOVE WS-KEEP-PID TO DPC-REC-SURVIVOR-PID                  ZBNKMRG1
119700     ELSE                                                         ZBNKMRG1
119800        SET DPC-STATUS-NOT-DUPLICATE TO TRUE                      ZBNKMRG1
119900        MOVE SPACES TO DPC-REC-SURVIVOR-PID                       ZBNKMRG1
120000     END-IF.                                                      ZBNKMRG1
120100     MOVE WS-RUN-DATE TO DPC-REC-CLOSED-DTE.                      ZBNKMRG1
120200     IF WS-BNKDUPC-STATUS IS EQUAL TO '00'                        ZBNKMRG1
120300        REWRITE DPC-RECORD                                        ZBNKMRG1
120400     ELSE                                                         ZBNKMRG1
120500        WRITE DPC-RECORD                                          ZBNKMRG1
120600     END-IF.                                                      ZBNKMRG1
120700     IF WS-BNKDUPC-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
120800        MOVE 'BNKDUPC error updating file...'                     ZBNKMRG1
120900          TO WS-CONSOLE-MESSAGE                                   ZBNKMRG1
121000        MOVE WS-BNKDUPC-STATUS TO WS-IO-STATUS                    ZBNKMRG1
121100        PERFORM FILE-UPDATE-ERROR                                 ZBNKMRG1
121200     END-IF.                                                      ZBNKMRG1
121300                                                                  ZBNKMRG1
121400***************************************************************** ZBNKMRG1
121500* Print the card and what became of it                          * ZBNKMRG1
121600***************************************************************** ZBNKMRG1
121700 PRINT-CARD-LINE.                                                 ZBNKMRG1
121800     MOVE WS-MC-ACTION TO WS-LINE4-ACTION.                        ZBNKMRG1
121900     MOVE WS-KEEP-PID TO WS-LINE4-KEEP.                           ZBNKMRG1
122000     MOVE WS-LOSE-PID TO WS-LINE4-LOSE.                           ZBNKMRG1
122100     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKMRG1
122200     PERFORM PRINTOUT-PUT.                                        ZBNKMRG1
122300                                                                  ZBNKMRG1
122400***************************************************************** ZBNKMRG1
122500* Print the run totals                                          * ZBNKMRG1
122600***************************************************************** ZBNKMRG1
122700 PRINT-REPORT-TOTALS.                                             ZBNKMRG1
122800     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKMRG1
122900     PERFORM PRINTOUT-PUT.                                        ZBNKMRG1
123000     MOVE 'Cards read' TO WS-LINE5-DESC.                          ZBNKMRG1
123100     MOVE WS-CARDS-READ TO WS-LINE5-COUNT.                        ZBNKMRG1
123200     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKMRG1
123300     PERFORM PRINTOUT-PUT.                                        ZBNKMRG1
123400     MOVE 'PIDs merged' TO WS-LINE5-DESC.                         ZBNKMRG1
123500     MOVE WS-PIDS-MERGED TO WS-LINE5-COUNT.                       ZBNKMRG1
123600     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKMRG1
123700     PERFORM PRINTOUT-PUT.                                        ZBNKMRG1
123800     MOVE 'Pairs ruled not duplicate' TO WS-LINE5-DESC.           ZBNKMRG1
123900     MOVE WS-PAIRS-NOT-DUPLICATE TO WS-LINE5-COUNT.               ZBNKMRG1
124000     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKMRG1
124100     PERFORM PRINTOUT-PUT.                                        ZBNKMRG1
124200     MOVE 'Cards rejected' TO WS-LINE5-DESC.                      ZBNKMRG1
124300     MOVE WS-CARDS-REJECTED TO WS-LINE5-COUNT.                    ZBNKMRG1
124400     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKMRG1
124500     PERFORM PRINTOUT-PUT.                                        ZBNKMRG1
124600                                                                  ZBNKMRG1
124700***************************************************************** ZBNKMRG1
124800* Write a record to the sequential print file                   * ZBNKMRG1
124900***************************************************************** ZBNKMRG1
125000 PRINTOUT-PUT.                                                    ZBNKMRG1
125100     WRITE PRINTOUT-REC.                                          ZBNKMRG1
125200     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKMRG1
125300       MOVE 'PRINTOUT error writing file...'                      ZBNKMRG1
125400         TO WS-CONSOLE-MESSAGE                                    ZBNKMRG1
125500       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKMRG1
125600       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKMRG1
125700       PERFORM DISPLAY-IO-STATUS                                  ZBNKMRG1
125800       PERFORM ABORT-PROGRAM                                      ZBNKMRG1
125900     END-IF.                                                      ZBNKMRG1
126000                                                                  ZBNKMRG1
126100***************************************************************** ZBNKMRG1
126200* A file update failed part way through a merge - report it and * ZBNKMRG1
126300* stop so the files can be restored from the journal            * ZBNKMRG1
126400***************************************************************** ZBNKMRG1
126500 FILE-UPDATE-ERROR.                                               ZBNKMRG1
126600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKMRG1
126700     PERFORM DISPLAY-IO-STATUS.                                   ZBNKMRG1
126800     PERFORM ABORT-PROGRAM.                                       ZBNKMRG1
126900                                                                  ZBNKMRG1
127000***************************************************************** ZBNKMRG1
127100* Open all the files                                            * ZBNKMRG1
127200***************************************************************** ZBNKMRG1
127300 OPEN-FILES.                                                      ZBNKMRG1
127400     OPEN INPUT MRGIN-FILE.                                       ZBNKMRG1
127500     IF WS-MRGIN-STATUS IS NOT EQUAL TO '00'                      ZBNKMRG1
127600        MOVE 'MRGIN file open failure...'                         ZBNKMRG1
127700          TO WS-CONSOLE-MESSAGE                                   ZBNKMRG1
127800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMRG1
127900        MOVE WS-MRGIN-STATUS TO WS-IO-STATUS                      ZBNKMRG1
128000        PERFORM DISPLAY-IO-STATUS                                 ZBNKMRG1
128100        PERFORM ABORT-PROGRAM                                     ZBNKMRG1
128200     END-IF.                                                      ZBNKMRG1
128300     OPEN I-O BNKCUST-FILE.                                       ZBNKMRG1
128400     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
128500        MOVE 'BNKCUST file open failure...'                       ZBNKMRG1
128600          TO WS-CONSOLE-MESSAGE                                   ZBNKMRG1
128700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMRG1
128800        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    ZBNKMRG1
128900        PERFORM DISPLAY-IO-STATUS                                 ZBNKMRG1
129000        PERFORM ABORT-PROGRAM                                     ZBNKMRG1
129100     END-IF.                                                      ZBNKMRG1
129200     OPEN I-O BNKACC-FILE.                                        ZBNKMRG1
129300     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKMRG1
129400        MOVE 'BNKACC file open failure...'                        ZBNKMRG1
129500          TO WS-CONSOLE-MESSAGE                                   ZBNKMRG1
129600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMRG1
129700        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKMRG1
129800        PERFORM DISPLAY-IO-STATUS                                 ZBNKMRG1
129900        PERFORM ABORT-PROGRAM                                     ZBNKMRG1
130000     END-IF.                                                      ZBNKMRG1
130100     OPEN I-O BNKLOAN-FILE.                                       ZBNKMRG1
130200     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
130300        MOVE 'BNKLOAN file open failure...'                       ZBNKMRG1
130400          TO WS-CONSOLE-MESSAGE                                   ZBNKMRG1
130500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMRG1
130600        MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS                    ZBNKMRG1
130700        PERFORM DISPLAY-IO-STATUS                                 ZBNKMRG1
130800        PERFORM ABORT-PROGRAM                                     ZBNKMRG1
130900     END-IF.                                                      ZBNKMRG1
131000     OPEN I-O BNKCARD-FILE.                                       ZBNKMRG1
131100     IF WS-BNKCARD-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
131200        MOVE 'BNKCARD file open failure...'                       ZBNKMRG1
131300          TO WS-CONSOLE-MESSAGE                                   ZBNKMRG1
131400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMRG1
131500        MOVE WS-BNKCARD-STATUS TO WS-IO-STATUS                    ZBNKMRG1
131600        PERFORM DISPLAY-IO-STATUS                                 ZBNKMRG1
131700        PERFORM ABORT-PROGRAM                                     ZBNKMRG1
131800     END-IF.                                                      ZBNKMRG1
131900     OPEN I-O BNKPAYEE-FILE.                                      ZBNKMRG1
132000     IF WS-BNKPAYEE-STATUS IS NOT EQUAL TO '00'                   ZBNKMRG1
132100        MOVE 'BNKPAYEE file open failure...'                      ZBNKMRG1
132200          TO WS-CONSOLE-MESSAGE                                   ZBNKMRG1
132300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMRG1
132400        MOVE WS-BNKPAYEE-STATUS TO WS-IO-STATUS                   ZBNKMRG1
132500        PERFORM DISPLAY-IO-STATUS                                 ZBNKMRG1
132600        PERFORM ABORT-PROGRAM                                     ZBNKMRG1
132700     END-IF.                                                      ZBNKMRG1
132800     OPEN I-O BNKRPAY-FILE.                                       ZBNKMRG1
132900     IF WS-BNKRPAY-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
133000        MOVE 'BNKRPAY file open failure...'                       ZBNKMRG1
133100          TO WS-CONSOLE-MESSAGE                                   ZBNKMRG1
133200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMRG1
133300        MOVE WS-BNKRPAY-STATUS TO WS-IO-STATUS                    ZBNKMRG1
133400        PERFORM DISPLAY-IO-STATUS                                 ZBNKMRG1
133500        PERFORM ABORT-PROGRAM                                     ZBNKMRG1
133600     END-IF.                                                      ZBNKMRG1
133700     OPEN I-O BNKBENE-FILE.                                       ZBNKMRG1
133800     IF WS-BNKBENE-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
133900        MOVE 'BNKBENE file open failure...'                       ZBNKMRG1
134000          TO WS-CONSOLE-MESSAGE                                   ZBNKMRG1
134100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMRG1
134200        MOVE WS-BNKBENE-STATUS TO WS-IO-STATUS                    ZBNKMRG1
134300        PERFORM DISPLAY-IO-STATUS                                 ZBNKMRG1
134400        PERFORM ABORT-PROGRAM                                     ZBNKMRG1
134500     END-IF.                                                      ZBNKMRG1
134600     OPEN I-O BNKALPF-FILE.                                       ZBNKMRG1
134700     IF WS-BNKALPF-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
134800        MOVE 'BNKALPF file open failure...'                       ZBNKMRG1
134900          TO WS-CONSOLE-MESSAGE                                   ZBNKMRG1
135000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMRG1
135100        MOVE WS-BNKALPF-STATUS TO WS-IO-STATUS                    ZBNKMRG1
135200        PERFORM DISPLAY-IO-STATUS                                 ZBNKMRG1
135300        PERFORM ABORT-PROGRAM                                     ZBNKMRG1
135400     END-IF.                                                      ZBNKMRG1
135500     OPEN I-O BNKHHLD-FILE.                                       ZBNKMRG1
135600     IF WS-BNKHHLD-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
135700        MOVE 'BNKHHLD file open failure...'                       ZBNKMRG1
135800          TO WS-CONSOLE-MESSAGE                                   ZBNKMRG1
135900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMRG1
136000        MOVE WS-BNKHHLD-STATUS TO WS-IO-STATUS                    ZBNKMRG1
136100        PERFORM DISPLAY-IO-STATUS                                 ZBNKMRG1
136200        PERFORM ABORT-PROGRAM                                     ZBNKMRG1
136300     END-IF.                                                      ZBNKMRG1
136400     OPEN I-O BNKINTLG-FILE.                                      ZBNKMRG1
136500     IF WS-BNKINTLG-STATUS IS NOT EQUAL TO '00'                   ZBNKMRG1
136600        MOVE 'BNKINTLG file open failure...'                      ZBNKMRG1
136700          TO WS-CONSOLE-MESSAGE                                   ZBNKMRG1
136800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMRG1
136900        MOVE WS-BNKINTLG-STATUS TO WS-IO-STATUS                   ZBNKMRG1
137000        PERFORM DISPLAY-IO-STATUS                                 ZBNKMRG1
137100        PERFORM ABORT-PROGRAM                                     ZBNKMRG1
137200     END-IF.                                                      ZBNKMRG1
137300     OPEN I-O BNKDUPC-FILE.                                       ZBNKMRG1
137400     IF WS-BNKDUPC-STATUS IS NOT EQUAL TO '00'                    ZBNKMRG1
137500        MOVE 'BNKDUPC file open failure...'                       ZBNKMRG1
137600          TO WS-CONSOLE-MESSAGE                                   ZBNKMRG1
137700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMRG1
137800        MOVE WS-BNKDUPC-STATUS TO WS-IO-STATUS                    ZBNKMRG1
137900        PERFORM DISPLAY-IO-STATUS                                 ZBNKMRG1
138000        PERFORM ABORT-PROGRAM                                     ZBNKMRG1
138100     END-IF.                                                      ZBNKMRG1
138200     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKMRG1
138300     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKMRG1
138400        MOVE 'PRINTOUT file open failure...'                      ZBNKMRG1
138500          TO WS-CONSOLE-MESSAGE                                   ZBNKMRG1
138600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMRG1
138700        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKMRG1
138800        PERFORM DISPLAY-IO-STATUS                                 ZBNKMRG1
138900        PERFORM ABORT-PROGRAM                                     ZBNKMRG1
139000     END-IF.                                                      ZBNKMRG1
139100                                                                  ZBNKMRG1
139200***************************************************************** ZBNKMRG1
139300* Close all the files                                           * ZBNKMRG1
139400***************************************************************** ZBNKMRG1
139500 CLOSE-FILES.                                                     ZBNKMRG1
139600     CLOSE MRGIN-FILE.                                            ZBNKMRG1
139700     CLOSE BNKCUST-FILE.                                          ZBNKMRG1
139800     CLOSE BNKACC-FILE.                                           ZBNKMRG1
139900     CLOSE BNKLOAN-FILE.                                          ZBNKMRG1
140000     CLOSE BNKCARD-FILE.                                          ZBNKMRG1
140100     CLOSE BNKPAYEE-FILE.                                         ZBNKMRG1
140200     CLOSE BNKRPAY-FILE.                                          ZBNKMRG1
140300     CLOSE BNKBENE-FILE.                                          ZBNKMRG1
140400     CLOSE BNKALPF-FILE.                                          ZBNKMRG1
140500     CLOSE BNKHHLD-FILE.                                          ZBNKMRG1
140600     CLOSE BNKINTLG-FILE.                                         ZBNKMRG1
140700     CLOSE BNKDUPC-FILE.                                          ZBNKMRG1
140800     CLOSE PRINTOUT-FILE.                                         ZBNKMRG1
140900                                                                  ZBNKMRG1
141000***************************************************************** ZBNKMRG1
141100* Journal a BNKCUST update for forward recovery                 * ZBNKMRG1
141200***************************************************************** ZBNKMRG1
141300 JOURNAL-BNKCUST.                                                 ZBNKMRG1
141400     MOVE 'BNKCUST' TO JRN-CTL-FILE.                              ZBNKMRG1
141500     MOVE WS-BNKCUST-STATUS TO JRN-CTL-IO-STATUS.                 ZBNKMRG1
141600     MOVE BNKCUST-REC TO JRN-CTL-IMAGE.                           ZBNKMRG1
141700     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKMRG1
141800     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKMRG1
141900     IF JRN-CTL-ERROR                                             ZBNKMRG1
142000        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKMRG1
142100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMRG1
142200        PERFORM ABORT-PROGRAM                                     ZBNKMRG1
142300     END-IF.                                                      ZBNKMRG1
142400                                                                  ZBNKMRG1
142500***************************************************************** ZBNKMRG1
142600* Journal a BNKACC update for forward recovery                  * ZBNKMRG1
142700***************************************************************** ZBNKMRG1
142800 JOURNAL-BNKACC.                                                  ZBNKMRG1
142900     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKMRG1
143000     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKMRG1
143100     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKMRG1
143200     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKMRG1
143300     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKMRG1
143400     IF JRN-CTL-ERROR                                             ZBNKMRG1
143500        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKMRG1
143600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMRG1
143700        PERFORM ABORT-PROGRAM                                     ZBNKMRG1
143800     END-IF.                                                      ZBNKMRG1
143900                                                                  ZBNKMRG1
144000***************************************************************** ZBNKMRG1
144100* Journal a BNKLOAN update for forward recovery                 * ZBNKMRG1
144200***************************************************************** ZBNKMRG1
144300 JOURNAL-BNKLOAN.                                                 ZBNKMRG1
144400     MOVE 'BNKLOAN' TO JRN-CTL-FILE.                              ZBNKMRG1
144500     MOVE WS-BNKLOAN-STATUS TO JRN-CTL-IO-STATUS.                 ZBNKMRG1
144600     MOVE BNKLOAN-REC TO JRN-CTL-IMAGE.                           ZBNKMRG1
144700     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKMRG1
144800     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKMRG1
144900     IF JRN-CTL-ERROR                                             ZBNKMRG1
145000        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKMRG1
145100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMRG1
145200        PERFORM ABORT-PROGRAM                                     ZBNKMRG1
145300     END-IF.                                                      ZBNKMRG1
145400                                                                  ZBNKMRG1
145500***************************************************************** ZBNKMRG1
145600* Journal a BNKCARD update for forward recovery                 * ZBNKMRG1
145700***************************************************************** ZBNKMRG1
145800 JOURNAL-BNKCARD.                                                 ZBNKMRG1
145900     MOVE 'BNKCARD' TO JRN-CTL-FILE.                              ZBNKMRG1
146000     MOVE WS-BNKCARD-STATUS TO JRN-CTL-IO-STATUS.                 ZBNKMRG1
146100     MOVE BNKCARD-REC TO JRN-CTL-IMAGE.                           ZBNKMRG1
146200     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKMRG1
146300     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKMRG1
146400     IF JRN-CTL-ERROR                                             ZBNKMRG1
146500        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKMRG1
146600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMRG1
146700        PERFORM ABORT-PROGRAM                                     ZBNKMRG1
146800     END-IF.                                                      ZBNKMRG1
146900                                                                  ZBNKMRG1
147000***************************************************************** ZBNKMRG1
147100* Display the file status bytes. This routine will display as   * ZBNKMRG1
147200* two digits if the full two byte file status is numeric. If    * ZBNKMRG1
147300* second byte is non-numeric then it will be treated as a       * ZBNKMRG1
147400* binary number.                                                * ZBNKMRG1
147500***************************************************************** ZBNKMRG1
147600 DISPLAY-IO-STATUS.                                               ZBNKMRG1
147700     IF WS-IO-STATUS NUMERIC                                      ZBNKMRG1
147800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKMRG1
147900        STRING 'File status -' DELIMITED BY SIZE                  ZBNKMRG1
148000               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKMRG1
148100          INTO WS-CONSOLE-MESSAGE                                 ZBNKMRG1
148200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMRG1
148300     ELSE                                                         ZBNKMRG1
148400        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKMRG1
148500        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKMRG1
148600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKMRG1
148700        STRING 'File status -' DELIMITED BY SIZE                  ZBNKMRG1
148800               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKMRG1
148900               '/' DELIMITED BY SIZE                              ZBNKMRG1
149000               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKMRG1
149100          INTO WS-CONSOLE-MESSAGE                                 ZBNKMRG1
149200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMRG1
149300     END-IF.                                                      ZBNKMRG1
149400                                                                  ZBNKMRG1
149500***************************************************************** ZBNKMRG1
149600* 'ABORT' the program.                                          * ZBNKMRG1
149700* Post a message to the console and issue a STOP RUN            * ZBNKMRG1
149800***************************************************************** ZBNKMRG1
149900 ABORT-PROGRAM.                                                   ZBNKMRG1
150000     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKMRG1
150100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMRG1
150200     END-IF.                                                      ZBNKMRG1
150300     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKMRG1
150400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKMRG1
150500     MOVE 16 TO RETURN-CODE.                                      ZBNKMRG1
150600     STOP RUN.                                                    ZBNKMRG1
150700                                                                  ZBNKMRG1
150800***************************************************************** ZBNKMRG1
150900* Display CONSOLE messages...                                   * ZBNKMRG1
151000***************************************************************** ZBNKMRG1
151100 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKMRG1
151200     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKMRG1
151300       UPON CONSOLE.                                              ZBNKMRG1
151400     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKMRG1
151500                                                                  ZBNKMRG1
151600 COPY CTIMERP.                                                    ZBNKMRG1
151700                                                                  ZBNKMRG1
151800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKMRG1
