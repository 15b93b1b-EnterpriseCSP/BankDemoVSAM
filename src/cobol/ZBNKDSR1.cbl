000100***************************************************************** ZBNKDSR1
000200*                                                               * ZBNKDSR1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKDSR1
000400*   This demonstration program is provided for use by users     * ZBNKDSR1
000500*   of Micro Focus products and may be used, modified and       * ZBNKDSR1
000600*   distributed as part of your application provided that       * ZBNKDSR1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKDSR1
000800*   in this material.                                           * ZBNKDSR1
000900*                                                               * ZBNKDSR1
001000***************************************************************** ZBNKDSR1
001100                                                                  ZBNKDSR1
001200***************************************************************** ZBNKDSR1
001300* Program:     ZBNKDSR1.CBL                                     * ZBNKDSR1
001400* Function:    Data-subject access report.  Takes a PID list    * ZBNKDSR1
001500*              file (the ZBNKOFF1 shape) and prints, for each   * ZBNKDSR1
001600*              PID, one report of everything held on the        * ZBNKDSR1
001700*              customer - the BNKCUST row, every BNKACC account * ZBNKDSR1
001800*              with its BNKTXN history and the archived history * ZBNKDSR1
001900*              on BNKTXNA, BNKBENE beneficiaries, BNKINTLG      * ZBNKDSR1
002000*              contacts, BNKMSG message threads, BNKALPF alert  * ZBNKDSR1
002100*              preferences, BNKCARD cards, BNKLOAN loans, the   * ZBNKDSR1
002200*              BNKHHLD household link and BNKSGNR signer roles. * ZBNKDSR1
002300*              Staff user ids, maintenance audit postings and   * ZBNKDSR1
002400*              contact notes that touch on fraud or suspicious  * ZBNKDSR1
002500*              activity are withheld, and the number withheld   * ZBNKDSR1
002600*              is shown.  The ATM PIN is never printed and the  * ZBNKDSR1
002700*              SIN and card numbers are masked.                 * ZBNKDSR1
002800***************************************************************** ZBNKDSR1
002900                                                                  ZBNKDSR1
003000 IDENTIFICATION DIVISION.                                         ZBNKDSR1
003100 PROGRAM-ID.                                                      ZBNKDSR1
003200     ZBNKDSR1.                                                    ZBNKDSR1
003300 DATE-WRITTEN.                                                    ZBNKDSR1
003400     October 2026.                                                ZBNKDSR1
003500 DATE-COMPILED.                                                   ZBNKDSR1
003600     Today.                                                       ZBNKDSR1
003700                                                                  ZBNKDSR1
003800 ENVIRONMENT DIVISION.                                            ZBNKDSR1
003900 INPUT-OUTPUT   SECTION.                                          ZBNKDSR1
004000   FILE-CONTROL.                                                  ZBNKDSR1
004100     SELECT PIDLIST-FILE                                          ZBNKDSR1
004200            ASSIGN       TO PIDLIST                               ZBNKDSR1
004300            ORGANIZATION IS SEQUENTIAL                            ZBNKDSR1
004400            ACCESS MODE  IS SEQUENTIAL                            ZBNKDSR1
004500            FILE STATUS  IS WS-PIDLIST-STATUS.                    ZBNKDSR1
004600     SELECT BNKCUST-FILE                                          ZBNKDSR1
004700            ASSIGN       TO BNKCUST                               ZBNKDSR1
004800            ORGANIZATION IS INDEXED                               ZBNKDSR1
004900            ACCESS MODE  IS RANDOM                                ZBNKDSR1
005000            RECORD KEY   IS BCS-REC-PID                           ZBNKDSR1
005100            ALTERNATE KEY IS BCS-REC-NAME-FF                      ZBNKDSR1
005200              WITH DUPLICATES                                     ZBNKDSR1
005300            FILE STATUS  IS WS-BNKCUST-STATUS.                    ZBNKDSR1
005400     SELECT BNKACC-FILE                                           ZBNKDSR1
005500            ASSIGN       TO BNKACC                                ZBNKDSR1
005600            ORGANIZATION IS INDEXED                               ZBNKDSR1
005700            ACCESS MODE  IS DYNAMIC                               ZBNKDSR1
005800            RECORD KEY   IS BAC-REC-ACCNO                         ZBNKDSR1
005900            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          ZBNKDSR1
006000            FILE STATUS  IS WS-BNKACC-STATUS.                     ZBNKDSR1
006100     SELECT BNKTXN-FILE                                           ZBNKDSR1
006200            ASSIGN       TO BNKTXN                                ZBNKDSR1
006300            ORGANIZATION IS INDEXED                               ZBNKDSR1
006400            ACCESS MODE  IS DYNAMIC                               ZBNKDSR1
006500            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKDSR1
006600            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKDSR1
006700            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKDSR1
006800            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKDSR1
006900     SELECT BNKTXNA-FILE                                          ZBNKDSR1
007000            ASSIGN       TO BNKTXNA                               ZBNKDSR1
007100            ORGANIZATION IS INDEXED                               ZBNKDSR1
007200            ACCESS MODE  IS DYNAMIC                               ZBNKDSR1
007300            RECORD KEY   IS ARC-REC-TIMESTAMP                     ZBNKDSR1
007400            ALTERNATE KEY IS ARC-REC-ALTKEY1 WITH DUPLICATES      ZBNKDSR1
007500            FILE STATUS  IS WS-BNKTXNA-STATUS.                    ZBNKDSR1
007600     SELECT BNKBENE-FILE                                          ZBNKDSR1
007700            ASSIGN       TO BNKBENE                               ZBNKDSR1
007800            ORGANIZATION IS INDEXED                               ZBNKDSR1
007900            ACCESS MODE  IS DYNAMIC                               ZBNKDSR1
008000            RECORD KEY   IS BEN-KEY                               ZBNKDSR1
008100            FILE STATUS  IS WS-BNKBENE-STATUS.                    ZBNKDSR1
008200     SELECT BNKINTLG-FILE                                         ZBNKDSR1
008300            ASSIGN       TO BNKINTLG                              ZBNKDSR1
008400            ORGANIZATION IS INDEXED                               ZBNKDSR1
008500            ACCESS MODE  IS DYNAMIC                               ZBNKDSR1
008600            RECORD KEY   IS INL-KEY                               ZBNKDSR1
008700            FILE STATUS  IS WS-BNKINTLG-STATUS.                   ZBNKDSR1
008800     SELECT BNKIRSN-FILE                                          ZBNKDSR1
008900            ASSIGN       TO BNKIRSN                               ZBNKDSR1
009000            ORGANIZATION IS INDEXED                               ZBNKDSR1
009100            ACCESS MODE  IS RANDOM                                ZBNKDSR1
009200            RECORD KEY   IS IRS-KEY                               ZBNKDSR1
009300            FILE STATUS  IS WS-BNKIRSN-STATUS.                    ZBNKDSR1
009400     SELECT BNKMSG-FILE                                           ZBNKDSR1
009500            ASSIGN       TO BNKMSG                                ZBNKDSR1
009600            ORGANIZATION IS INDEXED                               ZBNKDSR1
009700            ACCESS MODE  IS DYNAMIC                               ZBNKDSR1
009800            RECORD KEY   IS MSG-KEY                               ZBNKDSR1
009900            FILE STATUS  IS WS-BNKMSG-STATUS.                     ZBNKDSR1
010000     SELECT BNKALPF-FILE                                          ZBNKDSR1
010100            ASSIGN       TO BNKALPF                               ZBNKDSR1
010200            ORGANIZATION IS INDEXED                               ZBNKDSR1
010300            ACCESS MODE  IS RANDOM                                ZBNKDSR1
010400            RECORD KEY   IS ALP-REC-PID                           ZBNKDSR1
010500            FILE STATUS  IS WS-BNKALPF-STATUS.                    ZBNKDSR1
010600     SELECT BNKCARD-FILE                                          ZBNKDSR1
010700            ASSIGN       TO BNKCARD                               ZBNKDSR1
010800            ORGANIZATION IS INDEXED                               ZBNKDSR1
010900            ACCESS MODE  IS SEQUENTIAL                            ZBNKDSR1
011000            RECORD KEY   IS CRD-KEY                               ZBNKDSR1
011100            FILE STATUS  IS WS-BNKCARD-STATUS.                    ZBNKDSR1
011200     SELECT BNKLOAN-FILE                                          ZBNKDSR1
011300            ASSIGN       TO BNKLOAN                               ZBNKDSR1
011400            ORGANIZATION IS INDEXED                               ZBNKDSR1
011500            ACCESS MODE  IS SEQUENTIAL                            ZBNKDSR1
011600            RECORD KEY   IS LNM-KEY                               ZBNKDSR1
011700            FILE STATUS  IS WS-BNKLOAN-STATUS.                    ZBNKDSR1
011800     SELECT BNKHHLD-FILE                                          ZBNKDSR1
011900            ASSIGN       TO BNKHHLD                               ZBNKDSR1
012000            ORGANIZATION IS INDEXED                               ZBNKDSR1
012100            ACCESS MODE  IS RANDOM                                ZBNKDSR1
012200            RECORD KEY   IS HHM-REC-PID                           ZBNKDSR1
012300            ALTERNATE KEY IS HHM-REC-HHLD-ID WITH DUPLICATES      ZBNKDSR1
012400            FILE STATUS  IS WS-BNKHHLD-STATUS.                    ZBNKDSR1
012500     SELECT BNKSGNR-FILE                                          ZBNKDSR1
012600            ASSIGN       TO BNKSGNR                               ZBNKDSR1
012700            ORGANIZATION IS INDEXED                               ZBNKDSR1
012800            ACCESS MODE  IS SEQUENTIAL                            ZBNKDSR1
012900            RECORD KEY   IS SGN-KEY                               ZBNKDSR1
013000            FILE STATUS  IS WS-BNKSGNR-STATUS.                    ZBNKDSR1
013100     SELECT PRINTOUT-FILE                                         ZBNKDSR1
013200            ASSIGN       TO PRINTOUT                              ZBNKDSR1
013300            ORGANIZATION IS SEQUENTIAL                            ZBNKDSR1
013400            ACCESS MODE  IS SEQUENTIAL                            ZBNKDSR1
013500            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKDSR1
013600                                                                  ZBNKDSR1
013700 DATA DIVISION.                                                   ZBNKDSR1
013800 FILE SECTION.                                                    ZBNKDSR1
013900                                                                  ZBNKDSR1
014000 FD  PIDLIST-FILE.                                                ZBNKDSR1
014100 01  PIDLIST-REC                         PIC X(80).               ZBNKDSR1
014200                                                                  ZBNKDSR1
014300 FD  BNKCUST-FILE.                                                ZBNKDSR1
014400 01  BNKCUST-REC.                                                 ZBNKDSR1
014500 COPY CBANKVCS.                                                   ZBNKDSR1
014600                                                                  ZBNKDSR1
014700 FD  BNKACC-FILE.                                                 ZBNKDSR1
014800 01  BNKACC-REC.                                                  ZBNKDSR1
014900 COPY CBANKVAC.                                                   ZBNKDSR1
015000                                                                  ZBNKDSR1
015100 FD  BNKTXN-FILE.                                                 ZBNKDSR1
015200 01  BNKTXN-REC.                                                  ZBNKDSR1
015300 COPY CBANKVTX.                                                   ZBNKDSR1
015400                                                                  ZBNKDSR1
015500 FD  BNKTXNA-FILE.                                                ZBNKDSR1
015600 01  BNKTXNA-REC.                                                 ZBNKDSR1
015700   05  ARC-RECORD                          PIC X(440).            ZBNKDSR1
015800   05  FILLER REDEFINES ARC-RECORD.                               ZBNKDSR1
015900     10  ARC-REC-PID                       PIC X(5).              ZBNKDSR1
016000     10  ARC-REC-TYPE                      PIC X(1).              ZBNKDSR1
016100     10  ARC-REC-SUB-TYPE                  PIC X(1).              ZBNKDSR1
016200     10  ARC-REC-ALTKEY1.                                         ZBNKDSR1
016300       15  ARC-REC-ACCNO                   PIC X(9).              ZBNKDSR1
016400       15  ARC-REC-TIMESTAMP               PIC X(26).             ZBNKDSR1
016500     10  ARC-REC-REST                      PIC X(398).            ZBNKDSR1
016600                                                                  ZBNKDSR1
016700 FD  BNKBENE-FILE.                                                ZBNKDSR1
016800 01  BNKBENE-REC.                                                 ZBNKDSR1
016900 COPY CBANKVBN.                                                   ZBNKDSR1
017000                                                                  ZBNKDSR1
017100 FD  BNKINTLG-FILE.                                               ZBNKDSR1
017200 01  BNKINTLG-REC.                                                ZBNKDSR1
017300 COPY CBANKVIL.                                                   ZBNKDSR1
017400                                                                  ZBNKDSR1
017500 FD  BNKIRSN-FILE.                                                ZBNKDSR1
017600 01  BNKIRSN-REC.                                                 ZBNKDSR1
017700 COPY CBANKVIR.                                                   ZBNKDSR1
017800                                                                  ZBNKDSR1
017900 FD  BNKMSG-FILE.                                                 ZBNKDSR1
018000 01  BNKMSG-REC.                                                  ZBNKDSR1
018100 COPY CBANKVMG.                                                   ZBNKDSR1
018200                                                                  ZBNKDSR1
018300 FD  BNKALPF-FILE.                                                ZBNKDSR1
018400 01  BNKALPF-REC.                                                 ZBNKDSR1
018500 COPY CBANKVAP.                                                   ZBNKDSR1
018600                                                                  ZBNKDSR1
018700 FD  BNKCARD-FILE.                                                ZBNKDSR1
018800 01  BNKCARD-REC.                                                 ZBNKDSR1
018900 COPY CBANKVCD.                                                   ZBNKDSR1
019000                                                                  ZBNKDSR1
019100 FD  BNKLOAN-FILE.                                                ZBNKDSR1
019200 01  BNKLOAN-REC.                                                 ZBNKDSR1
019300 COPY CBANKVLN.                                                   ZBNKDSR1
019400                                                                  ZBNKDSR1
019500 FD  BNKHHLD-FILE.                                                ZBNKDSR1
019600 01  BNKHHLD-REC.                                                 ZBNKDSR1
019700 COPY CBANKVHH.                                                   ZBNKDSR1
019800                                                                  ZBNKDSR1
019900 FD  BNKSGNR-FILE.                                                ZBNKDSR1
020000 01  BNKSGNR-REC.                                                 ZBNKDSR1
020100 COPY CBANKVSG.                                                   ZBNKDSR1
020200                                                                  ZBNKDSR1
020300 FD  PRINTOUT-FILE.                                               ZBNKDSR1
020400 01  PRINTOUT-REC                        PIC X(121).              ZBNKDSR1
020500                                                                  ZBNKDSR1
020600 WORKING-STORAGE SECTION.                                         ZBNKDSR1
020700 COPY CTIMERD.                                                    ZBNKDSR1
020800                                                                  ZBNKDSR1
020900 COPY CTSTAMPD.                                                   ZBNKDSR1
021000                                                                  ZBNKDSR1
021100 COPY CBANKTXD.                                                   ZBNKDSR1
021200                                                                  ZBNKDSR1
021300 01  WS-MISC-STORAGE.                                             ZBNKDSR1
021400   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKDSR1
021500       VALUE 'ZBNKDSR1'.                                          ZBNKDSR1
021600   05  WS-PIDLIST-STATUS.                                         ZBNKDSR1
021700     10  WS-PIDLIST-STAT1                    PIC X(1).            ZBNKDSR1
021800     10  WS-PIDLIST-STAT2                    PIC X(1).            ZBNKDSR1
021900   05  WS-BNKCUST-STATUS.                                         ZBNKDSR1
022000     10  WS-BNKCUST-STAT1                    PIC X(1).            ZBNKDSR1
022100     10  WS-BNKCUST-STAT2                    PIC X(1).            ZBNKDSR1
022200   05  WS-BNKACC-STATUS.                                          ZBNKDSR1
022300     10  WS-BNKACC-STAT1                     PIC X(1).            ZBNKDSR1
022400     10  WS-BNKACC-STAT2                     PIC X(1).            ZBNKDSR1
022500   05  WS-BNKTXN-STATUS.                                          ZBNKDSR1
022600     10  WS-BNKTXN-STAT1                     PIC X(1).            ZBNKDSR1
022700     10  WS-BNKTXN-STAT2                     PIC X(1).            ZBNKDSR1
022800   05  WS-BNKTXNA-STATUS.                                         ZBNKDSR1
022900     10  WS-BNKTXNA-STAT1                    PIC X(1).            ZBNKDSR1
023000     10  WS-BNKTXNA-STAT2                    PIC X(1).            ZBNKDSR1
023100   05  WS-BNKBENE-STATUS.                                         ZBNKDSR1
023200     10  WS-BNKBENE-STAT1                    PIC X(1).            ZBNKDSR1
023300     10  WS-BNKBENE-STAT2                    PIC X(1).            ZBNKDSR1
023400   05  WS-BNKINTLG-STATUS.                                        ZBNKDSR1
023500     10  WS-BNKINTLG-STAT1                   PIC X(1).            ZBNKDSR1
023600     10  WS-BNKINTLG-STAT2                   PIC X(1).            ZBNKDSR1
023700   05  WS-BNKIRSN-STATUS.                                         ZBNKDSR1
023800     10  WS-BNKIRSN-STAT1                    PIC X(1).            ZBNKDSR1
023900     10  WS-BNKIRSN-STAT2                    PIC X(1).            ZBNKDSR1
024000   05  WS-BNKMSG-STATUS.                                          ZBNKDSR1
024100     10  WS-BNKMSG-STAT1                     PIC X(1).            ZBNKDSR1
024200     10  WS-BNKMSG-STAT2                     PIC X(1).            ZBNKDSR1
024300   05  WS-BNKALPF-STATUS.                                         ZBNKDSR1
024400     10  WS-BNKALPF-STAT1                    PIC X(1).            ZBNKDSR1
024500     10  WS-BNKALPF-STAT2                    PIC X(1).            ZBNKDSR1
024600   05  WS-BNKCARD-STATUS.                                         ZBNKDSR1
024700     10  WS-BNKCARD-STAT1                    PIC X(1).            ZBNKDSR1
024800     10  WS-BNKCARD-STAT2                    PIC X(1).            ZBNKDSR1
024900   05  WS-BNKLOAN-STATUS.                                         ZBNKDSR1
025000     10  WS-BNKLOAN-STAT1                    PIC X(1).            ZBNKDSR1
025100     10  WS-BNKLOAN-STAT2                    PIC X(1).            ZBNKDSR1
025200   05  WS-BNKHHLD-STATUS.                                         ZBNKDSR1
025300     10  WS-BNKHHLD-STAT1                    PIC X(1).            ZBNKDSR1
025400     10  WS-BNKHHLD-STAT2                    PIC X(1).            ZBNKDSR1
025500   05  WS-BNKSGNR-STATUS.                                         ZBNKDSR1
025600     10  WS-BNKSGNR-STAT1                    PIC X(1).            ZBNKDSR1
025700     10  WS-BNKSGNR-STAT2                    PIC X(1).            ZBNKDSR1
025800   05  WS-PRINTOUT-STATUS.                                        ZBNKDSR1
025900     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKDSR1
026000     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKDSR1
026100   05  WS-IO-STATUS.                                              ZBNKDSR1
026200     10  WS-IO-STAT1                         PIC X(1).            ZBNKDSR1
026300     10  WS-IO-STAT2                         PIC X(1).            ZBNKDSR1
026400   05  WS-TWO-BYTES.                                              ZBNKDSR1
026500     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKDSR1
026600     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKDSR1
026700   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKDSR1
026800                                             PIC 9(1) COMP.       ZBNKDSR1
026900   05  WS-END-OF-FILE                        PIC X(3)             ZBNKDSR1
027000       VALUE 'NO '.                                               ZBNKDSR1
027100   05  WS-SCAN-END                           PIC X(3).            ZBNKDSR1
027200   05  WS-TXN-SCAN-END                       PIC X(3).            ZBNKDSR1
027300   05  WS-PID                                PIC X(5).            ZBNKDSR1
027400   05  WS-ACCNO                              PIC X(9).            ZBNKDSR1
027500   05  WS-TODAY                              PIC X(10).           ZBNKDSR1
027600   05  WS-FOUND                              PIC X(1).            ZBNKDSR1
027700   05  WS-HITS                               PIC S9(4) COMP.      ZBNKDSR1
027800   05  WS-PIDS-READ                          PIC 9(7)             ZBNKDSR1
027900       VALUE ZERO.                                                ZBNKDSR1
028000   05  WS-PIDS-REPORTED                      PIC 9(7)             ZBNKDSR1
028100       VALUE ZERO.                                                ZBNKDSR1
028200   05  WS-PIDS-NOT-FOUND                     PIC 9(7)             ZBNKDSR1
028300       VALUE ZERO.                                                ZBNKDSR1
028400   05  WS-ITEMS-LISTED                       PIC 9(7).            ZBNKDSR1
028500   05  WS-ITEMS-WITHHELD                     PIC 9(7).            ZBNKDSR1
028600   05  WS-CONSOLE-MESSAGE                    PIC X(60).           ZBNKDSR1
028700                                                                  ZBNKDSR1
028800***************************************************************** ZBNKDSR1
028900* Optional files - one that has never been created simply holds * ZBNKDSR1
029000* nothing on anybody                                            * ZBNKDSR1
029100***************************************************************** ZBNKDSR1
029200 01  WS-FILE-PRESENCE.                                            ZBNKDSR1
029300   05  WS-TXNA-PRESENT                       PIC X(1)             ZBNKDSR1
029400       VALUE 'Y'.                                                 ZBNKDSR1
029500   05  WS-BENE-PRESENT                       PIC X(1)             ZBNKDSR1
029600       VALUE 'Y'.                                                 ZBNKDSR1
029700   05  WS-INTLG-PRESENT                      PIC X(1)             ZBNKDSR1
029800       VALUE 'Y'.                                                 ZBNKDSR1
029900   05  WS-IRSN-PRESENT                       PIC X(1)             ZBNKDSR1
030000       VALUE 'Y'.                                                 ZBNKDSR1
030100   05  WS-MSG-PRESENT                        PIC X(1)             ZBNKDSR1
030200       VALUE 'Y'.                                                 ZBNKDSR1
030300   05  WS-ALPF-PRESENT                       PIC X(1)             ZBNKDSR1
030400       VALUE 'Y'.                                                 ZBNKDSR1
030500   05  WS-CARD-PRESENT                       PIC X(1)             ZBNKDSR1
030600       VALUE 'Y'.                                                 ZBNKDSR1
030700   05  WS-LOAN-PRESENT                       PIC X(1)             ZBNKDSR1
030800       VALUE 'Y'.                                                 ZBNKDSR1
030900   05  WS-HHLD-PRESENT                       PIC X(1)             ZBNKDSR1
031000       VALUE 'Y'.                                                 ZBNKDSR1
031100   05  WS-SGNR-PRESENT                       PIC X(1)             ZBNKDSR1
031200       VALUE 'Y'.                                                 ZBNKDSR1
031300                                                                  ZBNKDSR1
031400 01  WS-EDIT-FIELDS.                                              ZBNKDSR1
031500   05  WS-ED-AMOUNT                          PIC Z,ZZZ,ZZ9.99-.   ZBNKDSR1
031600   05  WS-ED-AMOUNT2                         PIC Z,ZZZ,ZZ9.99-.   ZBNKDSR1
031700   05  WS-ED-WHOLE                           PIC Z,ZZZ,ZZ9-.      ZBNKDSR1
031800   05  WS-ED-RATE                            PIC ZZ9.999.         ZBNKDSR1
031900   05  WS-ED-COUNT                           PIC ZZZZ9.           ZBNKDSR1
032000   05  WS-TXN-TYPE-NAME                      PIC X(22).           ZBNKDSR1
032100   05  WS-SCAN-TEXT                          PIC X(70).           ZBNKDSR1
032200   05  WS-MASKED                             PIC X(16).           ZBNKDSR1
032300                                                                  ZBNKDSR1
032400 01  WS-PRINTED.                                                  ZBNKDSR1
032500   05  WS-PRINTED-DATE.                                           ZBNKDSR1
032600     10  FILLER                              PIC X(9)             ZBNKDSR1
032700         VALUE 'Printed: '.                                       ZBNKDSR1
032800     10  WS-PRINT-DATE                       PIC X(10).           ZBNKDSR1
032900                                                                  ZBNKDSR1
033000***************************************************************** ZBNKDSR1
033100* Report lines - a page per customer, a heading per file and    * ZBNKDSR1
033200* label/value detail lines                                      * ZBNKDSR1
033300***************************************************************** ZBNKDSR1
033400 01  WS-REPORT-LINES.                                             ZBNKDSR1
033500   05  WS-RPT1.                                                   ZBNKDSR1
033600     10  WS-RPT1-CC                          PIC X(1)             ZBNKDSR1
033700         VALUE '1'.                                               ZBNKDSR1
033800     10  FILLER                              PIC X(10)            ZBNKDSR1
033900         VALUE SPACES.                                            ZBNKDSR1
034000     10  WS-RPT1-HEAD                        PIC X(40)            ZBNKDSR1
034100         VALUE 'Data Held on Customer - Subject Access'.          ZBNKDSR1
034200     10  FILLER                              PIC X(5)             ZBNKDSR1
034300         VALUE 'PID '.                                            ZBNKDSR1
034400     10  WS-RPT1-PID                         PIC X(10).           ZBNKDSR1
034500     10  WS-RPT1-DATE                        PIC X(19).           ZBNKDSR1
034600   05  WS-RPT2.                                                   ZBNKDSR1
034700     10  WS-RPT2-CC                          PIC X(1)             ZBNKDSR1
034800         VALUE '0'.                                               ZBNKDSR1
034900     10  WS-RPT2-HEAD                        PIC X(60).           ZBNKDSR1
035000   05  WS-RPT3.                                                   ZBNKDSR1
035100     10  WS-RPT3-CC                          PIC X(1)             ZBNKDSR1
035200         VALUE ' '.                                               ZBNKDSR1
035300     10  FILLER                              PIC X(2)             ZBNKDSR1
035400         VALUE SPACES.                                            ZBNKDSR1
035500     10  WS-RPT3-LABEL                       PIC X(22).           ZBNKDSR1
035600     10  WS-RPT3-TEXT                        PIC X(96).           ZBNKDSR1
035700   05  WS-RPT4.                                                   ZBNKDSR1
035800     10  WS-RPT4-CC                          PIC X(1)             ZBNKDSR1
035900         VALUE ' '.                                               ZBNKDSR1
036000     10  WS-RPT4-DESC                        PIC X(30).           ZBNKDSR1
036100     10  WS-RPT4-COUNT                       PIC ZZZZZZ9.         ZBNKDSR1
036200                                                                  ZBNKDSR1
036300 LINKAGE SECTION.                                                 ZBNKDSR1
036400 01  LK-EXEC-PARM.                                                ZBNKDSR1
036500   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKDSR1
036600   05  LK-EXEC-PARM-DATA                     PIC X(12).           ZBNKDSR1
036700                                                                  ZBNKDSR1
036800 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKDSR1
036900                                                                  ZBNKDSR1
037000     PERFORM RUN-TIME.                                            ZBNKDSR1
037100                                                                  ZBNKDSR1
037200     MOVE 'Data-subject access run starting'                      ZBNKDSR1
037300       TO WS-CONSOLE-MESSAGE.                                     ZBNKDSR1
037400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKDSR1
037500                                                                  ZBNKDSR1
037600 COPY CTSTAMPP.                                                   ZBNKDSR1
037700                                                                  ZBNKDSR1
037800     MOVE WS-TS-DATE TO WS-TODAY.                                 ZBNKDSR1
037900                                                                  ZBNKDSR1
038000     PERFORM OPEN-FILES.                                          ZBNKDSR1
038100                                                                  ZBNKDSR1
038200     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKDSR1
038300        READ PIDLIST-FILE                                         ZBNKDSR1
038400        IF WS-PIDLIST-STATUS IS NOT EQUAL TO '00'                 ZBNKDSR1
038500           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKDSR1
038600        ELSE                                                      ZBNKDSR1
038700           MOVE PIDLIST-REC (1:5) TO WS-PID                       ZBNKDSR1
038800           IF WS-PID IS NOT EQUAL TO SPACES                       ZBNKDSR1
038900              ADD 1 TO WS-PIDS-READ                               ZBNKDSR1
039000              PERFORM REPORT-ONE-PID THRU                         ZBNKDSR1
039100                      REPORT-ONE-PID-EXIT                         ZBNKDSR1
039200           END-IF                                                 ZBNKDSR1
039300        END-IF                                                    ZBNKDSR1
039400     END-PERFORM.                                                 ZBNKDSR1
039500                                                                  ZBNKDSR1
039600     PERFORM PRINT-RUN-TOTALS.                                    ZBNKDSR1
039700     PERFORM CLOSE-FILES.                                         ZBNKDSR1
039800                                                                  ZBNKDSR1
039900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKDSR1
040000     STRING WS-PIDS-REPORTED DELIMITED BY SIZE                    ZBNKDSR1
040100            ' reported, ' DELIMITED BY SIZE                       ZBNKDSR1
040200            WS-PIDS-NOT-FOUND DELIMITED BY SIZE                   ZBNKDSR1
040300            ' not on file' DELIMITED BY SIZE                      ZBNKDSR1
040400       INTO WS-CONSOLE-MESSAGE.                                   ZBNKDSR1
040500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKDSR1
040600     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKDSR1
040700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKDSR1
040800                                                                  ZBNKDSR1
040900     PERFORM RUN-TIME.                                            ZBNKDSR1
041000                                                                  ZBNKDSR1
041100     MOVE 0 TO RETURN-CODE.                                       ZBNKDSR1
041200                                                                  ZBNKDSR1
041300     GOBACK.                                                      ZBNKDSR1
041400                                                                  ZBNKDSR1
041500***************************************************************** ZBNKDSR1
041600* One PID - a page of its own, then each file in turn           * ZBNKDSR1
041700***************************************************************** ZBNKDSR1
041800 REPORT-ONE-PID.                                                  ZBNKDSR1
041900     MOVE ZERO TO WS-ITEMS-LISTED.                                ZBNKDSR1
042000     MOVE ZERO TO WS-ITEMS-WITHHELD.                              ZBNKDSR1
042100     MOVE WS-PID TO WS-RPT1-PID.                                  ZBNKDSR1
042200     MOVE WS-TODAY TO WS-PRINT-DATE.                              ZBNKDSR1
042300     MOVE WS-PRINTED-DATE TO WS-RPT1-DATE.                        ZBNKDSR1
042400     MOVE WS-RPT1 TO PRINTOUT-REC.                                ZBNKDSR1
042500     PERFORM PRINTOUT-PUT.                                        ZBNKDSR1
042600                                                                  ZBNKDSR1
042700     MOVE WS-PID TO BCS-REC-PID.                                  ZBNKDSR1
042800     READ BNKCUST-FILE.                                           ZBNKDSR1
042900     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKDSR1
043000        ADD 1 TO WS-PIDS-NOT-FOUND                                ZBNKDSR1
043100        MOVE 'No customer record is held for this PID'            ZBNKDSR1
043200          TO WS-RPT2-HEAD                                         ZBNKDSR1
043300        MOVE WS-RPT2 TO PRINTOUT-REC                              ZBNKDSR1
043400        PERFORM PRINTOUT-PUT                                      ZBNKDSR1
043500        GO TO REPORT-ONE-PID-EXIT                                 ZBNKDSR1
043600     END-IF.                                                      ZBNKDSR1
043700     ADD 1 TO WS-PIDS-REPORTED.                                   ZBNKDSR1
043800                                                                  ZBNKDSR1
043900     PERFORM REPORT-CUSTOMER.                                     ZBNKDSR1
044000     PERFORM REPORT-ACCOUNTS THRU                                 ZBNKDSR1
044050             REPORT-ACCOUNTS-EXIT.                                ZBNKDSR1
044100     PERFORM REPORT-CUSTOMER-POSTINGS.                            ZBNKDSR1
044200     PERFORM REPORT-BENEFICIARIES THRU                            ZBNKDSR1
044250             REPORT-BENEFICIARIES-EXIT.                           ZBNKDSR1
044300     PERFORM REPORT-INTERACTIONS THRU                             ZBNKDSR1
044350             REPORT-INTERACTIONS-EXIT.                            ZBNKDSR1
044400     PERFORM REPORT-MESSAGES THRU                                 ZBNKDSR1
044450             REPORT-MESSAGES-EXIT.                                ZBNKDSR1
044500     PERFORM REPORT-ALERT-PREFS THRU                              ZBNKDSR1
044550             REPORT-ALERT-PREFS-EXIT.                             ZBNKDSR1
044600     PERFORM REPORT-CARDS THRU                                    ZBNKDSR1
044650             REPORT-CARDS-EXIT.                                   ZBNKDSR1
044700     PERFORM REPORT-LOANS THRU                                    ZBNKDSR1
044750             REPORT-LOANS-EXIT.                                   ZBNKDSR1
044800     PERFORM REPORT-HOUSEHOLD THRU                                ZBNKDSR1
044850             REPORT-HOUSEHOLD-EXIT.                               ZBNKDSR1
044900     PERFORM REPORT-SIGNER-ROLES THRU                             ZBNKDSR1
044950             REPORT-SIGNER-ROLES-EXIT.                            ZBNKDSR1
045000                                                                  ZBNKDSR1
045100     MOVE 'Summary' TO WS-RPT2-HEAD.                              ZBNKDSR1
045200     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKDSR1
045300     PERFORM PRINTOUT-PUT.                                        ZBNKDSR1
045400     MOVE 'Items listed' TO WS-RPT4-DESC.                         ZBNKDSR1
045500     MOVE WS-ITEMS-LISTED TO WS-RPT4-COUNT.                       ZBNKDSR1
045600     MOVE WS-RPT4 TO PRINTOUT-REC.                                ZBNKDSR1
045700     PERFORM PRINTOUT-PUT.                                        ZBNKDSR1
045800     MOVE 'Internal items withheld' TO WS-RPT4-DESC.              ZBNKDSR1
045900     MOVE WS-ITEMS-WITHHELD TO WS-RPT4-COUNT.                     ZBNKDSR1
046000     MOVE WS-RPT4 TO PRINTOUT-REC.                                ZBNKDSR1
046100     PERFORM PRINTOUT-PUT.                                        ZBNKDSR1
046200 REPORT-ONE-PID-EXIT.                                             ZBNKDSR1
046300     EXIT.                                                        ZBNKDSR1
046400                                                                  ZBNKDSR1
046500***************************************************************** ZBNKDSR1
046600* The customer record - the PIN is never shown and the SIN is   * ZBNKDSR1
046700* masked to its last four digits                                * ZBNKDSR1
046800***************************************************************** ZBNKDSR1
046900 REPORT-CUSTOMER.                                                 ZBNKDSR1
047000     MOVE 'Customer details (BNKCUST)' TO WS-RPT2-HEAD.           ZBNKDSR1
047100     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKDSR1
047200     PERFORM PRINTOUT-PUT.                                        ZBNKDSR1
047300     MOVE 'Name' TO WS-RPT3-LABEL.                                ZBNKDSR1
047400     MOVE BCS-REC-NAME TO WS-RPT3-TEXT.                           ZBNKDSR1
047500     PERFORM DETAIL-PUT.                                          ZBNKDSR1
047600     MOVE 'Address' TO WS-RPT3-LABEL.                             ZBNKDSR1
047700     MOVE SPACES TO WS-RPT3-TEXT.                                 ZBNKDSR1
047800     STRING BCS-REC-ADDR1 DELIMITED BY SIZE                       ZBNKDSR1
047900            ' ' DELIMITED BY SIZE                                 ZBNKDSR1
048000            BCS-REC-ADDR2 DELIMITED BY SIZE                       ZBNKDSR1
048100       INTO WS-RPT3-TEXT.                                         ZBNKDSR1
048200     PERFORM DETAIL-PUT.                                          ZBNKDSR1
048300     MOVE 'State/country/post code' TO WS-RPT3-LABEL.             ZBNKDSR1
048400     MOVE SPACES TO WS-RPT3-TEXT.                                 ZBNKDSR1
048500     STRING BCS-REC-STATE DELIMITED BY SIZE                       ZBNKDSR1
048600            ' ' DELIMITED BY SIZE                                 ZBNKDSR1
048700            BCS-REC-CNTRY DELIMITED BY SIZE                       ZBNKDSR1
048800            ' ' DELIMITED BY SIZE                                 ZBNKDSR1
048900            BCS-REC-POST-CODE DELIMITED BY SIZE                   ZBNKDSR1
049000       INTO WS-RPT3-TEXT.                                         ZBNKDSR1
049100     PERFORM DETAIL-PUT.                                          ZBNKDSR1
049200     MOVE 'Telephone' TO WS-RPT3-LABEL.                           ZBNKDSR1
049300     MOVE BCS-REC-TEL TO WS-RPT3-TEXT.                            ZBNKDSR1
049400     PERFORM DETAIL-PUT.                                          ZBNKDSR1
049500     MOVE 'Email' TO WS-RPT3-LABEL.                               ZBNKDSR1
049600     MOVE BCS-REC-EMAIL TO WS-RPT3-TEXT.                          ZBNKDSR1
049700     PERFORM DETAIL-PUT.                                          ZBNKDSR1
049800     MOVE 'Tax id (SIN)' TO WS-RPT3-LABEL.                        ZBNKDSR1
049900     MOVE SPACES TO WS-RPT3-TEXT.                                 ZBNKDSR1
050000     STRING '*****' DELIMITED BY SIZE                             ZBNKDSR1
050100            BCS-REC-SIN (6:4) DELIMITED BY SIZE                   ZBNKDSR1
050200       INTO WS-RPT3-TEXT.                                         ZBNKDSR1
050300     PERFORM DETAIL-PUT.                                          ZBNKDSR1
050400     MOVE 'Mail/email consent' TO WS-RPT3-LABEL.                  ZBNKDSR1
050500     MOVE SPACES TO WS-RPT3-TEXT.                                 ZBNKDSR1
050600     STRING 'Post ' DELIMITED BY SIZE                             ZBNKDSR1
050700            BCS-REC-SEND-MAIL DELIMITED BY SIZE                   ZBNKDSR1
050800            '  Email ' DELIMITED BY SIZE                          ZBNKDSR1
050900            BCS-REC-SEND-EMAIL DELIMITED BY SIZE                  ZBNKDSR1
051000       INTO WS-RPT3-TEXT.                                         ZBNKDSR1
051100     PERFORM DETAIL-PUT.                                          ZBNKDSR1
051200     MOVE 'ATM PIN' TO WS-RPT3-LABEL.                             ZBNKDSR1
051300     MOVE 'Held - never disclosed' TO WS-RPT3-TEXT.               ZBNKDSR1
051400     PERFORM DETAIL-PUT.                                          ZBNKDSR1
051500     MOVE 'Next KYC review' TO WS-RPT3-LABEL.                     ZBNKDSR1
051600     MOVE BCS-REC-KYC-REVIEW-DTE TO WS-RPT3-TEXT.                 ZBNKDSR1
051700     PERFORM DETAIL-PUT.                                          ZBNKDSR1
051800     MOVE 'Backup withholding' TO WS-RPT3-LABEL.                  ZBNKDSR1
051900     MOVE BCS-REC-WHT-RATE TO WS-ED-RATE.                         ZBNKDSR1
052000     MOVE SPACES TO WS-RPT3-TEXT.                                 ZBNKDSR1
052100     STRING 'Flag ' DELIMITED BY SIZE                             ZBNKDSR1
052200            BCS-REC-WHT-FLAG DELIMITED BY SIZE                    ZBNKDSR1
052300            '  Rate ' DELIMITED BY SIZE                           ZBNKDSR1
052400            WS-ED-RATE DELIMITED BY SIZE                          ZBNKDSR1
052500            '  Certification ' DELIMITED BY SIZE                  ZBNKDSR1
052600            BCS-REC-WHT-CERT-STATUS DELIMITED BY SIZE             ZBNKDSR1
052700       INTO WS-RPT3-TEXT.                                         ZBNKDSR1
052800     PERFORM DETAIL-PUT.                                          ZBNKDSR1
052900                                                                  ZBNKDSR1
053000***************************************************************** ZBNKDSR1
053100* Every account the customer owns, each followed by its live    * ZBNKDSR1
053200* and archived transaction history                              * ZBNKDSR1
053300***************************************************************** ZBNKDSR1
053400 REPORT-ACCOUNTS.                                                 ZBNKDSR1
053500     MOVE 'Accounts and transactions (BNKACC, BNKTXN, BNKTXNA)'   ZBNKDSR1
053600       TO WS-RPT2-HEAD.                                           ZBNKDSR1
053700     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKDSR1
053800     PERFORM PRINTOUT-PUT.                                        ZBNKDSR1
053900     MOVE WS-PID TO BAC-REC-PID.                                  ZBNKDSR1
054000     START BNKACC-FILE KEY IS NOT LESS THAN BAC-REC-PID.          ZBNKDSR1
054100     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKDSR1
054200        GO TO REPORT-ACCOUNTS-EXIT                                ZBNKDSR1
054300     END-IF.                                                      ZBNKDSR1
054400     MOVE 'NO ' TO WS-SCAN-END.                                   ZBNKDSR1
054500     PERFORM UNTIL WS-SCAN-END IS EQUAL TO 'YES'                  ZBNKDSR1
054600        READ BNKACC-FILE NEXT RECORD                              ZBNKDSR1
054700        IF WS-BNKACC-STATUS IS NOT EQUAL TO '00' AND              ZBNKDSR1
054800           WS-BNKACC-STATUS IS NOT EQUAL TO '02'                  ZBNKDSR1
054900           MOVE 'YES' TO WS-SCAN-END                              ZBNKDSR1
055000        ELSE                                                      ZBNKDSR1
055100           IF BAC-REC-PID IS NOT EQUAL TO WS-PID                  ZBNKDSR1
055200              MOVE 'YES' TO WS-SCAN-END                           ZBNKDSR1
055300           ELSE                                                   ZBNKDSR1
055400              PERFORM REPORT-ONE-ACCOUNT                          ZBNKDSR1
055500           END-IF                                                 ZBNKDSR1
055600        END-IF                                                    ZBNKDSR1
055700     END-PERFORM.                                                 ZBNKDSR1
055800 REPORT-ACCOUNTS-EXIT.                                            ZBNKDSR1
055900     EXIT.                                                        ZBNKDSR1
056000                                                                  ZBNKDSR1
056100 REPORT-ONE-ACCOUNT.                                              ZBNKDSR1
056200     MOVE 'Account' TO WS-RPT3-LABEL.                             ZBNKDSR1
056300     MOVE BAC-REC-BALANCE TO WS-ED-AMOUNT.                        ZBNKDSR1
056400     MOVE BAC-REC-OD-LIMIT TO WS-ED-AMOUNT2.                      ZBNKDSR1
056500     MOVE SPACES TO WS-RPT3-TEXT.                                 ZBNKDSR1
056600     STRING BAC-REC-ACCNO DELIMITED BY SIZE                       ZBNKDSR1
056700            '  Type ' DELIMITED BY SIZE                           ZBNKDSR1
056800            BAC-REC-TYPE DELIMITED BY SIZE                        ZBNKDSR1
056900            '  Status ' DELIMITED BY SIZE                         ZBNKDSR1
057000            BAC-REC-STATUS DELIMITED BY SIZE                      ZBNKDSR1
057100            ' ' DELIMITED BY SIZE                                 ZBNKDSR1
057200            BAC-REC-STATUS-DTE DELIMITED BY SIZE                  ZBNKDSR1
057300            '  Balance ' DELIMITED BY SIZE                        ZBNKDSR1
057400            WS-ED-AMOUNT DELIMITED BY SIZE                        ZBNKDSR1
057500            ' ' DELIMITED BY SIZE                                 ZBNKDSR1
057600            BAC-REC-CURR-CODE DELIMITED BY SIZE                   ZBNKDSR1
057700            '  Overdraft ' DELIMITED BY SIZE                      ZBNKDSR1
057800            WS-ED-AMOUNT2 DELIMITED BY SIZE                       ZBNKDSR1
057900       INTO WS-RPT3-TEXT.                                         ZBNKDSR1
058000     PERFORM DETAIL-PUT.                                          ZBNKDSR1
058100     IF BAC-REC-JOINT-PID IS NOT EQUAL TO SPACES                  ZBNKDSR1
058200        MOVE '  Joint holder' TO WS-RPT3-LABEL                    ZBNKDSR1
058300        MOVE BAC-REC-JOINT-PID TO WS-RPT3-TEXT                    ZBNKDSR1
058400        PERFORM DETAIL-PUT                                        ZBNKDSR1
058500     END-IF.                                                      ZBNKDSR1
058600     MOVE BAC-REC-ACCNO TO WS-ACCNO.                              ZBNKDSR1
058700     PERFORM REPORT-LIVE-HISTORY.                                 ZBNKDSR1
058800     PERFORM REPORT-ARCHIVE-HISTORY THRU                          ZBNKDSR1
058850             REPORT-ARCHIVE-HISTORY-EXIT.                         ZBNKDSR1
058900     MOVE BAC-REC-ACCNO TO WS-ACCNO.                              ZBNKDSR1
059000                                                                  ZBNKDSR1
059100***************************************************************** ZBNKDSR1
059200* Live history for WS-ACCNO in BTX-REC-ALTKEY1 order            * ZBNKDSR1
059300***************************************************************** ZBNKDSR1
059400 REPORT-LIVE-HISTORY.                                             ZBNKDSR1
059500     MOVE WS-ACCNO TO BTX-REC-ACCNO.                              ZBNKDSR1
059600     MOVE LOW-VALUES TO BTX-REC-TIMESTAMP.                        ZBNKDSR1
059700     START BNKTXN-FILE KEY IS GREATER THAN OR EQUAL               ZBNKDSR1
059800           BTX-REC-ALTKEY1.                                       ZBNKDSR1
059900     MOVE 'NO ' TO WS-TXN-SCAN-END.                               ZBNKDSR1
060000     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKDSR1
060100        MOVE 'YES' TO WS-TXN-SCAN-END                             ZBNKDSR1
060200     END-IF.                                                      ZBNKDSR1
060300     PERFORM UNTIL WS-TXN-SCAN-END IS EQUAL TO 'YES'              ZBNKDSR1
060400        READ BNKTXN-FILE NEXT RECORD                              ZBNKDSR1
060500        IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00' AND              ZBNKDSR1
060600           WS-BNKTXN-STATUS IS NOT EQUAL TO '02'                  ZBNKDSR1
060700           MOVE 'YES' TO WS-TXN-SCAN-END                          ZBNKDSR1
060800        ELSE                                                      ZBNKDSR1
060900           IF BTX-REC-ACCNO IS NOT EQUAL TO WS-ACCNO              ZBNKDSR1
061000              MOVE 'YES' TO WS-TXN-SCAN-END                       ZBNKDSR1
061100           ELSE                                                   ZBNKDSR1
061200              PERFORM PRINT-TXN-LINE THRU                         ZBNKDSR1
061300                      PRINT-TXN-LINE-EXIT                         ZBNKDSR1
061400           END-IF                                                 ZBNKDSR1
061500        END-IF                                                    ZBNKDSR1
061600     END-PERFORM.                                                 ZBNKDSR1
061700                                                                  ZBNKDSR1
061800***************************************************************** ZBNKDSR1
061900* Archived history for WS-ACCNO - the archive rows are BNKTXN   * ZBNKDSR1
062000* rows moved across by ZBNKARC1, so they print the same way     * ZBNKDSR1
062100***************************************************************** ZBNKDSR1
062200 REPORT-ARCHIVE-HISTORY.                                          ZBNKDSR1
062300     IF WS-TXNA-PRESENT IS NOT EQUAL TO 'Y'                       ZBNKDSR1
062400        GO TO REPORT-ARCHIVE-HISTORY-EXIT                         ZBNKDSR1
062500     END-IF.                                                      ZBNKDSR1
062600     MOVE WS-ACCNO TO ARC-REC-ACCNO.                              ZBNKDSR1
062700     MOVE LOW-VALUES TO ARC-REC-TIMESTAMP.                        ZBNKDSR1
062800     START BNKTXNA-FILE KEY IS GREATER THAN OR EQUAL              ZBNKDSR1
062900           ARC-REC-ALTKEY1.                                       ZBNKDSR1
063000     MOVE 'NO ' TO WS-TXN-SCAN-END.                               ZBNKDSR1
063100     IF WS-BNKTXNA-STATUS IS NOT EQUAL TO '00'                    ZBNKDSR1
063200        MOVE 'YES' TO WS-TXN-SCAN-END                             ZBNKDSR1
063300     END-IF.                                                      ZBNKDSR1
063400     PERFORM UNTIL WS-TXN-SCAN-END IS EQUAL TO 'YES'              ZBNKDSR1
063500        READ BNKTXNA-FILE NEXT RECORD                             ZBNKDSR1
063600        IF WS-BNKTXNA-STATUS IS NOT EQUAL TO '00' AND             ZBNKDSR1
063700           WS-BNKTXNA-STATUS IS NOT EQUAL TO '02'                 ZBNKDSR1
063800           MOVE 'YES' TO WS-TXN-SCAN-END                          ZBNKDSR1
063900        ELSE                                                      ZBNKDSR1
064000           IF ARC-REC-ACCNO IS NOT EQUAL TO WS-ACCNO              ZBNKDSR1
064100              MOVE 'YES' TO WS-TXN-SCAN-END                       ZBNKDSR1
064200           ELSE                                                   ZBNKDSR1
064300              MOVE ARC-RECORD TO BTX-RECORD                       ZBNKDSR1
064400              PERFORM PRINT-TXN-LINE THRU                         ZBNKDSR1
064500                      PRINT-TXN-LINE-EXIT                         ZBNKDSR1
064600           END-IF                                                 ZBNKDSR1
064700        END-IF                                                    ZBNKDSR1
064800     END-PERFORM.                                                 ZBNKDSR1
064900 REPORT-ARCHIVE-HISTORY-EXIT.                                     ZBNKDSR1
065000     EXIT.                                                        ZBNKDSR1
065100                                                                  ZBNKDSR1
065200***************************************************************** ZBNKDSR1
065300* Postings held against the customer rather than an account -   * ZBNKDSR1
065400* contact detail changes and maintenance audit entries - sit    * ZBNKDSR1
065500* under a blank account number on ALTKEY1                       * ZBNKDSR1
065600***************************************************************** ZBNKDSR1
065700 REPORT-CUSTOMER-POSTINGS.                                        ZBNKDSR1
065800     MOVE 'Changes to your details (BNKTXN)' TO WS-RPT2-HEAD.     ZBNKDSR1
065900     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKDSR1
066000     PERFORM PRINTOUT-PUT.                                        ZBNKDSR1
066100     MOVE SPACES TO WS-ACCNO.                                     ZBNKDSR1
066200     MOVE SPACES TO BTX-REC-ACCNO.                                ZBNKDSR1
066300     MOVE LOW-VALUES TO BTX-REC-TIMESTAMP.                        ZBNKDSR1
066400     START BNKTXN-FILE KEY IS GREATER THAN OR EQUAL               ZBNKDSR1
066500           BTX-REC-ALTKEY1.                                       ZBNKDSR1
066600     MOVE 'NO ' TO WS-TXN-SCAN-END.                               ZBNKDSR1
066700     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKDSR1
066800        MOVE 'YES' TO WS-TXN-SCAN-END                             ZBNKDSR1
066900     END-IF.                                                      ZBNKDSR1
067000     PERFORM UNTIL WS-TXN-SCAN-END IS EQUAL TO 'YES'              ZBNKDSR1
067100        READ BNKTXN-FILE NEXT RECORD                              ZBNKDSR1
067200        IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00' AND              ZBNKDSR1
067300           WS-BNKTXN-STATUS IS NOT EQUAL TO '02'                  ZBNKDSR1
067400           MOVE 'YES' TO WS-TXN-SCAN-END                          ZBNKDSR1
067500        ELSE                                                      ZBNKDSR1
067600           IF BTX-REC-ACCNO IS NOT EQUAL TO SPACES                ZBNKDSR1
067700              MOVE 'YES' TO WS-TXN-SCAN-END                       ZBNKDSR1
067800           ELSE                                                   ZBNKDSR1
067900              IF BTX-REC-PID IS EQUAL TO WS-PID                   ZBNKDSR1
068000                 PERFORM PRINT-TXN-LINE THRU                      ZBNKDSR1
068100                         PRINT-TXN-LINE-EXIT                      ZBNKDSR1
068200              END-IF                                              ZBNKDSR1
068300           END-IF                                                 ZBNKDSR1
068400        END-IF                                                    ZBNKDSR1
068500     END-PERFORM.                                                 ZBNKDSR1
068600                                                                  ZBNKDSR1
068700***************************************************************** ZBNKDSR1
068800* One posting.  Maintenance audit postings carry staff user ids * ZBNKDSR1
068900* and internal case references, so only the fact that one was   * ZBNKDSR1
069000* made is disclosed.                                            * ZBNKDSR1
069100***************************************************************** ZBNKDSR1
069200 PRINT-TXN-LINE.                                                  ZBNKDSR1
069300     MOVE BTX-REC-TIMESTAMP (1:19) TO WS-RPT3-LABEL.              ZBNKDSR1
069400     IF BTX-REC-TYPE IS EQUAL TO 'M'                              ZBNKDSR1
069500        ADD 1 TO WS-ITEMS-WITHHELD                                ZBNKDSR1
069600        MOVE 'Internal record maintenance - details withheld'     ZBNKDSR1
069700          TO WS-RPT3-TEXT                                         ZBNKDSR1
069800        PERFORM DETAIL-PUT                                        ZBNKDSR1
069900        GO TO PRINT-TXN-LINE-EXIT                                 ZBNKDSR1
070000     END-IF.                                                      ZBNKDSR1
070100     MOVE SPACES TO TXN-DATA.                                     ZBNKDSR1
070200     MOVE BTX-REC-TYPE TO TXN-TYPE.                               ZBNKDSR1
070300     MOVE BTX-REC-DATA-OLD TO TXN-DATA-OLD.                       ZBNKDSR1
070400     MOVE BTX-REC-DATA-NEW TO TXN-DATA-NEW.                       ZBNKDSR1
070500     PERFORM SET-TXN-TYPE-NAME.                                   ZBNKDSR1
070600     IF TXN-CHANGE-CONTACT-INFO                                   ZBNKDSR1
070700        MOVE SPACES TO WS-RPT3-TEXT                               ZBNKDSR1
070800        STRING WS-TXN-TYPE-NAME DELIMITED BY SIZE                 ZBNKDSR1
070900               ' from ' DELIMITED BY SIZE                         ZBNKDSR1
071000               TXN-T2-OLD-ADDR1 DELIMITED BY SIZE                 ZBNKDSR1
071100               ' ' DELIMITED BY SIZE                              ZBNKDSR1
071200               TXN-T2-OLD-PSTCDE DELIMITED BY SIZE                ZBNKDSR1
071300               ' ' DELIMITED BY SIZE                              ZBNKDSR1
071400               TXN-T2-OLD-TELNO DELIMITED BY SIZE                 ZBNKDSR1
071500          INTO WS-RPT3-TEXT                                       ZBNKDSR1
071600        PERFORM DETAIL-PUT                                        ZBNKDSR1
071700        MOVE SPACES TO WS-RPT3-LABEL                              ZBNKDSR1
071800        MOVE SPACES TO WS-RPT3-TEXT                               ZBNKDSR1
071900        STRING '  to ' DELIMITED BY SIZE                          ZBNKDSR1
072000               TXN-T2-NEW-ADDR1 DELIMITED BY SIZE                 ZBNKDSR1
072100               ' ' DELIMITED BY SIZE                              ZBNKDSR1
072200               TXN-T2-NEW-PSTCDE DELIMITED BY SIZE                ZBNKDSR1
072300               ' ' DELIMITED BY SIZE                              ZBNKDSR1
072400               TXN-T2-NEW-TELNO DELIMITED BY SIZE                 ZBNKDSR1
072500               ' ' DELIMITED BY SIZE                              ZBNKDSR1
072600               TXN-T2-NEW-EMAIL DELIMITED BY SIZE                 ZBNKDSR1
072700          INTO WS-RPT3-TEXT                                       ZBNKDSR1
072800        PERFORM PRINT-DETAIL-LINE                                 ZBNKDSR1
072900        GO TO PRINT-TXN-LINE-EXIT                                 ZBNKDSR1
073000     END-IF.                                                      ZBNKDSR1
073100     MOVE BTX-REC-AMOUNT TO WS-ED-AMOUNT.                         ZBNKDSR1
073200     MOVE SPACES TO WS-RPT3-TEXT.                                 ZBNKDSR1
073300     STRING WS-TXN-TYPE-NAME DELIMITED BY SIZE                    ZBNKDSR1
073400            WS-ED-AMOUNT DELIMITED BY SIZE                        ZBNKDSR1
073500            '  ' DELIMITED BY SIZE                                ZBNKDSR1
073600            TXN-T1-OLD-DESC DELIMITED BY SIZE                     ZBNKDSR1
073700       INTO WS-RPT3-TEXT.                                         ZBNKDSR1
073800     PERFORM DETAIL-PUT.                                          ZBNKDSR1
073900 PRINT-TXN-LINE-EXIT.                                             ZBNKDSR1
074000     EXIT.                                                        ZBNKDSR1
074100                                                                  ZBNKDSR1
074200***************************************************************** ZBNKDSR1
074300* A readable name for the posting type                          * ZBNKDSR1
074400***************************************************************** ZBNKDSR1
074500 SET-TXN-TYPE-NAME.                                               ZBNKDSR1
074600     EVALUATE TRUE                                                ZBNKDSR1
074700       WHEN TXN-TRANSFER-MONEY                                    ZBNKDSR1
074800         MOVE 'Transfer' TO WS-TXN-TYPE-NAME                      ZBNKDSR1
074900       WHEN TXN-CHANGE-CONTACT-INFO                               ZBNKDSR1
075000         MOVE 'Contact details change' TO WS-TXN-TYPE-NAME        ZBNKDSR1
075100       WHEN TXN-INTEREST-ACCRUAL                                  ZBNKDSR1
075200         MOVE 'Interest' TO WS-TXN-TYPE-NAME                      ZBNKDSR1
075300       WHEN TXN-OVERDRAFT-FEE                                     ZBNKDSR1
075400         MOVE 'Overdraft fee' TO WS-TXN-TYPE-NAME                 ZBNKDSR1
075500       WHEN TXN-DORMANCY-MARKED                                   ZBNKDSR1
075600         MOVE 'Marked dormant' TO WS-TXN-TYPE-NAME                ZBNKDSR1
075700       WHEN TXN-DORMANT-FEE                                       ZBNKDSR1
075800         MOVE 'Dormancy fee' TO WS-TXN-TYPE-NAME                  ZBNKDSR1
075900       WHEN TXN-DORMANT-CLOSURE                                   ZBNKDSR1
076000         MOVE 'Dormancy closure' TO WS-TXN-TYPE-NAME              ZBNKDSR1
076100       WHEN TXN-ACCOUNT-OPENED                                    ZBNKDSR1
076200         MOVE 'Account opened' TO WS-TXN-TYPE-NAME                ZBNKDSR1
076300       WHEN TXN-TELLER-CASH                                       ZBNKDSR1
076400         MOVE 'Branch cash' TO WS-TXN-TYPE-NAME                   ZBNKDSR1
076500       WHEN TXN-ATM-DEPOSIT                                       ZBNKDSR1
076600         MOVE 'ATM deposit' TO WS-TXN-TYPE-NAME                   ZBNKDSR1
076700       WHEN TXN-BILL-PAYMENT                                      ZBNKDSR1
076800         MOVE 'Bill payment' TO WS-TXN-TYPE-NAME                  ZBNKDSR1
076900       WHEN TXN-LOAN-PAYMENT                                      ZBNKDSR1
077000         MOVE 'Loan payment' TO WS-TXN-TYPE-NAME                  ZBNKDSR1
077100       WHEN TXN-OD-SWEEP                                          ZBNKDSR1
077200         MOVE 'Sweep' TO WS-TXN-TYPE-NAME                         ZBNKDSR1
077300       WHEN TXN-SERVICE-FEE                                       ZBNKDSR1
077400         MOVE 'Service fee' TO WS-TXN-TYPE-NAME                   ZBNKDSR1
077500       WHEN TXN-DISPUTE                                           ZBNKDSR1
077600         MOVE 'Dispute' TO WS-TXN-TYPE-NAME                       ZBNKDSR1
077700       WHEN TXN-CHEQUE-PAID                                       ZBNKDSR1
077800         MOVE 'Cheque' TO WS-TXN-TYPE-NAME                        ZBNKDSR1
077900       WHEN TXN-WIRE-TRANSFER                                     ZBNKDSR1
078000         MOVE 'Wire transfer' TO WS-TXN-TYPE-NAME                 ZBNKDSR1
078100       WHEN TXN-POS-DEBIT                                         ZBNKDSR1
078200         MOVE 'Card purchase' TO WS-TXN-TYPE-NAME                 ZBNKDSR1
078300       WHEN TXN-API-PAYMENT                                       ZBNKDSR1
078400         MOVE 'Online payment' TO WS-TXN-TYPE-NAME                ZBNKDSR1
078500       WHEN TXN-LOAN-CHARGE-OFF                                   ZBNKDSR1
078600         MOVE 'Loan charged off' TO WS-TXN-TYPE-NAME              ZBNKDSR1
078700       WHEN TXN-LOAN-RECOVERY                                     ZBNKDSR1
078800         MOVE 'Loan recovery' TO WS-TXN-TYPE-NAME                 ZBNKDSR1
078900       WHEN TXN-ESCHEATED                                         ZBNKDSR1
079000         MOVE 'Unclaimed funds' TO WS-TXN-TYPE-NAME               ZBNKDSR1
079100       WHEN TXN-ESTATE-RELEASE                                    ZBNKDSR1
079200         MOVE 'Estate release' TO WS-TXN-TYPE-NAME                ZBNKDSR1
079300       WHEN OTHER                                                 ZBNKDSR1
079400         MOVE SPACES TO WS-TXN-TYPE-NAME                          ZBNKDSR1
079500         STRING 'Posting type ' DELIMITED BY SIZE                 ZBNKDSR1
079600                TXN-TYPE DELIMITED BY SIZE                        ZBNKDSR1
079700           INTO WS-TXN-TYPE-NAME                                  ZBNKDSR1
079800     END-EVALUATE.                                                ZBNKDSR1
079900                                                                  ZBNKDSR1
080000***************************************************************** ZBNKDSR1
080100* Beneficiaries and next of kin recorded against the customer   * ZBNKDSR1
080200***************************************************************** ZBNKDSR1
080300 REPORT-BENEFICIARIES.                                            ZBNKDSR1
080400     MOVE 'Beneficiaries and next of kin (BNKBENE)'               ZBNKDSR1
080500       TO WS-RPT2-HEAD.                                           ZBNKDSR1
080600     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKDSR1
080700     PERFORM PRINTOUT-PUT.                                        ZBNKDSR1
080800     IF WS-BENE-PRESENT IS NOT EQUAL TO 'Y'                       ZBNKDSR1
080900        GO TO REPORT-BENEFICIARIES-EXIT                           ZBNKDSR1
081000     END-IF.                                                      ZBNKDSR1
081100     MOVE WS-PID TO BEN-REC-PID.                                  ZBNKDSR1
081200     MOVE ZERO TO BEN-REC-SEQ.                                    ZBNKDSR1
081300     START BNKBENE-FILE KEY GREATER THAN BEN-KEY.                 ZBNKDSR1
081400     IF WS-BNKBENE-STATUS IS NOT EQUAL TO '00'                    ZBNKDSR1
081500        GO TO REPORT-BENEFICIARIES-EXIT                           ZBNKDSR1
081600     END-IF.                                                      ZBNKDSR1
081700     MOVE 'NO ' TO WS-SCAN-END.                                   ZBNKDSR1
081800     PERFORM UNTIL WS-SCAN-END IS EQUAL TO 'YES'                  ZBNKDSR1
081900        READ BNKBENE-FILE NEXT RECORD                             ZBNKDSR1
082000        IF WS-BNKBENE-STATUS IS NOT EQUAL TO '00'                 ZBNKDSR1
082100           MOVE 'YES' TO WS-SCAN-END                              ZBNKDSR1
082200        ELSE                                                      ZBNKDSR1
082300           IF BEN-REC-PID IS NOT EQUAL TO WS-PID                  ZBNKDSR1
082400              MOVE 'YES' TO WS-SCAN-END                           ZBNKDSR1
082500           ELSE                                                   ZBNKDSR1
082600              IF BEN-TYPE-NEXT-OF-KIN                             ZBNKDSR1
082700                 MOVE 'Next of kin' TO WS-RPT3-LABEL              ZBNKDSR1
082800              ELSE                                                ZBNKDSR1
082900                 MOVE 'Beneficiary' TO WS-RPT3-LABEL              ZBNKDSR1
083000              END-IF                                              ZBNKDSR1
083100              MOVE SPACES TO WS-RPT3-TEXT                         ZBNKDSR1
083200              STRING BEN-REC-NAME DELIMITED BY SIZE               ZBNKDSR1
083300                     ' ' DELIMITED BY SIZE                        ZBNKDSR1
083400                     BEN-REC-RELATIONSHIP DELIMITED BY SIZE       ZBNKDSR1
083500                     ' ' DELIMITED BY SIZE                        ZBNKDSR1
083600                     BEN-REC-PERCENTAGE DELIMITED BY SIZE         ZBNKDSR1
083700                     '% ' DELIMITED BY SIZE                       ZBNKDSR1
083800                     BEN-REC-ADDR1 DELIMITED BY SIZE              ZBNKDSR1
083900                     ' ' DELIMITED BY SIZE                        ZBNKDSR1
084000                     BEN-REC-TELNO DELIMITED BY SIZE              ZBNKDSR1
084100                INTO WS-RPT3-TEXT                                 ZBNKDSR1
084200              PERFORM DETAIL-PUT                                  ZBNKDSR1
084300           END-IF                                                 ZBNKDSR1
084400        END-IF                                                    ZBNKDSR1
084500     END-PERFORM.                                                 ZBNKDSR1
084600 REPORT-BENEFICIARIES-EXIT.                                       ZBNKDSR1
084700     EXIT.                                                        ZBNKDSR1
084800                                                                  ZBNKDSR1
084900***************************************************************** ZBNKDSR1
085000* Contacts with the customer.  The staff user id is never       * ZBNKDSR1
085100* shown, and a note that touches on fraud or suspicious         * ZBNKDSR1
085200* activity is withheld.                                         * ZBNKDSR1
085300***************************************************************** ZBNKDSR1
085400 REPORT-INTERACTIONS.                                             ZBNKDSR1
085500     MOVE 'Contacts with you (BNKINTLG)' TO WS-RPT2-HEAD.         ZBNKDSR1
085600     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKDSR1
085700     PERFORM PRINTOUT-PUT.                                        ZBNKDSR1
085800     IF WS-INTLG-PRESENT IS NOT EQUAL TO 'Y'                      ZBNKDSR1
085900        GO TO REPORT-INTERACTIONS-EXIT                            ZBNKDSR1
086000     END-IF.                                                      ZBNKDSR1
086100     MOVE WS-PID TO INL-REC-PID.                                  ZBNKDSR1
086200     MOVE LOW-VALUES TO INL-REC-TIMESTAMP.                        ZBNKDSR1
086300     START BNKINTLG-FILE KEY GREATER THAN INL-KEY.                ZBNKDSR1
086400     IF WS-BNKINTLG-STATUS IS NOT EQUAL TO '00'                   ZBNKDSR1
086500        GO TO REPORT-INTERACTIONS-EXIT                            ZBNKDSR1
086600     END-IF.                                                      ZBNKDSR1
086700     MOVE 'NO ' TO WS-SCAN-END.                                   ZBNKDSR1
086800     PERFORM UNTIL WS-SCAN-END IS EQUAL TO 'YES'                  ZBNKDSR1
086900        READ BNKINTLG-FILE NEXT RECORD                            ZBNKDSR1
087000        IF WS-BNKINTLG-STATUS IS NOT EQUAL TO '00'                ZBNKDSR1
087100           MOVE 'YES' TO WS-SCAN-END                              ZBNKDSR1
087200        ELSE                                                      ZBNKDSR1
087300           IF INL-REC-PID IS NOT EQUAL TO WS-PID                  ZBNKDSR1
087400              MOVE 'YES' TO WS-SCAN-END                           ZBNKDSR1
087500           ELSE                                                   ZBNKDSR1
087600              PERFORM PRINT-INTERACTION                           ZBNKDSR1
087700           END-IF                                                 ZBNKDSR1
087800        END-IF                                                    ZBNKDSR1
087900     END-PERFORM.                                                 ZBNKDSR1
088000 REPORT-INTERACTIONS-EXIT.                                        ZBNKDSR1
088100     EXIT.                                                        ZBNKDSR1
088200                                                                  ZBNKDSR1
088300 PRINT-INTERACTION.                                               ZBNKDSR1
088400     MOVE SPACES TO IRS-REC-DESC.                                 ZBNKDSR1
088500     IF WS-IRSN-PRESENT IS EQUAL TO 'Y'                           ZBNKDSR1
088600        MOVE INL-REC-REASON-CODE TO IRS-REC-CODE                  ZBNKDSR1
088700        READ BNKIRSN-FILE                                         ZBNKDSR1
088800        IF WS-BNKIRSN-STATUS IS NOT EQUAL TO '00'                 ZBNKDSR1
088900           MOVE SPACES TO IRS-REC-DESC                            ZBNKDSR1
089000        END-IF                                                    ZBNKDSR1
089100     END-IF.                                                      ZBNKDSR1
089200     IF IRS-REC-DESC IS EQUAL TO SPACES                           ZBNKDSR1
089300        MOVE INL-REC-REASON-CODE TO IRS-REC-DESC                  ZBNKDSR1
089400     END-IF.                                                      ZBNKDSR1
089500     IF INL-REC-USERID IS NOT EQUAL TO SPACES                     ZBNKDSR1
089600        ADD 1 TO WS-ITEMS-WITHHELD                                ZBNKDSR1
089700     END-IF.                                                      ZBNKDSR1
089800     MOVE SPACES TO WS-SCAN-TEXT.                                 ZBNKDSR1
089900     STRING IRS-REC-DESC DELIMITED BY SIZE                        ZBNKDSR1
090000            ' ' DELIMITED BY SIZE                                 ZBNKDSR1
090100            INL-REC-NOTE DELIMITED BY SIZE                        ZBNKDSR1
090200       INTO WS-SCAN-TEXT.                                         ZBNKDSR1
090300     INSPECT WS-SCAN-TEXT                                         ZBNKDSR1
090400       CONVERTING 'abcdefghijklmnopqrstuvwxyz'                    ZBNKDSR1
090500               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                   ZBNKDSR1
090600     MOVE ZERO TO WS-HITS.                                        ZBNKDSR1
090700     INSPECT WS-SCAN-TEXT TALLYING WS-HITS                        ZBNKDSR1
090800       FOR ALL 'FRAUD' ALL 'SUSPIC' ALL 'SAR '.                   ZBNKDSR1
090900     MOVE INL-REC-TIMESTAMP (1:19) TO WS-RPT3-LABEL.              ZBNKDSR1
091000     MOVE SPACES TO WS-RPT3-TEXT.                                 ZBNKDSR1
091100     IF WS-HITS IS GREATER THAN ZERO                              ZBNKDSR1
091200        ADD 1 TO WS-ITEMS-WITHHELD                                ZBNKDSR1
091300        STRING 'Channel ' DELIMITED BY SIZE                       ZBNKDSR1
091400               INL-REC-CHANNEL DELIMITED BY SIZE                  ZBNKDSR1
091500               '  Internal note - details withheld'               ZBNKDSR1
091600                 DELIMITED BY SIZE                                ZBNKDSR1
091700          INTO WS-RPT3-TEXT                                       ZBNKDSR1
091800     ELSE                                                         ZBNKDSR1
091900        STRING 'Channel ' DELIMITED BY SIZE                       ZBNKDSR1
092000               INL-REC-CHANNEL DELIMITED BY SIZE                  ZBNKDSR1
092100               '  ' DELIMITED BY SIZE                             ZBNKDSR1
092200               IRS-REC-DESC DELIMITED BY SIZE                     ZBNKDSR1
092300               ' ' DELIMITED BY SIZE                              ZBNKDSR1
092400               INL-REC-NOTE DELIMITED BY SIZE                     ZBNKDSR1
092500          INTO WS-RPT3-TEXT                                       ZBNKDSR1
092600     END-IF.                                                      ZBNKDSR1
092700     PERFORM DETAIL-PUT.                                          ZBNKDSR1
092800                                                                  ZBNKDSR1
092900***************************************************************** ZBNKDSR1
093000* Secure message threads - staff replies show as from the bank, * ZBNKDSR1
093100* without the user id of whoever sent them                      * ZBNKDSR1
093200***************************************************************** ZBNKDSR1
093300 REPORT-MESSAGES.                                                 ZBNKDSR1
093400     MOVE 'Secure messages (BNKMSG)' TO WS-RPT2-HEAD.             ZBNKDSR1
093500     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKDSR1
093600     PERFORM PRINTOUT-PUT.                                        ZBNKDSR1
093700     IF WS-MSG-PRESENT IS NOT EQUAL TO 'Y'                        ZBNKDSR1
093800        GO TO REPORT-MESSAGES-EXIT                                ZBNKDSR1
093900     END-IF.                                                      ZBNKDSR1
094000     MOVE WS-PID TO MSG-REC-PID.                                  ZBNKDSR1
094100     MOVE LOW-VALUES TO MSG-REC-THREAD-TS.                        ZBNKDSR1
094200     MOVE ZERO TO MSG-REC-SEQ.                                    ZBNKDSR1
094300     START BNKMSG-FILE KEY GREATER THAN MSG-KEY.                  ZBNKDSR1
094400     IF WS-BNKMSG-STATUS IS NOT EQUAL TO '00'                     ZBNKDSR1
094500        GO TO REPORT-MESSAGES-EXIT                                ZBNKDSR1
094600     END-IF.                                                      ZBNKDSR1
094700     MOVE 'NO ' TO WS-SCAN-END.                                   ZBNKDSR1
094800     PERFORM UNTIL WS-SCAN-END IS EQUAL TO 'YES'                  ZBNKDSR1
094900        READ BNKMSG-FILE NEXT RECORD                              ZBNKDSR1
095000        IF WS-BNKMSG-STATUS IS NOT EQUAL TO '00'                  ZBNKDSR1
095100           MOVE 'YES' TO WS-SCAN-END                              ZBNKDSR1
095200        ELSE                                                      ZBNKDSR1
095300           IF MSG-REC-PID IS NOT EQUAL TO WS-PID                  ZBNKDSR1
095400              MOVE 'YES' TO WS-SCAN-END                           ZBNKDSR1
095500           ELSE                                                   ZBNKDSR1
095600              PERFORM PRINT-MESSAGE                               ZBNKDSR1
095700           END-IF                                                 ZBNKDSR1
095800        END-IF                                                    ZBNKDSR1
095900     END-PERFORM.                                                 ZBNKDSR1
096000 REPORT-MESSAGES-EXIT.                                            ZBNKDSR1
096100     EXIT.                                                        ZBNKDSR1
096200                                                                  ZBNKDSR1
096300 PRINT-MESSAGE.                                                   ZBNKDSR1
096400     MOVE MSG-REC-SENT-TS (1:19) TO WS-RPT3-LABEL.                ZBNKDSR1
096500     MOVE SPACES TO WS-RPT3-TEXT.                                 ZBNKDSR1
096600     IF MSG-FROM-STAFF                                            ZBNKDSR1
096700        IF MSG-REC-USERID IS NOT EQUAL TO SPACES                  ZBNKDSR1
096800           ADD 1 TO WS-ITEMS-WITHHELD                             ZBNKDSR1
096900        END-IF                                                    ZBNKDSR1
097000        STRING 'From the bank: ' DELIMITED BY SIZE                ZBNKDSR1
097100               MSG-REC-TEXT (1:60) DELIMITED BY SIZE              ZBNKDSR1
097200          INTO WS-RPT3-TEXT                                       ZBNKDSR1
097300     ELSE                                                         ZBNKDSR1
097400        STRING 'From you:      ' DELIMITED BY SIZE                ZBNKDSR1
097500               MSG-REC-TEXT (1:60) DELIMITED BY SIZE              ZBNKDSR1
097600          INTO WS-RPT3-TEXT                                       ZBNKDSR1
097700     END-IF.                                                      ZBNKDSR1
097800     PERFORM DETAIL-PUT.                                          ZBNKDSR1
097900     IF MSG-REC-TEXT (61:40) IS NOT EQUAL TO SPACES               ZBNKDSR1
098000        MOVE SPACES TO WS-RPT3-LABEL                              ZBNKDSR1
098100        MOVE SPACES TO WS-RPT3-TEXT                               ZBNKDSR1
098200        STRING '               ' DELIMITED BY SIZE                ZBNKDSR1
098300               MSG-REC-TEXT (61:40) DELIMITED BY SIZE             ZBNKDSR1
098400          INTO WS-RPT3-TEXT                                       ZBNKDSR1
098500        PERFORM PRINT-DETAIL-LINE                                 ZBNKDSR1
098600     END-IF.                                                      ZBNKDSR1
098700                                                                  ZBNKDSR1
098800***************************************************************** ZBNKDSR1
098900* Alert preferences                                             * ZBNKDSR1
099000***************************************************************** ZBNKDSR1
099100 REPORT-ALERT-PREFS.                                              ZBNKDSR1
099200     MOVE 'Alert preferences (BNKALPF)' TO WS-RPT2-HEAD.          ZBNKDSR1
099300     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKDSR1
099400     PERFORM PRINTOUT-PUT.                                        ZBNKDSR1
099500     IF WS-ALPF-PRESENT IS NOT EQUAL TO 'Y'                       ZBNKDSR1
099600        GO TO REPORT-ALERT-PREFS-EXIT                             ZBNKDSR1
099700     END-IF.                                                      ZBNKDSR1
099800     MOVE WS-PID TO ALP-REC-PID.                                  ZBNKDSR1
099900     READ BNKALPF-FILE.                                           ZBNKDSR1
100000     IF WS-BNKALPF-STATUS IS NOT EQUAL TO '00'                    ZBNKDSR1
100100        GO TO REPORT-ALERT-PREFS-EXIT                             ZBNKDSR1
100200     END-IF.                                                      ZBNKDSR1
100300     MOVE 'Alerts' TO WS-RPT3-LABEL.                              ZBNKDSR1
100400     MOVE ALP-REC-LOW-BAL-LIMIT TO WS-ED-AMOUNT.                  ZBNKDSR1
100500     MOVE ALP-REC-LARGE-DEBIT-LIMIT TO WS-ED-AMOUNT2.             ZBNKDSR1
100600     MOVE SPACES TO WS-RPT3-TEXT.                                 ZBNKDSR1
100700     STRING 'Low balance ' DELIMITED BY SIZE                      ZBNKDSR1
100800            WS-ED-AMOUNT DELIMITED BY SIZE                        ZBNKDSR1
100900            '  Large debit ' DELIMITED BY SIZE                    ZBNKDSR1
101000            WS-ED-AMOUNT2 DELIMITED BY SIZE                       ZBNKDSR1
101100            '  ATM ' DELIMITED BY SIZE                            ZBNKDSR1
101200            ALP-REC-ATM-WD-ALERT DELIMITED BY SIZE                ZBNKDSR1
101300            '  Standing order ' DELIMITED BY SIZE                 ZBNKDSR1
101400            ALP-REC-SO-FAIL-ALERT DELIMITED BY SIZE               ZBNKDSR1
101500            '  Channel ' DELIMITED BY SIZE                        ZBNKDSR1
101600            ALP-REC-CHANNEL DELIMITED BY SIZE                     ZBNKDSR1
101700       INTO WS-RPT3-TEXT.                                         ZBNKDSR1
101800     PERFORM DETAIL-PUT.                                          ZBNKDSR1
101900 REPORT-ALERT-PREFS-EXIT.                                         ZBNKDSR1
102000     EXIT.                                                        ZBNKDSR1
102100                                                                  ZBNKDSR1
102200***************************************************************** ZBNKDSR1
102300* Cards - BNKCARD is keyed by card number, so the whole file is * ZBNKDSR1
102400* read for the customer's cards; the number is masked           * ZBNKDSR1
102500***************************************************************** ZBNKDSR1
102600 REPORT-CARDS.                                                    ZBNKDSR1
102700     MOVE 'Cards (BNKCARD)' TO WS-RPT2-HEAD.                      ZBNKDSR1
102800     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKDSR1
102900     PERFORM PRINTOUT-PUT.                                        ZBNKDSR1
103000     IF WS-CARD-PRESENT IS NOT EQUAL TO 'Y'                       ZBNKDSR1
103100        GO TO REPORT-CARDS-EXIT                                   ZBNKDSR1
103200     END-IF.                                                      ZBNKDSR1
103300     CLOSE BNKCARD-FILE.                                          ZBNKDSR1
103400     OPEN INPUT BNKCARD-FILE.                                     ZBNKDSR1
103500     MOVE 'NO ' TO WS-SCAN-END.                                   ZBNKDSR1
103600     PERFORM UNTIL WS-SCAN-END IS EQUAL TO 'YES'                  ZBNKDSR1
103700        READ BNKCARD-FILE                                         ZBNKDSR1
103800        IF WS-BNKCARD-STATUS IS NOT EQUAL TO '00'                 ZBNKDSR1
103900           MOVE 'YES' TO WS-SCAN-END                              ZBNKDSR1
104000        ELSE                                                      ZBNKDSR1
104100           IF CRD-REC-PID IS EQUAL TO WS-PID                      ZBNKDSR1
104200              MOVE '************' TO WS-MASKED                    ZBNKDSR1
104300              MOVE CRD-REC-CARD-NUMBER (13:4) TO WS-MASKED (13:4) ZBNKDSR1
104400              MOVE 'Card' TO WS-RPT3-LABEL                        ZBNKDSR1
104500              MOVE SPACES TO WS-RPT3-TEXT                         ZBNKDSR1
104600              STRING WS-MASKED DELIMITED BY SIZE                  ZBNKDSR1
104700                     '  Issued ' DELIMITED BY SIZE                ZBNKDSR1
104800                     CRD-REC-ISSUE-DTE DELIMITED BY SIZE          ZBNKDSR1
104900                     '  Expires ' DELIMITED BY SIZE               ZBNKDSR1
105000                     CRD-REC-EXPIRY-DTE DELIMITED BY SIZE         ZBNKDSR1
105100                     '  Status ' DELIMITED BY SIZE                ZBNKDSR1
105200                     CRD-REC-STATUS DELIMITED BY SIZE             ZBNKDSR1
105300                     '  Account ' DELIMITED BY SIZE               ZBNKDSR1
105400                     CRD-REC-LINK-ACCNO DELIMITED BY SIZE         ZBNKDSR1
105500                INTO WS-RPT3-TEXT                                 ZBNKDSR1
105600              PERFORM DETAIL-PUT                                  ZBNKDSR1
105700           END-IF                                                 ZBNKDSR1
105800        END-IF                                                    ZBNKDSR1
105900     END-PERFORM.                                                 ZBNKDSR1
106000 REPORT-CARDS-EXIT.                                               ZBNKDSR1
106100     EXIT.                                                        ZBNKDSR1
106200                                                                  ZBNKDSR1
106300***************************************************************** ZBNKDSR1
106400* Loans - BNKLOAN is keyed by origination timestamp, so the     * ZBNKDSR1
106500* whole file is read for the customer's loans as ZBNKOFF1 does  * ZBNKDSR1
106600***************************************************************** ZBNKDSR1
106700 REPORT-LOANS.                                                    ZBNKDSR1
106800     MOVE 'Loans (BNKLOAN)' TO WS-RPT2-HEAD.                      ZBNKDSR1
106900     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKDSR1
107000     PERFORM PRINTOUT-PUT.                                        ZBNKDSR1
107100     IF WS-LOAN-PRESENT IS NOT EQUAL TO 'Y'                       ZBNKDSR1
107200        GO TO REPORT-LOANS-EXIT                                   ZBNKDSR1
107300     END-IF.                                                      ZBNKDSR1
107400     CLOSE BNKLOAN-FILE.                                          ZBNKDSR1
107500     OPEN INPUT BNKLOAN-FILE.                                     ZBNKDSR1
107600     MOVE 'NO ' TO WS-SCAN-END.                                   ZBNKDSR1
107700     PERFORM UNTIL WS-SCAN-END IS EQUAL TO 'YES'                  ZBNKDSR1
107800        READ BNKLOAN-FILE                                         ZBNKDSR1
107900        IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                 ZBNKDSR1
108000           MOVE 'YES' TO WS-SCAN-END                              ZBNKDSR1
108100        ELSE                                                      ZBNKDSR1
108200           IF LNM-REC-PID IS EQUAL TO WS-PID                      ZBNKDSR1
108300              MOVE LNM-REC-LOAN-ID (1:19) TO WS-RPT3-LABEL        ZBNKDSR1
108400              MOVE LNM-REC-PRINCIPAL TO WS-ED-WHOLE               ZBNKDSR1
108500              MOVE LNM-REC-RATE TO WS-ED-RATE                     ZBNKDSR1
108600              MOVE LNM-REC-MONTHLY-PAYMENT TO WS-ED-AMOUNT        ZBNKDSR1
108700              MOVE LNM-REC-TERM TO WS-ED-COUNT                    ZBNKDSR1
108800              MOVE SPACES TO WS-RPT3-TEXT                         ZBNKDSR1
108900              STRING 'Principal ' DELIMITED BY SIZE               ZBNKDSR1
109000                     WS-ED-WHOLE DELIMITED BY SIZE                ZBNKDSR1
109100                     '  Rate ' DELIMITED BY SIZE                  ZBNKDSR1
109200                     WS-ED-RATE DELIMITED BY SIZE                 ZBNKDSR1
109300                     '  Term ' DELIMITED BY SIZE                  ZBNKDSR1
109400                     WS-ED-COUNT DELIMITED BY SIZE                ZBNKDSR1
109500                     '  Payment ' DELIMITED BY SIZE               ZBNKDSR1
109600                     WS-ED-AMOUNT DELIMITED BY SIZE               ZBNKDSR1
109700                     '  Status ' DELIMITED BY SIZE                ZBNKDSR1
109800                     LNM-REC-STATUS DELIMITED BY SIZE             ZBNKDSR1
109900                     '  Past due ' DELIMITED BY SIZE              ZBNKDSR1
110000                     LNM-REC-PAST-DUE-FLAG DELIMITED BY SIZE      ZBNKDSR1
110100                INTO WS-RPT3-TEXT                                 ZBNKDSR1
110200              PERFORM DETAIL-PUT                                  ZBNKDSR1
110300           END-IF                                                 ZBNKDSR1
110400        END-IF                                                    ZBNKDSR1
110500     END-PERFORM.                                                 ZBNKDSR1
110600 REPORT-LOANS-EXIT.                                               ZBNKDSR1
110700     EXIT.                                                        ZBNKDSR1
110800                                                                  ZBNKDSR1
110900***************************************************************** ZBNKDSR1
111000* Household link - the customer's own row only; the other       * ZBNKDSR1
111100* members are other people's data                               * ZBNKDSR1
111200***************************************************************** ZBNKDSR1
111300 REPORT-HOUSEHOLD.                                                ZBNKDSR1
111400     MOVE 'Household (BNKHHLD)' TO WS-RPT2-HEAD.                  ZBNKDSR1
111500     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKDSR1
111600     PERFORM PRINTOUT-PUT.                                        ZBNKDSR1
111700     IF WS-HHLD-PRESENT IS NOT EQUAL TO 'Y'                       ZBNKDSR1
111800        GO TO REPORT-HOUSEHOLD-EXIT                               ZBNKDSR1
111900     END-IF.                                                      ZBNKDSR1
112000     MOVE WS-PID TO HHM-REC-PID.                                  ZBNKDSR1
112100     READ BNKHHLD-FILE.                                           ZBNKDSR1
112200     IF WS-BNKHHLD-STATUS IS NOT EQUAL TO '00'                    ZBNKDSR1
112300        GO TO REPORT-HOUSEHOLD-EXIT                               ZBNKDSR1
112400     END-IF.                                                      ZBNKDSR1
112500     MOVE 'Household' TO WS-RPT3-LABEL.                           ZBNKDSR1
112600     MOVE SPACES TO WS-RPT3-TEXT.                                 ZBNKDSR1
112700     STRING HHM-REC-HHLD-ID DELIMITED BY SIZE                     ZBNKDSR1
112800            '  Relationship ' DELIMITED BY SIZE                   ZBNKDSR1
112900            HHM-REC-RELATIONSHIP DELIMITED BY SIZE                ZBNKDSR1
113000            '  Status ' DELIMITED BY SIZE                         ZBNKDSR1
113100            HHM-REC-STATUS DELIMITED BY SIZE                      ZBNKDSR1
113200            '  Linked ' DELIMITED BY SIZE                         ZBNKDSR1
113300            HHM-REC-LINKED-DTE DELIMITED BY SIZE                  ZBNKDSR1
113400       INTO WS-RPT3-TEXT.                                         ZBNKDSR1
113500     PERFORM DETAIL-PUT.                                          ZBNKDSR1
113600 REPORT-HOUSEHOLD-EXIT.                                           ZBNKDSR1
113700     EXIT.                                                        ZBNKDSR1
113800                                                                  ZBNKDSR1
113900***************************************************************** ZBNKDSR1
114000* Signer roles - BNKSGNR is keyed by account, so the whole file * ZBNKDSR1
114100* is read for the accounts the customer may sign on             * ZBNKDSR1
114200***************************************************************** ZBNKDSR1
114300 REPORT-SIGNER-ROLES.                                             ZBNKDSR1
114400     MOVE 'Authorised signer roles (BNKSGNR)' TO WS-RPT2-HEAD.    ZBNKDSR1
114500     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKDSR1
114600     PERFORM PRINTOUT-PUT.                                        ZBNKDSR1
114700     IF WS-SGNR-PRESENT IS NOT EQUAL TO 'Y'                       ZBNKDSR1
114800        GO TO REPORT-SIGNER-ROLES-EXIT                            ZBNKDSR1
114900     END-IF.                                                      ZBNKDSR1
115000     CLOSE BNKSGNR-FILE.                                          ZBNKDSR1
115100     OPEN INPUT BNKSGNR-FILE.                                     ZBNKDSR1
115200     MOVE 'NO ' TO WS-SCAN-END.                                   ZBNKDSR1
115300     PERFORM UNTIL WS-SCAN-END IS EQUAL TO 'YES'                  ZBNKDSR1
115400        READ BNKSGNR-FILE                                         ZBNKDSR1
115500        IF WS-BNKSGNR-STATUS IS NOT EQUAL TO '00'                 ZBNKDSR1
115600           MOVE 'YES' TO WS-SCAN-END                              ZBNKDSR1
115700        ELSE                                                      ZBNKDSR1
115800           IF SGN-REC-PID IS EQUAL TO WS-PID                      ZBNKDSR1
115900              MOVE 'Signer on account' TO WS-RPT3-LABEL           ZBNKDSR1
116000              MOVE SPACES TO WS-RPT3-TEXT                         ZBNKDSR1
116100              STRING SGN-REC-ACCNO DELIMITED BY SIZE              ZBNKDSR1
116200                     '  Status ' DELIMITED BY SIZE                ZBNKDSR1
116300                     SGN-REC-STATUS DELIMITED BY SIZE             ZBNKDSR1
116400                     '  Cash ' DELIMITED BY SIZE                  ZBNKDSR1
116500                     SGN-REC-TELLER-ALLOWED DELIMITED BY SIZE     ZBNKDSR1
116600                     '  Transfer ' DELIMITED BY SIZE              ZBNKDSR1
116700                     SGN-REC-TRANSFER-ALLOWED DELIMITED BY SIZE   ZBNKDSR1
116800                     '  Bill pay ' DELIMITED BY SIZE              ZBNKDSR1
116900                     SGN-REC-BILLPAY-ALLOWED DELIMITED BY SIZE    ZBNKDSR1
117000                     '  Added ' DELIMITED BY SIZE                 ZBNKDSR1
117100                     SGN-REC-ADDED-DTE DELIMITED BY SIZE          ZBNKDSR1
117200                INTO WS-RPT3-TEXT                                 ZBNKDSR1
117300              PERFORM DETAIL-PUT                                  ZBNKDSR1
117400           END-IF                                                 ZBNKDSR1
117500        END-IF                                                    ZBNKDSR1
117600     END-PERFORM.                                                 ZBNKDSR1
117700 REPORT-SIGNER-ROLES-EXIT.                                        ZBNKDSR1
117800     EXIT.                                                        ZBNKDSR1
117900                                                                  ZBNKDSR1
118000***************************************************************** ZBNKDSR1
118100* Print a detail line and count it as an item listed            * ZBNKDSR1
118200***************************************************************** ZBNKDSR1
118300 DETAIL-PUT.                                                      ZBNKDSR1
118400     ADD 1 TO WS-ITEMS-LISTED.                                    ZBNKDSR1
118500     PERFORM PRINT-DETAIL-LINE.                                   ZBNKDSR1
118600                                                                  ZBNKDSR1
118700 PRINT-DETAIL-LINE.                                               ZBNKDSR1
118800     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKDSR1
118900     PERFORM PRINTOUT-PUT.                                        ZBNKDSR1
119000                                                                  ZBNKDSR1
119100***************************************************************** ZBNKDSR1
119200* Print the run totals                                          * ZBNKDSR1
119300***************************************************************** ZBNKDSR1
119400 PRINT-RUN-TOTALS.                                                ZBNKDSR1
119500     MOVE '1Run totals' TO PRINTOUT-REC.                          ZBNKDSR1
119600     PERFORM PRINTOUT-PUT.                                        ZBNKDSR1
119700     MOVE 'PIDs read' TO WS-RPT4-DESC.                            ZBNKDSR1
119800     MOVE WS-PIDS-READ TO WS-RPT4-COUNT.                          ZBNKDSR1
119900     MOVE WS-RPT4 TO PRINTOUT-REC.                                ZBNKDSR1
120000     PERFORM PRINTOUT-PUT.                                        ZBNKDSR1
120100     MOVE 'Customers reported' TO WS-RPT4-DESC.                   ZBNKDSR1
120200     MOVE WS-PIDS-REPORTED TO WS-RPT4-COUNT.                      ZBNKDSR1
120300     MOVE WS-RPT4 TO PRINTOUT-REC.                                ZBNKDSR1
120400     PERFORM PRINTOUT-PUT.                                        ZBNKDSR1
120500     MOVE 'PIDs not on file' TO WS-RPT4-DESC.                     ZBNKDSR1
120600     MOVE WS-PIDS-NOT-FOUND TO WS-RPT4-COUNT.                     ZBNKDSR1
120700     MOVE WS-RPT4 TO PRINTOUT-REC.                                ZBNKDSR1
120800     PERFORM PRINTOUT-PUT.                                        ZBNKDSR1
120900                                                                  ZBNKDSR1
121000***************************************************************** ZBNKDSR1
121100* Write a report line                                           * ZBNKDSR1
121200***************************************************************** ZBNKDSR1
121300 PRINTOUT-PUT.                                                    ZBNKDSR1
121400     WRITE PRINTOUT-REC.                                          ZBNKDSR1
121500     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKDSR1
121600       MOVE 'PRINTOUT error writing file...'                      ZBNKDSR1
121700         TO WS-CONSOLE-MESSAGE                                    ZBNKDSR1
121800       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKDSR1
121900       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKDSR1
122000       PERFORM DISPLAY-IO-STATUS                                  ZBNKDSR1
122100       PERFORM ABORT-PROGRAM                                      ZBNKDSR1
122200     END-IF.                                                      ZBNKDSR1
122300                                                                  ZBNKDSR1
122400***************************************************************** ZBNKDSR1
122500* Open the files - the optional ones may never have been        * ZBNKDSR1
122600* created, which only means nothing is held on them             * ZBNKDSR1
122700***************************************************************** ZBNKDSR1
122800 OPEN-FILES.                                                      ZBNKDSR1
122900     OPEN INPUT PIDLIST-FILE.                                     ZBNKDSR1
123000     IF WS-PIDLIST-STATUS IS NOT EQUAL TO '00'                    ZBNKDSR1
123100        MOVE 'PIDLIST file open failure...'                       ZBNKDSR1
123200          TO WS-CONSOLE-MESSAGE                                   ZBNKDSR1
123300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDSR1
123400        MOVE WS-PIDLIST-STATUS TO WS-IO-STATUS                    ZBNKDSR1
123500        PERFORM DISPLAY-IO-STATUS                                 ZBNKDSR1
123600        PERFORM ABORT-PROGRAM                                     ZBNKDSR1
123700     END-IF.                                                      ZBNKDSR1
123800     OPEN INPUT BNKCUST-FILE.                                     ZBNKDSR1
123900     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKDSR1
124000        MOVE 'BNKCUST file open failure...'                       ZBNKDSR1
124100          TO WS-CONSOLE-MESSAGE                                   ZBNKDSR1
124200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDSR1
124300        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    ZBNKDSR1
124400        PERFORM DISPLAY-IO-STATUS                                 ZBNKDSR1
124500        PERFORM ABORT-PROGRAM                                     ZBNKDSR1
124600     END-IF.                                                      ZBNKDSR1
124700     OPEN INPUT BNKACC-FILE.                                      ZBNKDSR1
124800     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKDSR1
124900        MOVE 'BNKACC file open failure...'                        ZBNKDSR1
125000          TO WS-CONSOLE-MESSAGE                                   ZBNKDSR1
125100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDSR1
125200        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKDSR1
125300        PERFORM DISPLAY-IO-STATUS                                 ZBNKDSR1
125400        PERFORM ABORT-PROGRAM                                     ZBNKDSR1
125500     END-IF.                                                      ZBNKDSR1
125600     OPEN INPUT BNKTXN-FILE.                                      ZBNKDSR1
125700     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKDSR1
125800        MOVE 'BNKTXN file open failure...'                        ZBNKDSR1
125900          TO WS-CONSOLE-MESSAGE                                   ZBNKDSR1
126000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDSR1
126100        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKDSR1
126200        PERFORM DISPLAY-IO-STATUS                                 ZBNKDSR1
126300        PERFORM ABORT-PROGRAM                                     ZBNKDSR1
126400     END-IF.                                                      ZBNKDSR1
126500     OPEN INPUT BNKTXNA-FILE.                                     ZBNKDSR1
126600     IF WS-BNKTXNA-STATUS IS EQUAL TO '35'                        ZBNKDSR1
126700        MOVE 'N' TO WS-TXNA-PRESENT                               ZBNKDSR1
126800     ELSE                                                         ZBNKDSR1
126900        IF WS-BNKTXNA-STATUS IS NOT EQUAL TO '00'                 ZBNKDSR1
127000           MOVE 'BNKTXNA file open failure...'                    ZBNKDSR1
127100             TO WS-CONSOLE-MESSAGE                                ZBNKDSR1
127200           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKDSR1
127300           MOVE WS-BNKTXNA-STATUS TO WS-IO-STATUS                 ZBNKDSR1
127400           PERFORM DISPLAY-IO-STATUS                              ZBNKDSR1
127500           PERFORM ABORT-PROGRAM                                  ZBNKDSR1
127600        END-IF                                                    ZBNKDSR1
127700     END-IF.                                                      ZBNKDSR1
127800     OPEN INPUT BNKBENE-FILE.                                     ZBNKDSR1
127900     IF WS-BNKBENE-STATUS IS EQUAL TO '35'                        ZBNKDSR1
128000        MOVE 'N' TO WS-BENE-PRESENT                               ZBNKDSR1
128100     ELSE                                                         ZBNKDSR1
128200        IF WS-BNKBENE-STATUS IS NOT EQUAL TO '00'                 ZBNKDSR1
128300           MOVE 'BNKBENE file open failure...'                    ZBNKDSR1
128400             TO WS-CONSOLE-MESSAGE                                ZBNKDSR1
128500           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKDSR1
128600           MOVE WS-BNKBENE-STATUS TO WS-IO-STATUS                 ZBNKDSR1
128700           PERFORM DISPLAY-IO-STATUS                              ZBNKDSR1
128800           PERFORM ABORT-PROGRAM                                  ZBNKDSR1
128900        END-IF                                                    ZBNKDSR1
129000     END-IF.                                                      ZBNKDSR1
129100     OPEN INPUT BNKINTLG-FILE.                                    ZBNKDSR1
129200     IF WS-BNKINTLG-STATUS IS EQUAL TO '35'                       ZBNKDSR1
129300        MOVE 'N' TO WS-INTLG-PRESENT                              ZBNKDSR1
129400     ELSE                                                         ZBNKDSR1
129500        IF WS-BNKINTLG-STATUS IS NOT EQUAL TO '00'                ZBNKDSR1
129600           MOVE 'BNKINTLG file open failure...'                   ZBNKDSR1
129700             TO WS-CONSOLE-MESSAGE                                ZBNKDSR1
129800           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKDSR1
129900           MOVE WS-BNKINTLG-STATUS TO WS-IO-STATUS                ZBNKDSR1
130000           PERFORM DISPLAY-IO-STATUS                              ZBNKDSR1
130100           PERFORM ABORT-PROGRAM                                  ZBNKDSR1
130200        END-IF                                                    ZBNKDSR1
130300     END-IF.                                                      ZBNKDSR1
130400     OPEN INPUT BNKIRSN-FILE.                                     ZBNKDSR1
130500     IF WS-BNKIRSN-STATUS IS EQUAL TO '35'                        ZBNKDSR1
130600        MOVE 'N' TO WS-IRSN-PRESENT                               ZBNKDSR1
130700     ELSE                                                         ZBNKDSR1
130800        IF WS-BNKIRSN-STATUS IS NOT EQUAL TO '00'                 ZBNKDSR1
130900           MOVE 'BNKIRSN file open failure...'                    ZBNKDSR1
131000             TO WS-CONSOLE-MESSAGE                                ZBNKDSR1
131100           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKDSR1
131200           MOVE WS-BNKIRSN-STATUS TO WS-IO-STATUS                 ZBNKDSR1
131300           PERFORM DISPLAY-IO-STATUS                              ZBNKDSR1
131400           PERFORM ABORT-PROGRAM                                  ZBNKDSR1
131500        END-IF                                                    ZBNKDSR1
131600     END-IF.                                                      ZBNKDSR1
131700     OPEN INPUT BNKMSG-FILE.                                      ZBNKDSR1
131800     IF WS-BNKMSG-STATUS IS EQUAL TO '35'                         ZBNKDSR1
131900        MOVE 'N' TO WS-MSG-PRESENT                                ZBNKDSR1
132000     ELSE                                                         ZBNKDSR1
132100        IF WS-BNKMSG-STATUS IS NOT EQUAL TO '00'                  ZBNKDSR1
132200           MOVE 'BNKMSG file open failure...'                     ZBNKDSR1
132300             TO WS-CONSOLE-MESSAGE                                ZBNKDSR1
132400           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKDSR1
132500           MOVE WS-BNKMSG-STATUS TO WS-IO-STATUS                  ZBNKDSR1
132600           PERFORM DISPLAY-IO-STATUS                              ZBNKDSR1
132700           PERFORM ABORT-PROGRAM                                  ZBNKDSR1
132800        END-IF                                                    ZBNKDSR1
132900     END-IF.                                                      ZBNKDSR1
133000     OPEN INPUT BNKALPF-FILE.                                     ZBNKDSR1
133100     IF WS-BNKALPF-STATUS IS EQUAL TO '35'                        ZBNKDSR1
133200        MOVE 'N' TO WS-ALPF-PRESENT                               ZBNKDSR1
133300     ELSE                                                         ZBNKDSR1
133400        IF WS-BNKALPF-STATUS IS NOT EQUAL TO '00'                 ZBNKDSR1
133500           MOVE 'BNKALPF file open failure...'                    ZBNKDSR1
133600             TO WS-CONSOLE-MESSAGE                                ZBNKDSR1
133700           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKDSR1
133800           MOVE WS-BNKALPF-STATUS TO WS-IO-STATUS                 ZBNKDSR1
133900           PERFORM DISPLAY-IO-STATUS                              ZBNKDSR1
134000           PERFORM ABORT-PROGRAM                                  ZBNKDSR1
134100        END-IF                                                    ZBNKDSR1
134200     END-IF.                                                      ZBNKDSR1
134300     OPEN INPUT BNKCARD-FILE.                                     ZBNKDSR1
134400     IF WS-BNKCARD-STATUS IS EQUAL TO '35'                        ZBNKDSR1
134500        MOVE 'N' TO WS-CARD-PRESENT                               ZBNKDSR1
134600     ELSE                                                         ZBNKDSR1
134700        IF WS-BNKCARD-STATUS IS NOT EQUAL TO '00'                 ZBNKDSR1
134800           MOVE 'BNKCARD file open failure...'                    ZBNKDSR1
134900             TO WS-CONSOLE-MESSAGE                                ZBNKDSR1
135000           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKDSR1
135100           MOVE WS-BNKCARD-STATUS TO WS-IO-STATUS                 ZBNKDSR1
135200           PERFORM DISPLAY-IO-STATUS                              ZBNKDSR1
135300           PERFORM ABORT-PROGRAM                                  ZBNKDSR1
135400        END-IF                                                    ZBNKDSR1
135500     END-IF.                                                      ZBNKDSR1
135600     OPEN INPUT BNKLOAN-FILE.                                     ZBNKDSR1
135700     IF WS-BNKLOAN-STATUS IS EQUAL TO '35'                        ZBNKDSR1
135800        MOVE 'N' TO WS-LOAN-PRESENT                               ZBNKDSR1
135900     ELSE                                                         ZBNKDSR1
136000        IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                 ZBNKDSR1
136100           MOVE 'BNKLOAN file open failure...'                    ZBNKDSR1
136200             TO WS-CONSOLE-MESSAGE                                ZBNKDSR1
136300           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKDSR1
136400           MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS                 ZBNKDSR1
136500           PERFORM DISPLAY-IO-STATUS                              ZBNKDSR1
136600           PERFORM ABORT-PROGRAM                                  ZBNKDSR1
136700        END-IF                                                    ZBNKDSR1
136800     END-IF.                                                      ZBNKDSR1
136900     OPEN INPUT BNKHHLD-FILE.                                     ZBNKDSR1
137000     IF WS-BNKHHLD-STATUS IS EQUAL TO '35'                        ZBNKDSR1
137100        MOVE 'N' TO WS-HHLD-PRESENT                               ZBNKDSR1
137200     ELSE                                                         ZBNKDSR1
137300        IF WS-BNKHHLD-STATUS IS NOT EQUAL TO '00'                 ZBNKDSR1
137400           MOVE 'BNKHHLD file open failure...'                    ZBNKDSR1
137500             TO WS-CONSOLE-MESSAGE                                ZBNKDSR1
137600           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKDSR1
137700           MOVE WS-BNKHHLD-STATUS TO WS-IO-STATUS                 ZBNKDSR1
137800           PERFORM DISPLAY-IO-STATUS                              ZBNKDSR1
137900           PERFORM ABORT-PROGRAM                                  ZBNKDSR1
138000        END-IF                                                    ZBNKDSR1
138100     END-IF.                                                      ZBNKDSR1
138200     OPEN INPUT BNKSGNR-FILE.                                     ZBNKDSR1
138300     IF WS-BNKSGNR-STATUS IS EQUAL TO '35'                        ZBNKDSR1
138400        MOVE 'N' TO WS-SGNR-PRESENT                               ZBNKDSR1
138500     ELSE                                                         ZBNKDSR1
138600        IF WS-BNKSGNR-STATUS IS NOT EQUAL TO '00'                 ZBNKDSR1
138700           MOVE 'BNKSGNR file open failure...'                    ZBNKDSR1
138800             TO WS-CONSOLE-MESSAGE                                ZBNKDSR1
138900           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKDSR1
139000           MOVE WS-BNKSGNR-STATUS TO WS-IO-STATUS                 ZBNKDSR1
139100           PERFORM DISPLAY-IO-STATUS                              ZBNKDSR1
139200           PERFORM ABORT-PROGRAM                                  ZBNKDSR1
139300        END-IF                                                    ZBNKDSR1
139400     END-IF.                                                      ZBNKDSR1
139500     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKDSR1
139600     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKDSR1
139700        MOVE 'PRINTOUT file open failure...'                      ZBNKDSR1
139800          TO WS-CONSOLE-MESSAGE                                   ZBNKDSR1
139900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDSR1
140000        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKDSR1
140100        PERFORM DISPLAY-IO-STATUS                                 ZBNKDSR1
140200        PERFORM ABORT-PROGRAM                                     ZBNKDSR1
140300     END-IF.                                                      ZBNKDSR1
140400                                                                  ZBNKDSR1
140500***************************************************************** ZBNKDSR1
140600* Close all the files                                           * ZBNKDSR1
140700***************************************************************** ZBNKDSR1
140800 CLOSE-FILES.                                                     ZBNKDSR1
140900     CLOSE PIDLIST-FILE.                                          ZBNKDSR1
141000     CLOSE BNKCUST-FILE.                                          ZBNKDSR1
141100     CLOSE BNKACC-FILE.                                           ZBNKDSR1
141200     CLOSE BNKTXN-FILE.                                           ZBNKDSR1
141300     IF WS-TXNA-PRESENT IS EQUAL TO 'Y'                           ZBNKDSR1
141400        CLOSE BNKTXNA-FILE                                        ZBNKDSR1
141500     END-IF.                                                      ZBNKDSR1
141600     IF WS-BENE-PRESENT IS EQUAL TO 'Y'                           ZBNKDSR1
141700        CLOSE BNKBENE-FILE                                        ZBNKDSR1
141800     END-IF.                                                      ZBNKDSR1
141900     IF WS-INTLG-PRESENT IS EQUAL TO 'Y'                          ZBNKDSR1
142000        CLOSE BNKINTLG-FILE                                       ZBNKDSR1
142100     END-IF.                                                      ZBNKDSR1
142200     IF WS-IRSN-PRESENT IS EQUAL TO 'Y'                           ZBNKDSR1
142300        CLOSE BNKIRSN-FILE                                        ZBNKDSR1
142400     END-IF.                                                      ZBNKDSR1
142500     IF WS-MSG-PRESENT IS EQUAL TO 'Y'                            ZBNKDSR1
142600        CLOSE BNKMSG-FILE                                         ZBNKDSR1
142700     END-IF.                                                      ZBNKDSR1
142800     IF WS-ALPF-PRESENT IS EQUAL TO 'Y'                           ZBNKDSR1
142900        CLOSE BNKALPF-FILE                                        ZBNKDSR1
143000     END-IF.                                                      ZBNKDSR1
143100     IF WS-CARD-PRESENT IS EQUAL TO 'Y'                           ZBNKDSR1
143200        CLOSE BNKCARD-FILE                                        ZBNKDSR1
143300     END-IF.                                                      ZBNKDSR1
143400     IF WS-LOAN-PRESENT IS EQUAL TO 'Y'                           ZBNKDSR1
143500        CLOSE BNKLOAN-FILE                                        ZBNKDSR1
143600     END-IF.                                                      ZBNKDSR1
143700     IF WS-HHLD-PRESENT IS EQUAL TO 'Y'                           ZBNKDSR1
143800        CLOSE BNKHHLD-FILE                                        ZBNKDSR1
143900     END-IF.                                                      ZBNKDSR1
144000     IF WS-SGNR-PRESENT IS EQUAL TO 'Y'                           ZBNKDSR1
144100        CLOSE BNKSGNR-FILE                                        ZBNKDSR1
144200     END-IF.                                                      ZBNKDSR1
144300     CLOSE PRINTOUT-FILE.                                         ZBNKDSR1
144400                                                                  ZBNKDSR1
144500***************************************************************** ZBNKDSR1
144600* Display the file status bytes. This routine will display as   * ZBNKDSR1
144700* two digits if the full two byte file status is numeric. If    * ZBNKDSR1
144800* second byte is non-numeric then it will be treated as a       * ZBNKDSR1
144900* binary number.                                                * ZBNKDSR1
145000***************************************************************** ZBNKDSR1
145100 DISPLAY-IO-STATUS.                                               ZBNKDSR1
145200     IF WS-IO-STATUS NUMERIC                                      ZBNKDSR1
145300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKDSR1
145400        STRING 'File status -' DELIMITED BY SIZE                  ZBNKDSR1
145500               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKDSR1
145600          INTO WS-CONSOLE-MESSAGE                                 ZBNKDSR1
145700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDSR1
145800     ELSE                                                         ZBNKDSR1
145900        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKDSR1
146000        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKDSR1
146100        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKDSR1
146200        STRING 'File status -' DELIMITED BY SIZE                  ZBNKDSR1
146300               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKDSR1
146400               '/' DELIMITED BY SIZE                              ZBNKDSR1
146500               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKDSR1
146600          INTO WS-CONSOLE-MESSAGE                                 ZBNKDSR1
146700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDSR1
146800     END-IF.                                                      ZBNKDSR1
146900                                                                  ZBNKDSR1
147000***************************************************************** ZBNKDSR1
147100* 'ABORT' the program.                                          * ZBNKDSR1
147200* Post a message to the console and issue a STOP RUN            * ZBNKDSR1
147300***************************************************************** ZBNKDSR1
147400 ABORT-PROGRAM.                                                   ZBNKDSR1
147500     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKDSR1
147600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDSR1
147700     END-IF.                                                      ZBNKDSR1
147800     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKDSR1
147900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKDSR1
148000     MOVE 16 TO RETURN-CODE.                                      ZBNKDSR1
148100     STOP RUN.                                                    ZBNKDSR1
148200                                                                  ZBNKDSR1
148300***************************************************************** ZBNKDSR1
148400* Display CONSOLE messages...                                   * ZBNKDSR1
148500***************************************************************** ZBNKDSR1
148600 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKDSR1
148700     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKDSR1
148800       UPON CONSOLE.                                              ZBNKDSR1
148900     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKDSR1
149000                                                                  ZBNKDSR1
149100 COPY CTIMERP.                                                    ZBNKDSR1
149200                                                                  ZBNKDSR1
149300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKDSR1
