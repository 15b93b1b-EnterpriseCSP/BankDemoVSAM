000100***************************************************************** ZBNKCNV1
000200*                                                               * ZBNKCNV1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKCNV1
000400*   This demonstration program is provided for use by users     * ZBNKCNV1
000500*   of Micro Focus products and may be used, modified and       * ZBNKCNV1
000600*   distributed as part of your application provided that       * ZBNKCNV1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKCNV1
000800*   in this material.                                           * ZBNKCNV1
000900*                                                               * ZBNKCNV1
001000***************************************************************** ZBNKCNV1
001100                                                                  ZBNKCNV1
001200***************************************************************** ZBNKCNV1
001300* Program:     ZBNKCNV1.CBL                                     * ZBNKCNV1
001400* Function:    Nightly product conversion run.  Works through   * ZBNKCNV1
001500*              the conversion requests on BNKPCNV left pending  * ZBNKCNV1
001600*              by the SPCNV01P screen and moves each account to * ZBNKCNV1
001700*              its new product on the same account number:      * ZBNKCNV1
001800*              - the account is checked again as the screen     * ZBNKCNV1
001900*                checked it - open, still on the product the    * ZBNKCNV1
002000*                request was made from, the new product open to * ZBNKCNV1
002100*                new business, neither product a fixed-term     * ZBNKCNV1
002200*                deposit, a minor kept on a minor product and   * ZBNKCNV1
002300*                an overdrawn account only moved to a product   * ZBNKCNV1
002400*                carrying overdraft interest - and a request    * ZBNKCNV1
002500*                that no longer qualifies is rejected with the  * ZBNKCNV1
002600*                reason;                                        * ZBNKCNV1
002700*              - the credit interest the old product has earned * ZBNKCNV1
002800*                this month to date is paid, on its own basis   * ZBNKCNV1
002900*                (month-end balance pro-rated by days held, or  * ZBNKCNV1
003000*                the average daily balance from BNKBALH with    * ZBNKCNV1
003100*                the day by day detail on BNKACRD), net of any  * ZBNKCNV1
003200*                backup withholding;                            * ZBNKCNV1
003300*              - the overdraft interest accrued on BNKODAC is   * ZBNKCNV1
003400*                posted and the accrual cleared, so from        * ZBNKCNV1
003500*                tonight it accrues at the new product's rate;  * ZBNKCNV1
003600*              - the old product's service charge is taken for  * ZBNKCNV1
003700*                the days of the month it was held, unless the  * ZBNKCNV1
003800*                account has a standing fee waiver, the holder  * ZBNKCNV1
003900*                is in bankruptcy or the account is on          * ZBNKCNV1
004000*                corporate account analysis;                    * ZBNKCNV1
004100*              - the account type is changed and a product      * ZBNKCNV1
004200*                maintenance entry written to BNKTXN, and the   * ZBNKCNV1
004300*                customer is sent a notice of the change by     * ZBNKCNV1
004400*                their chosen channel.                          * ZBNKCNV1
004500*              The request is marked done with what was settled * ZBNKCNV1
004600*              so the month-end ZBNKACR1 and ZBNKFEE1 runs pay  * ZBNKCNV1
004700*              and charge the new product only for the rest of  * ZBNKCNV1
004800*              the month.  Every request handled is listed on   * ZBNKCNV1
004900*              the report with the run totals.                  * ZBNKCNV1
005000*              Every master-file update is journaled through    * ZBNKCNV1
005100*              UJOURNL for forward recovery, and each notice is * ZBNKCNV1
005200*              added to the correspondence history through      * ZBNKCNV1
005300*              UCORREG.                                         * ZBNKCNV1
005400***************************************************************** ZBNKCNV1
005500                                                                  ZBNKCNV1
005600 IDENTIFICATION DIVISION.                                         ZBNKCNV1
005700 PROGRAM-ID.                                                      ZBNKCNV1
005800     ZBNKCNV1.                                                    ZBNKCNV1
005900 DATE-WRITTEN.                                                    ZBNKCNV1
006000     October 2026.                                                ZBNKCNV1
006100 DATE-COMPILED.                                                   ZBNKCNV1
006200     Today.                                                       ZBNKCNV1
006300                                                                  ZBNKCNV1
006400 ENVIRONMENT DIVISION.                                            ZBNKCNV1
006500 INPUT-OUTPUT   SECTION.                                          ZBNKCNV1
006600   FILE-CONTROL.                                                  ZBNKCNV1
006700     SELECT BNKPCNV-FILE                                          ZBNKCNV1
006800            ASSIGN       TO BNKPCNV                               ZBNKCNV1
006900            ORGANIZATION IS INDEXED                               ZBNKCNV1
007000            ACCESS MODE  IS SEQUENTIAL                            ZBNKCNV1
007100            RECORD KEY   IS PCV-REC-ACCNO                         ZBNKCNV1
007200            FILE STATUS  IS WS-BNKPCNV-STATUS.                    ZBNKCNV1
007300     SELECT BNKACC-FILE                                           ZBNKCNV1
007400            ASSIGN       TO BNKACC                                ZBNKCNV1
007500            ORGANIZATION IS INDEXED                               ZBNKCNV1
007600            ACCESS MODE  IS DYNAMIC                               ZBNKCNV1
007700            RECORD KEY   IS BAC-REC-ACCNO                         ZBNKCNV1
007800            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          ZBNKCNV1
007900            FILE STATUS  IS WS-BNKACC-STATUS.                     ZBNKCNV1
008000     SELECT BNKATYP-FILE                                          ZBNKCNV1
008100            ASSIGN       TO BNKATYP                               ZBNKCNV1
008200            ORGANIZATION IS INDEXED                               ZBNKCNV1
008300            ACCESS MODE  IS RANDOM                                ZBNKCNV1
008400            RECORD KEY   IS BAT-REC-TYPE                          ZBNKCNV1
008500            FILE STATUS  IS WS-BNKATYP-STATUS.                    ZBNKCNV1
008600     SELECT BNKCUST-FILE                                          ZBNKCNV1
008700            ASSIGN       TO BNKCUST                               ZBNKCNV1
008800            ORGANIZATION IS INDEXED                               ZBNKCNV1
008900            ACCESS MODE  IS RANDOM                                ZBNKCNV1
009000            RECORD KEY   IS BCS-REC-PID                           ZBNKCNV1
009100            ALTERNATE KEY IS BCS-REC-NAME WITH DUPLICATES         ZBNKCNV1
009200            ALTERNATE KEY IS BCS-REC-NAME-FF WITH DUPLICATES      ZBNKCNV1
009300            FILE STATUS  IS WS-BNKCUST-STATUS.                    ZBNKCNV1
009400     SELECT BNKTXN-FILE                                           ZBNKCNV1
009500            ASSIGN       TO BNKTXN                                ZBNKCNV1
009600            ORGANIZATION IS INDEXED                               ZBNKCNV1
009700            ACCESS MODE  IS RANDOM                                ZBNKCNV1
009800            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKCNV1
009900            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKCNV1
010000            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKCNV1
010100            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKCNV1
010200     SELECT BNKODAC-FILE                                          ZBNKCNV1
010300            ASSIGN       TO BNKODAC                               ZBNKCNV1
010400            ORGANIZATION IS INDEXED                               ZBNKCNV1
010500            ACCESS MODE  IS RANDOM                                ZBNKCNV1
010600            RECORD KEY   IS ODA-KEY                               ZBNKCNV1
010700            FILE STATUS  IS WS-BNKODAC-STATUS.                    ZBNKCNV1
010800     SELECT BNKBALH-FILE                                          ZBNKCNV1
010900            ASSIGN       TO BNKBALH                               ZBNKCNV1
011000            ORGANIZATION IS INDEXED                               ZBNKCNV1
011100            ACCESS MODE  IS DYNAMIC                               ZBNKCNV1
011200            RECORD KEY   IS BH-KEY                                ZBNKCNV1
011300            FILE STATUS  IS WS-BNKBALH-STATUS.                    ZBNKCNV1
011400     SELECT BNKACRD-FILE                                          ZBNKCNV1
011500            ASSIGN       TO BNKACRD                               ZBNKCNV1
011600            ORGANIZATION IS INDEXED                               ZBNKCNV1
011700            ACCESS MODE  IS RANDOM                                ZBNKCNV1
011800            RECORD KEY   IS ACD-KEY                               ZBNKCNV1
011900            FILE STATUS  IS WS-BNKACRD-STATUS.                    ZBNKCNV1
012000     SELECT BNKFWVR-FILE                                          ZBNKCNV1
012100            ASSIGN       TO BNKFWVR                               ZBNKCNV1
012200            ORGANIZATION IS INDEXED                               ZBNKCNV1
012300            ACCESS MODE  IS RANDOM                                ZBNKCNV1
012400            RECORD KEY   IS FWV-REC-ACCNO                         ZBNKCNV1
012500            FILE STATUS  IS WS-BNKFWVR-STATUS.                    ZBNKCNV1
012600     SELECT BNKBKRP-FILE                                          ZBNKCNV1
012700            ASSIGN       TO BNKBKRP                               ZBNKCNV1
012800            ORGANIZATION IS INDEXED                               ZBNKCNV1
012900            ACCESS MODE  IS DYNAMIC                               ZBNKCNV1
013000            RECORD KEY   IS BKR-KEY                               ZBNKCNV1
013100            FILE STATUS  IS WS-BNKBKRP-STATUS.                    ZBNKCNV1
013200     SELECT BNKSWPG-FILE                                          ZBNKCNV1
013300            ASSIGN       TO BNKSWPG                               ZBNKCNV1
013400            ORGANIZATION IS INDEXED                               ZBNKCNV1
013500            ACCESS MODE  IS DYNAMIC                               ZBNKCNV1
013600            RECORD KEY   IS SWP-KEY                               ZBNKCNV1
013700            FILE STATUS  IS WS-BNKSWPG-STATUS.                    ZBNKCNV1
013800     SELECT BNKBUSP-FILE                                          ZBNKCNV1
013900            ASSIGN       TO BNKBUSP                               ZBNKCNV1
014000            ORGANIZATION IS INDEXED                               ZBNKCNV1
014100            ACCESS MODE  IS RANDOM                                ZBNKCNV1
014200            RECORD KEY   IS BBP-KEY                               ZBNKCNV1
014300            FILE STATUS  IS WS-BNKBUSP-STATUS.                    ZBNKCNV1
014400     SELECT CNVLTR-FILE                                           ZBNKCNV1
014500            ASSIGN       TO CNVLTR                                ZBNKCNV1
014600            ORGANIZATION IS SEQUENTIAL                            ZBNKCNV1
014700            ACCESS MODE  IS SEQUENTIAL                            ZBNKCNV1
014800            FILE STATUS  IS WS-CNVLTR-STATUS.                     ZBNKCNV1
014900     SELECT PRINTOUT-FILE                                         ZBNKCNV1
015000            ASSIGN       TO PRINTOUT                              ZBNKCNV1
015100            ORGANIZATION IS SEQUENTIAL                            ZBNKCNV1
015200            ACCESS MODE  IS SEQUENTIAL                            ZBNKCNV1
015300            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKCNV1
015400                                                                  ZBNKCNV1
015500 DATA DIVISION.                                                   ZBNKCNV1
015600 FILE SECTION.                                                    ZBNKCNV1
015700                                                                  ZBNKCNV1
015800 FD  BNKPCNV-FILE.                                                ZBNKCNV1
015900 01  BNKPCNV-REC.                                                 ZBNKCNV1
016000 COPY CBANKVCV.                                                   ZBNKCNV1
016100                                                                  ZBNKCNV1
016200 FD  BNKACC-FILE.                                                 ZBNKCNV1
016300 01  BNKACC-REC.                                                  ZBNKCNV1
016400 COPY CBANKVAC.                                                   ZBNKCNV1
016500                                                                  ZBNKCNV1
016600 FD  BNKATYP-FILE.                                                ZBNKCNV1
016700 01  BNKATYP-REC.                                                 ZBNKCNV1
016800 COPY CBANKVAT.                                                   ZBNKCNV1
016900                                                                  ZBNKCNV1
017000 FD  BNKCUST-FILE.                                                ZBNKCNV1
017100 01  BNKCUST-REC.                                                 ZBNKCNV1
017200 COPY CBANKVCS.                                                   ZBNKCNV1
017300                                                                  ZBNKCNV1
017400 FD  BNKTXN-FILE.                                                 ZBNKCNV1
017500 01  BNKTXN-REC.                                                  ZBNKCNV1
017600 COPY CBANKVTX.                                                   ZBNKCNV1
017700                                                                  ZBNKCNV1
017800 FD  BNKODAC-FILE.                                                ZBNKCNV1
017900 01  BNKODAC-REC.                                                 ZBNKCNV1
018000 COPY CBANKVOD.                                                   ZBNKCNV1
018100                                                                  ZBNKCNV1
018200 FD  BNKBALH-FILE.                                                ZBNKCNV1
018300 01  BNKBALH-REC.                                                 ZBNKCNV1
018400 COPY CBANKVBH.                                                   ZBNKCNV1
018500                                                                  ZBNKCNV1
018600 FD  BNKACRD-FILE.                                                ZBNKCNV1
018700 01  BNKACRD-REC.                                                 ZBNKCNV1
018800 COPY CBANKVAD.                                                   ZBNKCNV1
018900                                                                  ZBNKCNV1
019000 FD  BNKFWVR-FILE.                                                ZBNKCNV1
019100 01  BNKFWVR-REC.                                                 ZBNKCNV1
019200 COPY CBANKVFW.                                                   ZBNKCNV1
019300                                                                  ZBNKCNV1
019400 FD  BNKBKRP-FILE.                                                ZBNKCNV1
019500 01  BNKBKRP-REC.                                                 ZBNKCNV1
019600 COPY CBANKVBK.                                                   ZBNKCNV1
019700                                                                  ZBNKCNV1
019800 FD  BNKSWPG-FILE.                                                ZBNKCNV1
019900 01  BNKSWPG-REC.                                                 ZBNKCNV1
020000 COPY CBANKVCC.                                                   ZBNKCNV1
020100                                                                  ZBNKCNV1
020200 FD  BNKBUSP-FILE.                                                ZBNKCNV1
020300 01  BNKBUSP-REC.                                                 ZBNKCNV1
020400 COPY CBANKVBP.                                                   ZBNKCNV1
020500                                                                  ZBNKCNV1
020600 FD  CNVLTR-FILE.                                                 ZBNKCNV1
020700 01  CNVLTR-REC.                                                  ZBNKCNV1
020800   05  CVL-PID                               PIC X(5).            ZBNKCNV1
020900   05  CVL-ACCNO                             PIC X(9).            ZBNKCNV1
021000   05  CVL-NAME                              PIC X(25).           ZBNKCNV1
021100   05  CVL-ADDR1                             PIC X(25).           ZBNKCNV1
021200   05  CVL-ADDR2                             PIC X(25).           ZBNKCNV1
021300   05  CVL-STATE                             PIC X(2).            ZBNKCNV1
021400   05  CVL-CNTRY                             PIC X(6).            ZBNKCNV1
021500   05  CVL-POST-CODE                         PIC X(6).            ZBNKCNV1
021600   05  CVL-CHANNEL                           PIC X(1).            ZBNKCNV1
021700   05  CVL-OLD-TYPE                          PIC X(1).            ZBNKCNV1
021800   05  CVL-OLD-DESC                          PIC X(15).           ZBNKCNV1
021900   05  CVL-NEW-TYPE                          PIC X(1).            ZBNKCNV1
022000   05  CVL-NEW-DESC                          PIC X(15).           ZBNKCNV1
022100   05  CVL-CONV-DATE                         PIC X(10).           ZBNKCNV1
022200   05  CVL-INT-SETTLED                       PIC Z(6)9.99-.       ZBNKCNV1
022300   05  CVL-OD-SETTLED                        PIC Z(6)9.99-.       ZBNKCNV1
022400   05  CVL-SVC-CHARGED                       PIC Z(6)9.99-.       ZBNKCNV1
022500   05  FILLER                                PIC X(21).           ZBNKCNV1
022600                                                                  ZBNKCNV1
022700 FD  PRINTOUT-FILE.                                               ZBNKCNV1
022800 01  PRINTOUT-REC                            PIC X(121).          ZBNKCNV1
022900                                                                  ZBNKCNV1
023000 WORKING-STORAGE SECTION.                                         ZBNKCNV1
023100 COPY CJOURNLD.                                                   ZBNKCNV1
023200                                                                  ZBNKCNV1
023300 COPY CCORREGD.                                                   ZBNKCNV1
023400                                                                  ZBNKCNV1
023500 COPY CRUNCTLD.                                                   ZBNKCNV1
023600                                                                  ZBNKCNV1
023700 COPY CTIMERD.                                                    ZBNKCNV1
023800                                                                  ZBNKCNV1
023900 COPY CTSTAMPD.                                                   ZBNKCNV1
024000                                                                  ZBNKCNV1
024100 COPY CBANKTXD.                                                   ZBNKCNV1
024200                                                                  ZBNKCNV1
024300 01  WS-TWOS-COMP.                                                ZBNKCNV1
024400   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      ZBNKCNV1
024500   05  WS-TWOS-COMP-INPUT                    PIC X(26).           ZBNKCNV1
024600   05  WS-TWOS-COMP-OUTPUT                   PIC X(26).           ZBNKCNV1
024700   05  WS-TWOS-COMP-FORMAT                   PIC X(1) VALUE 'B'.  ZBNKCNV1
024800                                                                  ZBNKCNV1
024900 01  WS-MISC-STORAGE.                                             ZBNKCNV1
025000   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKCNV1
025100       VALUE 'ZBNKCNV1'.                                          ZBNKCNV1
025200   05  WS-BNKPCNV-STATUS.                                         ZBNKCNV1
025300     10  WS-BNKPCNV-STAT1                    PIC X(1).            ZBNKCNV1
025400     10  WS-BNKPCNV-STAT2                    PIC X(1).            ZBNKCNV1
025500   05  WS-BNKACC-STATUS.                                          ZBNKCNV1
025600     10  WS-BNKACC-STAT1                     PIC X(1).            ZBNKCNV1
025700     10  WS-BNKACC-STAT2                     PIC X(1).            ZBNKCNV1
025800   05  WS-BNKATYP-STATUS.                                         ZBNKCNV1
025900     10  WS-BNKATYP-STAT1                    PIC X(1).            ZBNKCNV1
026000     10  WS-BNKATYP-STAT2                    PIC X(1).            ZBNKCNV1
026100   05  WS-BNKCUST-STATUS.                                         ZBNKCNV1
026200     10  WS-BNKCUST-STAT1                    PIC X(1).            ZBNKCNV1
026300     10  WS-BNKCUST-STAT2                    PIC X(1).            ZBNKCNV1
026400   05  WS-BNKTXN-STATUS.                                          ZBNKCNV1
026500     10  WS-BNKTXN-STAT1                     PIC X(1).            ZBNKCNV1
026600     10  WS-BNKTXN-STAT2                     PIC X(1).            ZBNKCNV1
026700   05  WS-BNKODAC-STATUS.                                         ZBNKCNV1
026800     10  WS-BNKODAC-STAT1                    PIC X(1).            ZBNKCNV1
026900     10  WS-BNKODAC-STAT2                    PIC X(1).            ZBNKCNV1
027000   05  WS-BNKBALH-STATUS.                                         ZBNKCNV1
027100     10  WS-BNKBALH-STAT1                    PIC X(1).            ZBNKCNV1
027200     10  WS-BNKBALH-STAT2                    PIC X(1).            ZBNKCNV1
027300   05  WS-BNKACRD-STATUS.                                         ZBNKCNV1
027400     10  WS-BNKACRD-STAT1                    PIC X(1).            ZBNKCNV1
027500     10  WS-BNKACRD-STAT2                    PIC X(1).            ZBNKCNV1
027600   05  WS-BNKFWVR-STATUS.                                         ZBNKCNV1
027700     10  WS-BNKFWVR-STAT1                    PIC X(1).            ZBNKCNV1
027800     10  WS-BNKFWVR-STAT2                    PIC X(1).            ZBNKCNV1
027900   05  WS-BNKBKRP-STATUS.                                         ZBNKCNV1
028000     10  WS-BNKBKRP-STAT1                    PIC X(1).            ZBNKCNV1
028100     10  WS-BNKBKRP-STAT2                    PIC X(1).            ZBNKCNV1
028200   05  WS-BNKSWPG-STATUS.                                         ZBNKCNV1
028300     10  WS-BNKSWPG-STAT1                    PIC X(1).            ZBNKCNV1
028400     10  WS-BNKSWPG-STAT2                    PIC X(1).            ZBNKCNV1
028500   05  WS-BNKBUSP-STATUS.                                         ZBNKCNV1
028600     10  WS-BNKBUSP-STAT1                    PIC X(1).            ZBNKCNV1
028700     10  WS-BNKBUSP-STAT2                    PIC X(1).            ZBNKCNV1
028800   05  WS-CNVLTR-STATUS.                                          ZBNKCNV1
028900     10  WS-CNVLTR-STAT1                     PIC X(1).            ZBNKCNV1
029000     10  WS-CNVLTR-STAT2                     PIC X(1).            ZBNKCNV1
029100   05  WS-PRINTOUT-STATUS.                                        ZBNKCNV1
029200     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKCNV1
029300     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKCNV1
029400   05  WS-IO-STATUS.                                              ZBNKCNV1
029500     10  WS-IO-STAT1                         PIC X(1).            ZBNKCNV1
029600     10  WS-IO-STAT2                         PIC X(1).            ZBNKCNV1
029700   05  WS-TWO-BYTES.                                              ZBNKCNV1
029800     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKCNV1
029900     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKCNV1
030000   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKCNV1
030100                                             PIC 9(1) COMP.       ZBNKCNV1
030200   05  WS-END-OF-FILE                        PIC X(3)             ZBNKCNV1
030300       VALUE 'NO '.                                               ZBNKCNV1
030400   05  WS-FWVR-OPEN                          PIC X(1)             ZBNKCNV1
030500       VALUE 'N'.                                                 ZBNKCNV1
030600   05  WS-BKRP-OPEN                          PIC X(1)             ZBNKCNV1
030700       VALUE 'N'.                                                 ZBNKCNV1
030800   05  WS-SWPG-OPEN                          PIC X(1)             ZBNKCNV1
030900       VALUE 'N'.                                                 ZBNKCNV1
031000   05  WS-BUSP-OPEN                          PIC X(1)             ZBNKCNV1
031100       VALUE 'N'.                                                 ZBNKCNV1
031200   05  WS-SWEPT-GROUP-ACTIVE                 PIC X(1).            ZBNKCNV1
031300   05  WS-ON-ANALYSIS                        PIC X(1).            ZBNKCNV1
031400   05  WS-TODAY                              PIC X(10).           ZBNKCNV1
031500   05  WS-REJECT-REASON                      PIC X(40).           ZBNKCNV1
031600   05  WS-SVC-NOTE                           PIC X(30).           ZBNKCNV1
031700   05  WS-TXN-SEQ                            PIC 9(4)             ZBNKCNV1
031800       VALUE ZERO.                                                ZBNKCNV1
031900   05  WS-REQUESTS-READ                      PIC 9(7)             ZBNKCNV1
032000       VALUE ZERO.                                                ZBNKCNV1
032100   05  WS-CONVERTED                          PIC 9(7)             ZBNKCNV1
032200       VALUE ZERO.                                                ZBNKCNV1
032300   05  WS-REJECTED                           PIC 9(7)             ZBNKCNV1
032400       VALUE ZERO.                                                ZBNKCNV1
032500   05  WS-NOTICES                            PIC 9(7)             ZBNKCNV1
032600       VALUE ZERO.                                                ZBNKCNV1
032700   05  WS-NOTICES-HELD                       PIC 9(7)             ZBNKCNV1
032800       VALUE ZERO.                                                ZBNKCNV1
032900   05  WS-INT-TOTAL                          PIC S9(9)V99 COMP-3  ZBNKCNV1
033000       VALUE ZERO.                                                ZBNKCNV1
033100   05  WS-OD-TOTAL                           PIC S9(9)V99 COMP-3  ZBNKCNV1
033200       VALUE ZERO.                                                ZBNKCNV1
033300   05  WS-SVC-TOTAL                          PIC S9(9)V99 COMP-3  ZBNKCNV1
033400       VALUE ZERO.                                                ZBNKCNV1
033500                                                                  ZBNKCNV1
033600***************************************************************** ZBNKCNV1
033700* Days in the month - the old product's share of the month is   * ZBNKCNV1
033800* the days to the conversion date over the days in the month    * ZBNKCNV1
033900***************************************************************** ZBNKCNV1
034000 01  WS-DATE-WORK.                                                ZBNKCNV1
034100   05  WS-DW-YYYY                            PIC 9(4).            ZBNKCNV1
034200   05  WS-DW-MM                              PIC 9(2).            ZBNKCNV1
034300   05  WS-DW-DD                              PIC 9(2).            ZBNKCNV1
034400   05  WS-DW-MONTH-LEN                       PIC S9(3) COMP-3.    ZBNKCNV1
034500   05  WS-DW-REM                             PIC S9(5) COMP-3.    ZBNKCNV1
034600   05  WS-DW-QUOT                            PIC S9(5) COMP-3.    ZBNKCNV1
034700                                                                  ZBNKCNV1
034800 01  WS-MONTH-TABLE.                                              ZBNKCNV1
034900   05  FILLER                                PIC X(24)            ZBNKCNV1
035000       VALUE '312831303130313130313031'.                          ZBNKCNV1
035100 01  WS-MONTH-TABLE-R REDEFINES WS-MONTH-TABLE.                   ZBNKCNV1
035200   05  WS-MONTH-DAYS                        OCCURS 12 TIMES       ZBNKCNV1
035300                                             PIC 9(2).            ZBNKCNV1
035400                                                                  ZBNKCNV1
035500***************************************************************** ZBNKCNV1
035600* What the old and new products' BNKATYP records say, held so   * ZBNKCNV1
035700* both can be used once the other has been read                 * ZBNKCNV1
035800***************************************************************** ZBNKCNV1
035900 01  WS-PRODUCT-WORK.                                             ZBNKCNV1
036000   05  WS-OLD-DESC                           PIC X(15).           ZBNKCNV1
036100   05  WS-OLD-INT-RATE                       PIC S9(2)V9(4)       ZBNKCNV1
036200                                            COMP-3.               ZBNKCNV1
036300   05  WS-OLD-ACCRUAL-MODE                   PIC X(1).            ZBNKCNV1
036400     88  WS-OLD-AVG-DAILY                    VALUE 'A'.           ZBNKCNV1
036500   05  WS-OLD-SVC-CHARGE                     PIC S9(3)V99 COMP-3. ZBNKCNV1
036600   05  WS-OLD-MIN-BAL-WAIVE                  PIC S9(5)V99 COMP-3. ZBNKCNV1
036700   05  WS-NEW-ADULT-TYPE                     PIC X(1).            ZBNKCNV1
036800   05  WS-NEW-DESC                           PIC X(15).           ZBNKCNV1
036900                                                                  ZBNKCNV1
037000 01  WS-SETTLE-WORK.                                              ZBNKCNV1
037100   05  WS-INTEREST-AMOUNT                    PIC S9(7)V99 COMP-3. ZBNKCNV1
037200   05  WS-WHT-AMOUNT                         PIC S9(7)V99 COMP-3. ZBNKCNV1
037300   05  WS-NET-INTEREST                       PIC S9(7)V99 COMP-3. ZBNKCNV1
037400   05  WS-OD-AMOUNT                          PIC S9(7)V99 COMP-3. ZBNKCNV1
037500   05  WS-SVC-AMOUNT                         PIC S9(5)V99 COMP-3. ZBNKCNV1
037600   05  WS-ADB-SUM                            PIC S9(11)V99 COMP-3.ZBNKCNV1
037700   05  WS-ADB-DAYS                           PIC S9(3) COMP-3.    ZBNKCNV1
037800   05  WS-ADB-DAY-SHARE                      PIC S9(5)V9(4)       ZBNKCNV1
037900                                            COMP-3.               ZBNKCNV1
038000   05  WS-ADB-FROM-DATE                      PIC X(10).           ZBNKCNV1
038100   05  WS-AUDIT-TYPE                         PIC X(1).            ZBNKCNV1
038200   05  WS-AUDIT-SUB-TYPE                     PIC X(1).            ZBNKCNV1
038300   05  WS-AUDIT-AMOUNT                       PIC S9(7)V99 COMP-3. ZBNKCNV1
038400                                                                  ZBNKCNV1
038500 01  WS-REPORT-LINES.                                             ZBNKCNV1
038600   05  WS-LINE1.                                                  ZBNKCNV1
038700     10  WS-LINE1-CC                         PIC X(1)             ZBNKCNV1
038800         VALUE '1'.                                               ZBNKCNV1
038900     10  FILLER                              PIC X(20)            ZBNKCNV1
039000         VALUE SPACES.                                            ZBNKCNV1
039100     10  WS-LINE1-HEAD                       PIC X(30)            ZBNKCNV1
039200         VALUE 'Product Conversions '.                            ZBNKCNV1
039300     10  WS-LINE1-DATE                       PIC X(10).           ZBNKCNV1
039400   05  WS-LINE3.                                                  ZBNKCNV1
039500     10  WS-LINE3-CC                         PIC X(1)             ZBNKCNV1
039600         VALUE ' '.                                               ZBNKCNV1
039700     10  FILLER                              PIC X(11)            ZBNKCNV1
039800         VALUE 'Account'.                                         ZBNKCNV1
039900     10  FILLER                              PIC X(7)             ZBNKCNV1
040000         VALUE 'PID'.                                             ZBNKCNV1
040100     10  FILLER                              PIC X(5)             ZBNKCNV1
040200         VALUE 'From'.                                            ZBNKCNV1
040300     10  FILLER                              PIC X(4)             ZBNKCNV1
040400         VALUE 'To'.                                              ZBNKCNV1
040500     10  FILLER                              PIC X(41)            ZBNKCNV1
040600         VALUE 'Action'.                                          ZBNKCNV1
040700     10  FILLER                              PIC X(12)            ZBNKCNV1
040800         VALUE '    Interest'.                                    ZBNKCNV1
040900     10  FILLER                              PIC X(12)            ZBNKCNV1
041000         VALUE '   Overdraft'.                                    ZBNKCNV1
041100     10  FILLER                              PIC X(12)            ZBNKCNV1
041200         VALUE '  Svc charge'.                                    ZBNKCNV1
041300   05  WS-LINE4.                                                  ZBNKCNV1
041400     10  WS-LINE4-CC                         PIC X(1)             ZBNKCNV1
041500         VALUE ' '.                                               ZBNKCNV1
041600     10  WS-LINE4-ACCNO                      PIC X(11).           ZBNKCNV1
041700     10  WS-LINE4-PID                        PIC X(7).            ZBNKCNV1
041800     10  WS-LINE4-OLD-TYPE                   PIC X(5).            ZBNKCNV1
041900     10  WS-LINE4-NEW-TYPE                   PIC X(4).            ZBNKCNV1
042000     10  WS-LINE4-ACTION                     PIC X(41).           ZBNKCNV1
042100     10  WS-LINE4-INTEREST                   PIC ZZZ,ZZ9.99-.     ZBNKCNV1
042200     10  FILLER                              PIC X(1)             ZBNKCNV1
042300         VALUE SPACE.                                             ZBNKCNV1
042400     10  WS-LINE4-OVERDRAFT                  PIC ZZZ,ZZ9.99-.     ZBNKCNV1
042500     10  FILLER                              PIC X(1)             ZBNKCNV1
042600         VALUE SPACE.                                             ZBNKCNV1
042700     10  WS-LINE4-SVC                        PIC ZZZ,ZZ9.99-.     ZBNKCNV1
042800   05  WS-LINE5.                                                  ZBNKCNV1
042900     10  WS-LINE5-CC                         PIC X(1)             ZBNKCNV1
043000         VALUE ' '.                                               ZBNKCNV1
043100     10  WS-LINE5-TEXT                       PIC X(40).           ZBNKCNV1
043200     10  WS-LINE5-COUNT                      PIC ZZZZZZ9.         ZBNKCNV1
043300     10  FILLER                              PIC X(3)             ZBNKCNV1
043400         VALUE SPACES.                                            ZBNKCNV1
043500     10  WS-LINE5-AMOUNT                     PIC ZZZ,ZZZ,ZZ9.99-. ZBNKCNV1
043600                                                                  ZBNKCNV1
043700 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKCNV1
043800                                                                  ZBNKCNV1
043900 LINKAGE SECTION.                                                 ZBNKCNV1
044000 01  LK-EXEC-PARM.                                                ZBNKCNV1
044100   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKCNV1
044200   05  LK-EXEC-PARM-DATA                     PIC X(12).           ZBNKCNV1
044300                                                                  ZBNKCNV1
044400 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKCNV1
044500                                                                  ZBNKCNV1
044600     PERFORM RUN-TIME.                                            ZBNKCNV1
044700                                                                  ZBNKCNV1
044800     MOVE 'Product conversion run starting'                       ZBNKCNV1
044900       TO WS-CONSOLE-MESSAGE.                                     ZBNKCNV1
045000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCNV1
045100                                                                  ZBNKCNV1
045200     MOVE SPACES TO RUN-CTL-DATA.                                 ZBNKCNV1
045300     SET RUN-CTL-CHECK-START TO TRUE.                             ZBNKCNV1
045400     MOVE WS-PROGRAM-ID TO RUN-CTL-JOB.                           ZBNKCNV1
045500     MOVE 'ZBNKODI1' TO RUN-CTL-PREDECESSOR.                      ZBNKCNV1
045600     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO AND                  ZBNKCNV1
045700        LK-EXEC-PARM-DATA (1:7) IS EQUAL TO 'RESTART'             ZBNKCNV1
045800        SET RUN-CTL-RESTART-YES TO TRUE                           ZBNKCNV1
045900     END-IF.                                                      ZBNKCNV1
046000     CALL 'URUNCTL' USING RUN-CTL-DATA.                           ZBNKCNV1
046100     IF NOT RUN-CTL-OK                                            ZBNKCNV1
046200        MOVE RUN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKCNV1
046300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNV1
046400        MOVE 'Schedule order problem - job not run'               ZBNKCNV1
046500          TO WS-CONSOLE-MESSAGE                                   ZBNKCNV1
046600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNV1
046700        MOVE 8 TO RETURN-CODE                                     ZBNKCNV1
046800        GOBACK                                                    ZBNKCNV1
046900     END-IF.                                                      ZBNKCNV1
047000                                                                  ZBNKCNV1
047100 COPY CTSTAMPP.                                                   ZBNKCNV1
047200     MOVE WS-TS-DATE TO WS-TODAY.                                 ZBNKCNV1
047300     PERFORM SET-MONTH-LENGTH.                                    ZBNKCNV1
047400                                                                  ZBNKCNV1
047500     PERFORM OPEN-FILES.                                          ZBNKCNV1
047600     PERFORM PRINT-REPORT-HEADER.                                 ZBNKCNV1
047700                                                                  ZBNKCNV1
047800     PERFORM READ-NEXT-REQUEST.                                   ZBNKCNV1
047900     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKCNV1
048000        PERFORM PROCESS-REQUEST THRU                              ZBNKCNV1
048100                PROCESS-REQUEST-EXIT                              ZBNKCNV1
048200        PERFORM READ-NEXT-REQUEST                                 ZBNKCNV1
048300     END-PERFORM.                                                 ZBNKCNV1
048400                                                                  ZBNKCNV1
048500     PERFORM PRINT-RUN-TOTALS.                                    ZBNKCNV1
048600     PERFORM CLOSE-FILES.                                         ZBNKCNV1
048700                                                                  ZBNKCNV1
048800     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKCNV1
048900     STRING WS-REQUESTS-READ DELIMITED BY SIZE                    ZBNKCNV1
049000            ' requests, ' DELIMITED BY SIZE                       ZBNKCNV1
049100            WS-CONVERTED DELIMITED BY SIZE                        ZBNKCNV1
049200            ' converted, ' DELIMITED BY SIZE                      ZBNKCNV1
049300            WS-REJECTED DELIMITED BY SIZE                         ZBNKCNV1
049400            ' rejected' DELIMITED BY SIZE                         ZBNKCNV1
049500       INTO WS-CONSOLE-MESSAGE.                                   ZBNKCNV1
049600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCNV1
049700     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKCNV1
049800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCNV1
049900                                                                  ZBNKCNV1
050000     PERFORM RUN-TIME.                                            ZBNKCNV1
050100                                                                  ZBNKCNV1
050200     SET RUN-CTL-MARK-END TO TRUE.                                ZBNKCNV1
050300     CALL 'URUNCTL' USING RUN-CTL-DATA.                           ZBNKCNV1
050400                                                                  ZBNKCNV1
050500     MOVE 0 TO RETURN-CODE.                                       ZBNKCNV1
050600                                                                  ZBNKCNV1
050700     GOBACK.                                                      ZBNKCNV1
050800                                                                  ZBNKCNV1
050900***************************************************************** ZBNKCNV1
051000* The number of days in the current month - February has 29 in  * ZBNKCNV1
051100* a year divisible by four                                      * ZBNKCNV1
051200***************************************************************** ZBNKCNV1
051300 SET-MONTH-LENGTH.                                                ZBNKCNV1
051400     MOVE WS-TODAY (1:4) TO WS-DW-YYYY.                           ZBNKCNV1
051500     MOVE WS-TODAY (6:2) TO WS-DW-MM.                             ZBNKCNV1
051600     MOVE WS-TODAY (9:2) TO WS-DW-DD.                             ZBNKCNV1
051700     MOVE WS-MONTH-DAYS (WS-DW-MM) TO WS-DW-MONTH-LEN.            ZBNKCNV1
051800     IF WS-DW-MM IS EQUAL TO 2                                    ZBNKCNV1
051900        DIVIDE WS-DW-YYYY BY 4 GIVING WS-DW-QUOT                  ZBNKCNV1
052000          REMAINDER WS-DW-REM                                     ZBNKCNV1
052100        IF WS-DW-REM IS EQUAL TO ZERO                             ZBNKCNV1
052200           MOVE 29 TO WS-DW-MONTH-LEN                             ZBNKCNV1
052300        END-IF                                                    ZBNKCNV1
052400     END-IF.                                                      ZBNKCNV1
052500                                                                  ZBNKCNV1
052600***************************************************************** ZBNKCNV1
052700* Read the next request in account order - end of file is       * ZBNKCNV1
052800* flagged                                                       * ZBNKCNV1
052900***************************************************************** ZBNKCNV1
053000 READ-NEXT-REQUEST.                                               ZBNKCNV1
053100     READ BNKPCNV-FILE NEXT RECORD.                               ZBNKCNV1
053200     IF WS-BNKPCNV-STATUS IS EQUAL TO '10'                        ZBNKCNV1
053300        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKCNV1
053400     ELSE                                                         ZBNKCNV1
053500        IF WS-BNKPCNV-STATUS IS NOT EQUAL TO '00'                 ZBNKCNV1
053600           MOVE 'BNKPCNV read error during scan'                  ZBNKCNV1
053700             TO WS-CONSOLE-MESSAGE                                ZBNKCNV1
053800           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKCNV1
053900           MOVE WS-BNKPCNV-STATUS TO WS-IO-STATUS                 ZBNKCNV1
054000           PERFORM DISPLAY-IO-STATUS                              ZBNKCNV1
054100           PERFORM ABORT-PROGRAM                                  ZBNKCNV1
054200        END-IF                                                    ZBNKCNV1
054300     END-IF.                                                      ZBNKCNV1
054400                                                                  ZBNKCNV1
054500***************************************************************** ZBNKCNV1
054600* Only a pending request is worked.  One that no longer         * ZBNKCNV1
054700* qualifies is rejected with the reason; otherwise the old      * ZBNKCNV1
054800* product is settled, the account moved to the new one and the  * ZBNKCNV1
054900* customer told.  Either way the request is written back.       * ZBNKCNV1
055000***************************************************************** ZBNKCNV1
055100 PROCESS-REQUEST.                                                 ZBNKCNV1
055200     IF NOT PCV-STATUS-PENDING                                    ZBNKCNV1
055300        GO TO PROCESS-REQUEST-EXIT                                ZBNKCNV1
055400     END-IF.                                                      ZBNKCNV1
055500     ADD 1 TO WS-REQUESTS-READ.                                   ZBNKCNV1
055600     MOVE ZERO TO WS-INTEREST-AMOUNT.                             ZBNKCNV1
055700     MOVE ZERO TO WS-NET-INTEREST.                                ZBNKCNV1
055800     MOVE ZERO TO WS-WHT-AMOUNT.                                  ZBNKCNV1
055900     MOVE ZERO TO WS-OD-AMOUNT.                                   ZBNKCNV1
056000     MOVE ZERO TO WS-SVC-AMOUNT.                                  ZBNKCNV1
056100     MOVE SPACES TO WS-SVC-NOTE.                                  ZBNKCNV1
056200     PERFORM CHECK-ELIGIBILITY THRU                               ZBNKCNV1
056300             CHECK-ELIGIBILITY-EXIT.                              ZBNKCNV1
056400     IF WS-REJECT-REASON IS NOT EQUAL TO SPACES                   ZBNKCNV1
056500        SET PCV-STATUS-REJECTED TO TRUE                           ZBNKCNV1
056600        MOVE WS-REJECT-REASON TO PCV-REC-REASON                   ZBNKCNV1
056700        MOVE WS-TODAY TO PCV-REC-CONV-DATE                        ZBNKCNV1
056800        ADD 1 TO WS-REJECTED                                      ZBNKCNV1
056900        MOVE WS-REJECT-REASON TO WS-LINE4-ACTION                  ZBNKCNV1
057000        PERFORM PRINT-REQUEST-LINE                                ZBNKCNV1
057100        GO TO PROCESS-REQUEST-REWRITE                             ZBNKCNV1
057200     END-IF.                                                      ZBNKCNV1
057300                                                                  ZBNKCNV1
057400     PERFORM SETTLE-CREDIT-INTEREST THRU                          ZBNKCNV1
057500             SETTLE-CREDIT-INTEREST-EXIT.                         ZBNKCNV1
057600     PERFORM SETTLE-OVERDRAFT-INTEREST THRU                       ZBNKCNV1
057700             SETTLE-OVERDRAFT-INTEREST-EXIT.                      ZBNKCNV1
057800     PERFORM SETTLE-SERVICE-CHARGE THRU                           ZBNKCNV1
057900             SETTLE-SERVICE-CHARGE-EXIT.                          ZBNKCNV1
058000     PERFORM CHANGE-PRODUCT.                                      ZBNKCNV1
058100     PERFORM WRITE-NOTICE THRU                                    ZBNKCNV1
058200             WRITE-NOTICE-EXIT.                                   ZBNKCNV1
058300                                                                  ZBNKCNV1
058400     SET PCV-STATUS-DONE TO TRUE.                                 ZBNKCNV1
058500     MOVE WS-TODAY TO PCV-REC-CONV-DATE.                          ZBNKCNV1
058600     MOVE WS-NET-INTEREST TO PCV-REC-INT-SETTLED.                 ZBNKCNV1
058700     MOVE WS-OD-AMOUNT TO PCV-REC-OD-SETTLED.                     ZBNKCNV1
058800     MOVE WS-SVC-AMOUNT TO PCV-REC-SVC-CHARGED.                   ZBNKCNV1
058900     MOVE SPACES TO PCV-REC-REASON.                               ZBNKCNV1
059000     ADD 1 TO WS-CONVERTED.                                       ZBNKCNV1
059100     ADD WS-NET-INTEREST TO WS-INT-TOTAL.                         ZBNKCNV1
059200     ADD WS-OD-AMOUNT TO WS-OD-TOTAL.                             ZBNKCNV1
059300     ADD WS-SVC-AMOUNT TO WS-SVC-TOTAL.                           ZBNKCNV1
059400     MOVE SPACES TO WS-LINE4-ACTION.                              ZBNKCNV1
059500     STRING 'Converted ' DELIMITED BY SIZE                        ZBNKCNV1
059600            WS-SVC-NOTE DELIMITED BY SIZE                         ZBNKCNV1
059700       INTO WS-LINE4-ACTION.                                      ZBNKCNV1
059800     PERFORM PRINT-REQUEST-LINE.                                  ZBNKCNV1
059900 PROCESS-REQUEST-REWRITE.                                         ZBNKCNV1
060000     REWRITE PCV-RECORD.                                          ZBNKCNV1
060100     IF WS-BNKPCNV-STATUS IS NOT EQUAL TO '00'                    ZBNKCNV1
060200        MOVE 'BNKPCNV rewrite error...'                           ZBNKCNV1
060300          TO WS-CONSOLE-MESSAGE                                   ZBNKCNV1
060400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNV1
060500        MOVE WS-BNKPCNV-STATUS TO WS-IO-STATUS                    ZBNKCNV1
060600        PERFORM DISPLAY-IO-STATUS                                 ZBNKCNV1
060700        PERFORM ABORT-PROGRAM                                     ZBNKCNV1
060800     END-IF.                                                      ZBNKCNV1
060900 PROCESS-REQUEST-EXIT.                                            ZBNKCNV1
061000     EXIT.                                                        ZBNKCNV1
061100                                                                  ZBNKCNV1
061200***************************************************************** ZBNKCNV1
061300* Check the request again as the screen did when it was made -  * ZBNKCNV1
061400* the account or either product may have changed since.  The    * ZBNKCNV1
061500* reason for a rejection is left in WS-REJECT-REASON; the old   * ZBNKCNV1
061600* product's rates and charges are kept for the settlement.      * ZBNKCNV1
061700***************************************************************** ZBNKCNV1
061800 CHECK-ELIGIBILITY.                                               ZBNKCNV1
061900     MOVE SPACES TO WS-REJECT-REASON.                             ZBNKCNV1
062000     MOVE PCV-REC-ACCNO TO BAC-REC-ACCNO.                         ZBNKCNV1
062100     READ BNKACC-FILE KEY IS BAC-REC-ACCNO.                       ZBNKCNV1
062200     IF WS-BNKACC-STATUS IS EQUAL TO '23'                         ZBNKCNV1
062300        MOVE 'Account no longer on file' TO WS-REJECT-REASON      ZBNKCNV1
062400        GO TO CHECK-ELIGIBILITY-EXIT                              ZBNKCNV1
062500     END-IF.                                                      ZBNKCNV1
062600     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKCNV1
062700        MOVE 'BNKACC read error...'                               ZBNKCNV1
062800          TO WS-CONSOLE-MESSAGE                                   ZBNKCNV1
062900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNV1
063000        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKCNV1
063100        PERFORM DISPLAY-IO-STATUS                                 ZBNKCNV1
063200        PERFORM ABORT-PROGRAM                                     ZBNKCNV1
063300     END-IF.                                                      ZBNKCNV1
063400     IF NOT BAC-STATUS-OPEN                                       ZBNKCNV1
063500        MOVE 'Account is no longer open' TO WS-REJECT-REASON      ZBNKCNV1
063600        GO TO CHECK-ELIGIBILITY-EXIT                              ZBNKCNV1
063700     END-IF.                                                      ZBNKCNV1
063800     IF BAC-REC-TYPE IS NOT EQUAL TO PCV-REC-OLD-TYPE             ZBNKCNV1
063900        MOVE 'Product changed since the request'                  ZBNKCNV1
064000          TO WS-REJECT-REASON                                     ZBNKCNV1
064100        GO TO CHECK-ELIGIBILITY-EXIT                              ZBNKCNV1
064200     END-IF.                                                      ZBNKCNV1
064300                                                                  ZBNKCNV1
064400     MOVE PCV-REC-NEW-TYPE TO BAT-REC-TYPE.                       ZBNKCNV1
064500     READ BNKATYP-FILE.                                           ZBNKCNV1
064600     IF WS-BNKATYP-STATUS IS NOT EQUAL TO '00'                    ZBNKCNV1
064700        MOVE 'Product not on the account type table'              ZBNKCNV1
064800          TO WS-REJECT-REASON                                     ZBNKCNV1
064900        GO TO CHECK-ELIGIBILITY-EXIT                              ZBNKCNV1
065000     END-IF.                                                      ZBNKCNV1
065100     MOVE BAT-REC-DESC TO WS-NEW-DESC.                            ZBNKCNV1
065200     IF BAT-STATUS-INACTIVE                                       ZBNKCNV1
065300        MOVE 'Product is closed to new business'                  ZBNKCNV1
065400          TO WS-REJECT-REASON                                     ZBNKCNV1
065500        GO TO CHECK-ELIGIBILITY-EXIT                              ZBNKCNV1
065600     END-IF.                                                      ZBNKCNV1
065700     IF BAT-REC-TERM-MONTHS IS NUMERIC AND                        ZBNKCNV1
065800        BAT-REC-TERM-MONTHS IS GREATER THAN ZERO                  ZBNKCNV1
065900        MOVE 'Open a fixed-term deposit separately'               ZBNKCNV1
066000          TO WS-REJECT-REASON                                     ZBNKCNV1
066100        GO TO CHECK-ELIGIBILITY-EXIT                              ZBNKCNV1
066200     END-IF.                                                      ZBNKCNV1
066300     IF BAC-REC-BALANCE IS LESS THAN ZERO AND                     ZBNKCNV1
066400        (BAT-REC-OD-INT-RATE IS NOT NUMERIC OR                    ZBNKCNV1
066500         BAT-REC-OD-INT-RATE IS NOT GREATER THAN ZERO)            ZBNKCNV1
066600        MOVE 'Overdrawn - product has no overdraft'               ZBNKCNV1
066700          TO WS-REJECT-REASON                                     ZBNKCNV1
066800        GO TO CHECK-ELIGIBILITY-EXIT                              ZBNKCNV1
066900     END-IF.                                                      ZBNKCNV1
067000     MOVE BAT-REC-ADULT-TYPE TO WS-NEW-ADULT-TYPE.                ZBNKCNV1
067100                                                                  ZBNKCNV1
067200     MOVE BAC-REC-PID TO BCS-REC-PID.                             ZBNKCNV1
067300     READ BNKCUST-FILE.                                           ZBNKCNV1
067400     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKCNV1
067500        MOVE 'Account holder not found' TO WS-REJECT-REASON       ZBNKCNV1
067600        GO TO CHECK-ELIGIBILITY-EXIT                              ZBNKCNV1
067700     END-IF.                                                      ZBNKCNV1
067800     IF WS-NEW-ADULT-TYPE IS EQUAL TO SPACES OR                   ZBNKCNV1
067900        WS-NEW-ADULT-TYPE IS EQUAL TO LOW-VALUES                  ZBNKCNV1
068000        IF BCS-MINOR                                              ZBNKCNV1
068100           MOVE 'A minor must stay on a minor product'            ZBNKCNV1
068200             TO WS-REJECT-REASON                                  ZBNKCNV1
068300           GO TO CHECK-ELIGIBILITY-EXIT                           ZBNKCNV1
068400        END-IF                                                    ZBNKCNV1
068500     ELSE                                                         ZBNKCNV1
068600        IF NOT BCS-MINOR                                          ZBNKCNV1
068700           MOVE 'That product is for minors only'                 ZBNKCNV1
068800             TO WS-REJECT-REASON                                  ZBNKCNV1
068900           GO TO CHECK-ELIGIBILITY-EXIT                           ZBNKCNV1
069000        END-IF                                                    ZBNKCNV1
069100     END-IF.                                                      ZBNKCNV1
069200                                                                  ZBNKCNV1
069300     MOVE PCV-REC-OLD-TYPE TO BAT-REC-TYPE.                       ZBNKCNV1
069400     READ BNKATYP-FILE.                                           ZBNKCNV1
069500     IF WS-BNKATYP-STATUS IS NOT EQUAL TO '00'                    ZBNKCNV1
069600        MOVE 'Old product not on the account type table'          ZBNKCNV1
069700          TO WS-REJECT-REASON                                     ZBNKCNV1
069800        GO TO CHECK-ELIGIBILITY-EXIT                              ZBNKCNV1
069900     END-IF.                                                      ZBNKCNV1
070000     IF BAT-REC-TERM-MONTHS IS NUMERIC AND                        ZBNKCNV1
070100        BAT-REC-TERM-MONTHS IS GREATER THAN ZERO                  ZBNKCNV1
070200        MOVE 'A fixed-term deposit runs to maturity'              ZBNKCNV1
070300          TO WS-REJECT-REASON                                     ZBNKCNV1
070400        GO TO CHECK-ELIGIBILITY-EXIT                              ZBNKCNV1
070500     END-IF.                                                      ZBNKCNV1
070600     MOVE BAT-REC-DESC TO WS-OLD-DESC.                            ZBNKCNV1
070700     MOVE BAT-REC-ACCRUAL-MODE TO WS-OLD-ACCRUAL-MODE.            ZBNKCNV1
070800     MOVE ZERO TO WS-OLD-INT-RATE.                                ZBNKCNV1
070900     IF BAT-REC-INT-RATE IS NUMERIC                               ZBNKCNV1
071000        MOVE BAT-REC-INT-RATE TO WS-OLD-INT-RATE                  ZBNKCNV1
071100     END-IF.                                                      ZBNKCNV1
071200*    An effective-dated replacement rate already in force is the  ZBNKCNV1
071300*    rate the month-end run would have paid                       ZBNKCNV1
071400     IF BAT-REC-NEW-RATE-EFF-DATE IS NOT EQUAL TO SPACES          ZBNKCNV1
071500        AND BAT-REC-NEW-RATE-EFF-DATE IS NOT EQUAL TO LOW-VALUES  ZBNKCNV1
071600        AND BAT-REC-NEW-RATE-EFF-DATE IS NOT GREATER THAN WS-TODAYZBNKCNV1
071700        IF BAT-REC-NEW-INT-RATE IS NUMERIC                        ZBNKCNV1
071800           MOVE BAT-REC-NEW-INT-RATE TO WS-OLD-INT-RATE           ZBNKCNV1
071900        END-IF                                                    ZBNKCNV1
072000     END-IF.                                                      ZBNKCNV1
072100     MOVE ZERO TO WS-OLD-SVC-CHARGE.                              ZBNKCNV1
072200     IF BAT-REC-SVC-CHARGE IS NUMERIC                             ZBNKCNV1
072300        MOVE BAT-REC-SVC-CHARGE TO WS-OLD-SVC-CHARGE              ZBNKCNV1
072400     END-IF.                                                      ZBNKCNV1
072500     MOVE ZERO TO WS-OLD-MIN-BAL-WAIVE.                           ZBNKCNV1
072600     IF BAT-REC-MIN-BAL-WAIVE IS NUMERIC                          ZBNKCNV1
072700        MOVE BAT-REC-MIN-BAL-WAIVE TO WS-OLD-MIN-BAL-WAIVE        ZBNKCNV1
072800     END-IF.                                                      ZBNKCNV1
072900 CHECK-ELIGIBILITY-EXIT.                                          ZBNKCNV1
073000     EXIT.                                                        ZBNKCNV1
073100                                                                  ZBNKCNV1
073200***************************************************************** ZBNKCNV1
073300* Pay the credit interest the old product has earned this month * ZBNKCNV1
073400* to date.  On the month-end balance basis that is the month's  * ZBNKCNV1
073500* interest on today's balance for the days held; on the average * ZBNKCNV1
073600* daily basis it is each day's snapshot balance at the rate for * ZBNKCNV1
073700* one day of the month, the days recorded on BNKACRD as the     * ZBNKCNV1
073800* month-end run records them.  Nothing is paid on a debit       * ZBNKCNV1
073900* balance - that is what the overdraft accrual is for.          * ZBNKCNV1
074000***************************************************************** ZBNKCNV1
074100 SETTLE-CREDIT-INTEREST.                                          ZBNKCNV1
074200     IF WS-OLD-INT-RATE IS NOT GREATER THAN ZERO                  ZBNKCNV1
074300        GO TO SETTLE-CREDIT-INTEREST-EXIT                         ZBNKCNV1
074400     END-IF.                                                      ZBNKCNV1
074500     IF WS-OLD-AVG-DAILY                                          ZBNKCNV1
074600        PERFORM SETTLE-AVERAGE-DAILY THRU                         ZBNKCNV1
074700                SETTLE-AVERAGE-DAILY-EXIT                         ZBNKCNV1
074800     ELSE                                                         ZBNKCNV1
074900        COMPUTE WS-INTEREST-AMOUNT ROUNDED =                      ZBNKCNV1
075000           BAC-REC-BALANCE * WS-OLD-INT-RATE * WS-DW-DD           ZBNKCNV1
075100             / WS-DW-MONTH-LEN                                    ZBNKCNV1
075200     END-IF.                                                      ZBNKCNV1
075300     IF WS-INTEREST-AMOUNT IS NOT GREATER THAN ZERO               ZBNKCNV1
075400        MOVE ZERO TO WS-INTEREST-AMOUNT                           ZBNKCNV1
075500        GO TO SETTLE-CREDIT-INTEREST-EXIT                         ZBNKCNV1
075600     END-IF.                                                      ZBNKCNV1
075700     PERFORM COMPUTE-WITHHOLDING THRU                             ZBNKCNV1
075800             COMPUTE-WITHHOLDING-EXIT.                            ZBNKCNV1
075900     ADD WS-NET-INTEREST TO BAC-REC-BALANCE.                      ZBNKCNV1
076000 SETTLE-CREDIT-INTEREST-EXIT.                                     ZBNKCNV1
076100     EXIT.                                                        ZBNKCNV1
076200                                                                  ZBNKCNV1
076300***************************************************************** ZBNKCNV1
076400* Average-daily-balance settlement - the month's BNKBALH        * ZBNKCNV1
076500* snapshots to date, each earning a day's share of the monthly  * ZBNKCNV1
076600* rate.  An account with no snapshots falls back to the         * ZBNKCNV1
076700* month-end balance basis as the month-end run does.            * ZBNKCNV1
076800***************************************************************** ZBNKCNV1
076900 SETTLE-AVERAGE-DAILY.                                            ZBNKCNV1
077000     MOVE ZERO TO WS-ADB-SUM.                                     ZBNKCNV1
077100     MOVE ZERO TO WS-ADB-DAYS.                                    ZBNKCNV1
077200     MOVE WS-TODAY TO WS-ADB-FROM-DATE.                           ZBNKCNV1
077300     MOVE '01' TO WS-ADB-FROM-DATE (9:2).                         ZBNKCNV1
077400     MOVE BAC-REC-ACCNO TO BH-REC-ACCNO.                          ZBNKCNV1
077500     MOVE WS-ADB-FROM-DATE TO BH-REC-DATE.                        ZBNKCNV1
077600     START BNKBALH-FILE KEY NOT LESS THAN BH-KEY.                 ZBNKCNV1
077700     IF WS-BNKBALH-STATUS IS NOT EQUAL TO '00'                    ZBNKCNV1
077800        GO TO SETTLE-ADB-SUM-DONE                                 ZBNKCNV1
077900     END-IF.                                                      ZBNKCNV1
078000 SETTLE-ADB-LOOP.                                                 ZBNKCNV1
078100     READ BNKBALH-FILE NEXT RECORD.                               ZBNKCNV1
078200     IF WS-BNKBALH-STATUS IS NOT EQUAL TO '00'                    ZBNKCNV1
078300        GO TO SETTLE-ADB-SUM-DONE                                 ZBNKCNV1
078400     END-IF.                                                      ZBNKCNV1
078500     IF BH-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO OR             ZBNKCNV1
078600        BH-REC-DATE IS GREATER THAN WS-TODAY                      ZBNKCNV1
078700        GO TO SETTLE-ADB-SUM-DONE                                 ZBNKCNV1
078800     END-IF.                                                      ZBNKCNV1
078900     IF BH-REC-BALANCE IS NUMERIC                                 ZBNKCNV1
079000        ADD BH-REC-BALANCE TO WS-ADB-SUM                          ZBNKCNV1
079100        ADD 1 TO WS-ADB-DAYS                                      ZBNKCNV1
079200     END-IF.                                                      ZBNKCNV1
079300     GO TO SETTLE-ADB-LOOP.                                       ZBNKCNV1
079400 SETTLE-ADB-SUM-DONE.                                             ZBNKCNV1
079500     IF WS-ADB-DAYS IS NOT GREATER THAN ZERO                      ZBNKCNV1
079600        COMPUTE WS-INTEREST-AMOUNT ROUNDED =                      ZBNKCNV1
079700           BAC-REC-BALANCE * WS-OLD-INT-RATE * WS-DW-DD           ZBNKCNV1
079800             / WS-DW-MONTH-LEN                                    ZBNKCNV1
079900        GO TO SETTLE-AVERAGE-DAILY-EXIT                           ZBNKCNV1
080000     END-IF.                                                      ZBNKCNV1
080100     COMPUTE WS-INTEREST-AMOUNT ROUNDED =                         ZBNKCNV1
080200        WS-ADB-SUM * WS-OLD-INT-RATE / WS-DW-MONTH-LEN.           ZBNKCNV1
080300     IF WS-INTEREST-AMOUNT IS GREATER THAN ZERO                   ZBNKCNV1
080400        PERFORM WRITE-ADB-DETAIL-ROWS THRU                        ZBNKCNV1
080500                WRITE-ADB-DETAIL-ROWS-EXIT                        ZBNKCNV1
080600     END-IF.                                                      ZBNKCNV1
080700 SETTLE-AVERAGE-DAILY-EXIT.                                       ZBNKCNV1
080800     EXIT.                                                        ZBNKCNV1
080900                                                                  ZBNKCNV1
081000***************************************************************** ZBNKCNV1
081100* One BNKACRD row per day settled - balance, rate and the day's * ZBNKCNV1
081200* share of the interest.  A re-run replaces the rows it wrote.  * ZBNKCNV1
081300***************************************************************** ZBNKCNV1
081400 WRITE-ADB-DETAIL-ROWS.                                           ZBNKCNV1
081500     MOVE BAC-REC-ACCNO TO BH-REC-ACCNO.                          ZBNKCNV1
081600     MOVE WS-ADB-FROM-DATE TO BH-REC-DATE.                        ZBNKCNV1
081700     START BNKBALH-FILE KEY NOT LESS THAN BH-KEY.                 ZBNKCNV1
081800     IF WS-BNKBALH-STATUS IS NOT EQUAL TO '00'                    ZBNKCNV1
081900        GO TO WRITE-ADB-DETAIL-ROWS-EXIT                          ZBNKCNV1
082000     END-IF.                                                      ZBNKCNV1
082100 ADB-DETAIL-LOOP.                                                 ZBNKCNV1
082200     READ BNKBALH-FILE NEXT RECORD.                               ZBNKCNV1
082300     IF WS-BNKBALH-STATUS IS NOT EQUAL TO '00'                    ZBNKCNV1
082400        GO TO WRITE-ADB-DETAIL-ROWS-EXIT                          ZBNKCNV1
082500     END-IF.                                                      ZBNKCNV1
082600     IF BH-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO OR             ZBNKCNV1
082700        BH-REC-DATE IS GREATER THAN WS-TODAY                      ZBNKCNV1
082800        GO TO WRITE-ADB-DETAIL-ROWS-EXIT                          ZBNKCNV1
082900     END-IF.                                                      ZBNKCNV1
083000     IF BH-REC-BALANCE IS NOT NUMERIC                             ZBNKCNV1
083100        GO TO ADB-DETAIL-LOOP                                     ZBNKCNV1
083200     END-IF.                                                      ZBNKCNV1
083300     COMPUTE WS-ADB-DAY-SHARE ROUNDED =                           ZBNKCNV1
083400       (BH-REC-BALANCE * WS-OLD-INT-RATE) / WS-DW-MONTH-LEN.      ZBNKCNV1
083500     MOVE SPACES TO ACD-RECORD.                                   ZBNKCNV1
083600     MOVE BAC-REC-ACCNO TO ACD-REC-ACCNO.                         ZBNKCNV1
083700     MOVE BH-REC-DATE TO ACD-REC-DATE.                            ZBNKCNV1
083800     MOVE BH-REC-BALANCE TO ACD-REC-BALANCE.                      ZBNKCNV1
083900     MOVE WS-OLD-INT-RATE TO ACD-REC-RATE.                        ZBNKCNV1
084000     MOVE WS-ADB-DAY-SHARE TO ACD-REC-ACCRUED.                    ZBNKCNV1
084100     WRITE ACD-RECORD.                                            ZBNKCNV1
084200     IF WS-BNKACRD-STATUS IS EQUAL TO '22'                        ZBNKCNV1
084300        REWRITE ACD-RECORD                                        ZBNKCNV1
084400     END-IF.                                                      ZBNKCNV1
084500     IF WS-BNKACRD-STATUS IS NOT EQUAL TO '00'                    ZBNKCNV1
084600        MOVE 'Unable to write accrual detail record'              ZBNKCNV1
084700          TO WS-CONSOLE-MESSAGE                                   ZBNKCNV1
084800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNV1
084900        MOVE WS-BNKACRD-STATUS TO WS-IO-STATUS                    ZBNKCNV1
085000        PERFORM DISPLAY-IO-STATUS                                 ZBNKCNV1
085100        PERFORM ABORT-PROGRAM                                     ZBNKCNV1
085200     END-IF.                                                      ZBNKCNV1
085300     GO TO ADB-DETAIL-LOOP.                                       ZBNKCNV1
085400 WRITE-ADB-DETAIL-ROWS-EXIT.                                      ZBNKCNV1
085500     EXIT.                                                        ZBNKCNV1
085600                                                                  ZBNKCNV1
085700***************************************************************** ZBNKCNV1
085800* Backup withholding on the settled interest, as the month-end  * ZBNKCNV1
085900* run takes it - the customer record was read by the checks     * ZBNKCNV1
086000***************************************************************** ZBNKCNV1
086100 COMPUTE-WITHHOLDING.                                             ZBNKCNV1
086200     MOVE ZERO TO WS-WHT-AMOUNT.                                  ZBNKCNV1
086300     MOVE WS-INTEREST-AMOUNT TO WS-NET-INTEREST.                  ZBNKCNV1
086400     IF BCS-WITHHOLD AND                                          ZBNKCNV1
086500        BCS-REC-WHT-RATE IS NUMERIC AND                           ZBNKCNV1
086600        BCS-REC-WHT-RATE IS GREATER THAN ZERO                     ZBNKCNV1
086700        COMPUTE WS-WHT-AMOUNT ROUNDED =                           ZBNKCNV1
086800          WS-INTEREST-AMOUNT * BCS-REC-WHT-RATE / 100             ZBNKCNV1
086900        COMPUTE WS-NET-INTEREST =                                 ZBNKCNV1
087000          WS-INTEREST-AMOUNT - WS-WHT-AMOUNT                      ZBNKCNV1
087100     END-IF.                                                      ZBNKCNV1
087200 COMPUTE-WITHHOLDING-EXIT.                                        ZBNKCNV1
087300     EXIT.                                                        ZBNKCNV1
087400                                                                  ZBNKCNV1
087500***************************************************************** ZBNKCNV1
087600* Post the overdraft interest accrued on BNKODAC under the old  * ZBNKCNV1
087700* product and clear the accrual - the nightly ZBNKODI1 run      * ZBNKCNV1
087800* accrues at the new product's rate from tonight                * ZBNKCNV1
087900***************************************************************** ZBNKCNV1
088000 SETTLE-OVERDRAFT-INTEREST.                                       ZBNKCNV1
088100     MOVE BAC-REC-ACCNO TO ODA-REC-ACCNO.                         ZBNKCNV1
088200     READ BNKODAC-FILE.                                           ZBNKCNV1
088300     IF WS-BNKODAC-STATUS IS NOT EQUAL TO '00'                    ZBNKCNV1
088400        GO TO SETTLE-OVERDRAFT-INTEREST-EXIT                      ZBNKCNV1
088500     END-IF.                                                      ZBNKCNV1
088600     IF ODA-REC-ACCRUED IS NOT NUMERIC                            ZBNKCNV1
088700        GO TO SETTLE-OVERDRAFT-INTEREST-EXIT                      ZBNKCNV1
088800     END-IF.                                                      ZBNKCNV1
088900     IF ODA-REC-ACCRUED IS NOT GREATER THAN ZERO                  ZBNKCNV1
089000        GO TO SETTLE-OVERDRAFT-INTEREST-EXIT                      ZBNKCNV1
089100     END-IF.                                                      ZBNKCNV1
089200     MOVE ODA-REC-ACCRUED TO WS-OD-AMOUNT.                        ZBNKCNV1
089300     SUBTRACT WS-OD-AMOUNT FROM BAC-REC-BALANCE.                  ZBNKCNV1
089400 SETTLE-OVERDRAFT-INTEREST-EXIT.                                  ZBNKCNV1
089500     EXIT.                                                        ZBNKCNV1
089600                                                                  ZBNKCNV1
089700***************************************************************** ZBNKCNV1
089800* The old product's service charge for the days of the month it * ZBNKCNV1
089900* was held, on the same minimum-balance waiver test as the      * ZBNKCNV1
090000* month-end run.  House accounts never pay; an account with a   * ZBNKCNV1
090100* standing fee waiver, a holder in bankruptcy or an account on  * ZBNKCNV1
090200* corporate account analysis is not charged here either, as     * ZBNKCNV1
090300* the month-end run would not charge it.                        * ZBNKCNV1
090400***************************************************************** ZBNKCNV1
090500 SETTLE-SERVICE-CHARGE.                                           ZBNKCNV1
090600     IF WS-OLD-SVC-CHARGE IS NOT GREATER THAN ZERO                ZBNKCNV1
090700        GO TO SETTLE-SERVICE-CHARGE-EXIT                          ZBNKCNV1
090800     END-IF.                                                      ZBNKCNV1
090900     IF WS-OLD-MIN-BAL-WAIVE IS GREATER THAN ZERO AND             ZBNKCNV1
091000        BAC-REC-BALANCE IS NOT LESS THAN WS-OLD-MIN-BAL-WAIVE     ZBNKCNV1
091100        GO TO SETTLE-SERVICE-CHARGE-EXIT                          ZBNKCNV1
091200     END-IF.                                                      ZBNKCNV1
091300     IF BAC-REC-ACCNO (1:7) IS EQUAL TO '9999999'                 ZBNKCNV1
091400        GO TO SETTLE-SERVICE-CHARGE-EXIT                          ZBNKCNV1
091500     END-IF.                                                      ZBNKCNV1
091600     IF WS-FWVR-OPEN IS EQUAL TO 'Y'                              ZBNKCNV1
091700        MOVE BAC-REC-ACCNO TO FWV-REC-ACCNO                       ZBNKCNV1
091800        READ BNKFWVR-FILE                                         ZBNKCNV1
091900        IF WS-BNKFWVR-STATUS IS EQUAL TO '00' AND                 ZBNKCNV1
092000           FWV-STATUS-ACTIVE                                      ZBNKCNV1
092100           MOVE '- fee waived' TO WS-SVC-NOTE                     ZBNKCNV1
092200           GO TO SETTLE-SERVICE-CHARGE-EXIT                       ZBNKCNV1
092300        END-IF                                                    ZBNKCNV1
092400     END-IF.                                                      ZBNKCNV1
092500     IF WS-BKRP-OPEN IS EQUAL TO 'Y'                              ZBNKCNV1
092600        MOVE BAC-REC-PID TO BKR-REC-PID                           ZBNKCNV1
092700        READ BNKBKRP-FILE                                         ZBNKCNV1
092800        IF WS-BNKBKRP-STATUS IS EQUAL TO '00' AND                 ZBNKCNV1
092900           BKR-CASE-ACTIVE                                        ZBNKCNV1
093000           MOVE '- bankruptcy, no fee' TO WS-SVC-NOTE             ZBNKCNV1
093100           GO TO SETTLE-SERVICE-CHARGE-EXIT                       ZBNKCNV1
093200        END-IF                                                    ZBNKCNV1
093300     END-IF.                                                      ZBNKCNV1
093400     PERFORM CHECK-ON-ANALYSIS THRU                               ZBNKCNV1
093500             CHECK-ON-ANALYSIS-EXIT.                              ZBNKCNV1
093600     IF WS-ON-ANALYSIS IS EQUAL TO 'Y'                            ZBNKCNV1
093700        MOVE '- on account analysis' TO WS-SVC-NOTE               ZBNKCNV1
093800        GO TO SETTLE-SERVICE-CHARGE-EXIT                          ZBNKCNV1
093900     END-IF.                                                      ZBNKCNV1
094000     COMPUTE WS-SVC-AMOUNT ROUNDED =                              ZBNKCNV1
094100        WS-OLD-SVC-CHARGE * WS-DW-DD / WS-DW-MONTH-LEN.           ZBNKCNV1
094200     SUBTRACT WS-SVC-AMOUNT FROM BAC-REC-BALANCE.                 ZBNKCNV1
094300 SETTLE-SERVICE-CHARGE-EXIT.                                      ZBNKCNV1
094400     EXIT.                                                        ZBNKCNV1
094500                                                                  ZBNKCNV1
094600***************************************************************** ZBNKCNV1
094700* Is this account on corporate account analysis - a member of   * ZBNKCNV1
094800* an active sweep group, or owned by a business whose profile   * ZBNKCNV1
094900* names an analysis account                                     * ZBNKCNV1
095000***************************************************************** ZBNKCNV1
095100 CHECK-ON-ANALYSIS.                                               ZBNKCNV1
095200     MOVE 'N' TO WS-ON-ANALYSIS.                                  ZBNKCNV1
095300     IF WS-SWPG-OPEN IS NOT EQUAL TO 'Y'                          ZBNKCNV1
095400        GO TO CHECK-ON-ANALYSIS-BUSINESS                          ZBNKCNV1
095500     END-IF.                                                      ZBNKCNV1
095600     MOVE 'N' TO WS-SWEPT-GROUP-ACTIVE.                           ZBNKCNV1
095700     MOVE LOW-VALUES TO SWP-KEY.                                  ZBNKCNV1
095800     START BNKSWPG-FILE KEY GREATER THAN SWP-KEY.                 ZBNKCNV1
095900     IF WS-BNKSWPG-STATUS IS NOT EQUAL TO '00'                    ZBNKCNV1
096000        GO TO CHECK-ON-ANALYSIS-BUSINESS                          ZBNKCNV1
096100     END-IF.                                                      ZBNKCNV1
096200 CHECK-ON-ANALYSIS-LOOP.                                          ZBNKCNV1
096300     READ BNKSWPG-FILE NEXT RECORD.                               ZBNKCNV1
096400     IF WS-BNKSWPG-STATUS IS NOT EQUAL TO '00'                    ZBNKCNV1
096500        GO TO CHECK-ON-ANALYSIS-BUSINESS                          ZBNKCNV1
096600     END-IF.                                                      ZBNKCNV1
096700     IF SWP-HEADER-ROW                                            ZBNKCNV1
096800        MOVE 'N' TO WS-SWEPT-GROUP-ACTIVE                         ZBNKCNV1
096900        IF SWP-STATUS-ACTIVE                                      ZBNKCNV1
097000           MOVE 'Y' TO WS-SWEPT-GROUP-ACTIVE                      ZBNKCNV1
097100        END-IF                                                    ZBNKCNV1
097200     END-IF.                                                      ZBNKCNV1
097300     IF WS-SWEPT-GROUP-ACTIVE IS EQUAL TO 'Y' AND                 ZBNKCNV1
097400        SWP-REC-ACCNO IS EQUAL TO BAC-REC-ACCNO                   ZBNKCNV1
097500        MOVE 'Y' TO WS-ON-ANALYSIS                                ZBNKCNV1
097600        GO TO CHECK-ON-ANALYSIS-EXIT                              ZBNKCNV1
097700     END-IF.                                                      ZBNKCNV1
097800     GO TO CHECK-ON-ANALYSIS-LOOP.                                ZBNKCNV1
097900 CHECK-ON-ANALYSIS-BUSINESS.                                      ZBNKCNV1
098000     IF WS-BUSP-OPEN IS NOT EQUAL TO 'Y'                          ZBNKCNV1
098100        GO TO CHECK-ON-ANALYSIS-EXIT                              ZBNKCNV1
098200     END-IF.                                                      ZBNKCNV1
098300     MOVE BAC-REC-PID TO BBP-REC-PID.                             ZBNKCNV1
098400     READ BNKBUSP-FILE.                                           ZBNKCNV1
098500     IF WS-BNKBUSP-STATUS IS EQUAL TO '00' AND                    ZBNKCNV1
098600        BBP-REC-ANALYSIS-ACCNO IS NOT EQUAL TO SPACES AND         ZBNKCNV1
098700        BBP-REC-ANALYSIS-ACCNO IS NOT EQUAL TO LOW-VALUES         ZBNKCNV1
098800        MOVE 'Y' TO WS-ON-ANALYSIS                                ZBNKCNV1
098900     END-IF.                                                      ZBNKCNV1
099000 CHECK-ON-ANALYSIS-EXIT.                                          ZBNKCNV1
099100     EXIT.                                                        ZBNKCNV1
099200                                                                  ZBNKCNV1
099300***************************************************************** ZBNKCNV1
099400* Move the account to the new product with what was settled     * ZBNKCNV1
099500* applied to its balance, then write the settlement postings,   * ZBNKCNV1
099600* clear the overdraft accrual and record the product change.    * ZBNKCNV1
099700***************************************************************** ZBNKCNV1
099800 CHANGE-PRODUCT.                                                  ZBNKCNV1
099900     MOVE PCV-REC-NEW-TYPE TO BAC-REC-TYPE.                       ZBNKCNV1
100000     REWRITE BAC-RECORD                                           ZBNKCNV1
100100     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKCNV1
100200     PERFORM JOURNAL-BNKACC.                                      ZBNKCNV1
100300     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKCNV1
100400        MOVE 'Unable to convert account'                          ZBNKCNV1
100500          TO WS-CONSOLE-MESSAGE                                   ZBNKCNV1
100600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNV1
100700        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKCNV1
100800        PERFORM DISPLAY-IO-STATUS                                 ZBNKCNV1
100900        PERFORM ABORT-PROGRAM                                     ZBNKCNV1
101000     END-IF.                                                      ZBNKCNV1
101100                                                                  ZBNKCNV1
101200     IF WS-INTEREST-AMOUNT IS GREATER THAN ZERO                   ZBNKCNV1
101300        MOVE 'I' TO WS-AUDIT-TYPE                                 ZBNKCNV1
101400        MOVE SPACE TO WS-AUDIT-SUB-TYPE                           ZBNKCNV1
101500        MOVE WS-INTEREST-AMOUNT TO WS-AUDIT-AMOUNT                ZBNKCNV1
101600        MOVE SPACES TO TXN-DATA                                   ZBNKCNV1
101700        STRING 'Interest to conversion type '                     ZBNKCNV1
101800               DELIMITED BY SIZE                                  ZBNKCNV1
101900               PCV-REC-OLD-TYPE DELIMITED BY SIZE                 ZBNKCNV1
102000          INTO TXN-T1-OLD-DESC                                    ZBNKCNV1
102100        PERFORM WRITE-CONVERSION-AUDIT                            ZBNKCNV1
102200     END-IF.                                                      ZBNKCNV1
102300     IF WS-WHT-AMOUNT IS GREATER THAN ZERO                        ZBNKCNV1
102400        MOVE 'I' TO WS-AUDIT-TYPE                                 ZBNKCNV1
102500        MOVE 'H' TO WS-AUDIT-SUB-TYPE                             ZBNKCNV1
102600        MULTIPLY WS-WHT-AMOUNT BY -1 GIVING WS-AUDIT-AMOUNT       ZBNKCNV1
102700        MOVE SPACES TO TXN-DATA                                   ZBNKCNV1
102800        STRING 'Tax withheld a/c type '                           ZBNKCNV1
102900               DELIMITED BY SIZE                                  ZBNKCNV1
103000               PCV-REC-OLD-TYPE DELIMITED BY SIZE                 ZBNKCNV1
103100          INTO TXN-T1-OLD-DESC                                    ZBNKCNV1
103200        PERFORM WRITE-CONVERSION-AUDIT                            ZBNKCNV1
103300     END-IF.                                                      ZBNKCNV1
103400     IF WS-OD-AMOUNT IS GREATER THAN ZERO                         ZBNKCNV1
103500        MOVE '4' TO WS-AUDIT-TYPE                                 ZBNKCNV1
103600        MOVE '2' TO WS-AUDIT-SUB-TYPE                             ZBNKCNV1
103700        MULTIPLY WS-OD-AMOUNT BY -1 GIVING WS-AUDIT-AMOUNT        ZBNKCNV1
103800        MOVE SPACES TO TXN-DATA                                   ZBNKCNV1
103900        MOVE 'Overdraft interest to convert' TO TXN-T1-OLD-DESC   ZBNKCNV1
104000        PERFORM WRITE-CONVERSION-AUDIT                            ZBNKCNV1
104100        MOVE ZERO TO ODA-REC-ACCRUED                              ZBNKCNV1
104200        REWRITE ODA-RECORD                                        ZBNKCNV1
104300        IF WS-BNKODAC-STATUS IS NOT EQUAL TO '00'                 ZBNKCNV1
104400           MOVE 'Unable to clear accrual record'                  ZBNKCNV1
104500             TO WS-CONSOLE-MESSAGE                                ZBNKCNV1
104600           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKCNV1
104700           MOVE WS-BNKODAC-STATUS TO WS-IO-STATUS                 ZBNKCNV1
104800           PERFORM DISPLAY-IO-STATUS                              ZBNKCNV1
104900           PERFORM ABORT-PROGRAM                                  ZBNKCNV1
105000        END-IF                                                    ZBNKCNV1
105100     END-IF.                                                      ZBNKCNV1
105200     IF WS-SVC-AMOUNT IS GREATER THAN ZERO                        ZBNKCNV1
105300        MOVE 'F' TO WS-AUDIT-TYPE                                 ZBNKCNV1
105400        MOVE '1' TO WS-AUDIT-SUB-TYPE                             ZBNKCNV1
105500        MULTIPLY WS-SVC-AMOUNT BY -1 GIVING WS-AUDIT-AMOUNT       ZBNKCNV1
105600        MOVE SPACES TO TXN-DATA                                   ZBNKCNV1
105700        MOVE 'Service charge to conversion' TO TXN-T1-OLD-DESC    ZBNKCNV1
105800        PERFORM WRITE-CONVERSION-AUDIT                            ZBNKCNV1
105900     END-IF.                                                      ZBNKCNV1
106000                                                                  ZBNKCNV1
106100     MOVE 'M' TO WS-AUDIT-TYPE.                                   ZBNKCNV1
106200     MOVE '4' TO WS-AUDIT-SUB-TYPE.                               ZBNKCNV1
106300     MOVE ZERO TO WS-AUDIT-AMOUNT.                                ZBNKCNV1
106400     MOVE SPACES TO TXN-DATA.                                     ZBNKCNV1
106500     STRING 'Product ' DELIMITED BY SIZE                          ZBNKCNV1
106600            PCV-REC-NEW-TYPE DELIMITED BY SIZE                    ZBNKCNV1
106700            ' ' DELIMITED BY SIZE                                 ZBNKCNV1
106800            WS-NEW-DESC DELIMITED BY SIZE                         ZBNKCNV1
106900       INTO TXN-T1-OLD-DESC.                                      ZBNKCNV1
107000     MOVE TXN-DATA-OLD TO TXN-DATA-NEW.                           ZBNKCNV1
107100     MOVE SPACES TO TXN-DATA-OLD.                                 ZBNKCNV1
107200     STRING 'Product ' DELIMITED BY SIZE                          ZBNKCNV1
107300            PCV-REC-OLD-TYPE DELIMITED BY SIZE                    ZBNKCNV1
107400            ' ' DELIMITED BY SIZE                                 ZBNKCNV1
107500            WS-OLD-DESC DELIMITED BY SIZE                         ZBNKCNV1
107600       INTO TXN-T1-OLD-DESC.                                      ZBNKCNV1
107700     PERFORM WRITE-CONVERSION-AUDIT.                              ZBNKCNV1
107800                                                                  ZBNKCNV1
107900***************************************************************** ZBNKCNV1
108000* Write one BNKTXN entry for the account being converted - the  * ZBNKCNV1
108100* type, sub-type, amount and description set by the caller -    * ZBNKCNV1
108200* following the same layout and byte-26 technique as ZBNKSTO1   * ZBNKCNV1
108300***************************************************************** ZBNKCNV1
108400 WRITE-CONVERSION-AUDIT.                                          ZBNKCNV1
108500 COPY CTSTAMPP.                                                   ZBNKCNV1
108600     MOVE WS-TXN-SEQ TO WS-TS-TIME-DDDDDD (3:4).                  ZBNKCNV1
108700     ADD 1 TO WS-TXN-SEQ.                                         ZBNKCNV1
108800     MOVE '0' TO WS-TIMESTAMP (26:1).                             ZBNKCNV1
108900                                                                  ZBNKCNV1
109000     MOVE SPACES TO BTX-RECORD.                                   ZBNKCNV1
109100     MOVE BAC-REC-PID TO BTX-REC-PID.                             ZBNKCNV1
109200     MOVE WS-AUDIT-TYPE TO BTX-REC-TYPE.                          ZBNKCNV1
109300     MOVE WS-AUDIT-SUB-TYPE TO BTX-REC-SUB-TYPE.                  ZBNKCNV1
109400     MOVE BAC-REC-ACCNO TO BTX-REC-ACCNO.                         ZBNKCNV1
109500     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      ZBNKCNV1
109600     MOVE WS-AUDIT-AMOUNT TO BTX-REC-AMOUNT.                      ZBNKCNV1
109700     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       ZBNKCNV1
109800     MOVE TXN-DATA-NEW TO BTX-REC-DATA-NEW.                       ZBNKCNV1
109900     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     ZBNKCNV1
110000     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      ZBNKCNV1
110100     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             ZBNKCNV1
110200     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       ZBNKCNV1
110300                           WS-TWOS-COMP-INPUT                     ZBNKCNV1
110400                           WS-TWOS-COMP-OUTPUT                    ZBNKCNV1
110500                           WS-TWOS-COMP-FORMAT.                   ZBNKCNV1
110600     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKCNV1
110700 COPY CBANKTXP.                                                   ZBNKCNV1
110800     WRITE BTX-RECORD                                             ZBNKCNV1
110900     SET JRN-CTL-ADD TO TRUE                                      ZBNKCNV1
111000     PERFORM JOURNAL-BNKTXN.                                      ZBNKCNV1
111100     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKCNV1
111200        MOVE 'Unable to write conversion audit record'            ZBNKCNV1
111300          TO WS-CONSOLE-MESSAGE                                   ZBNKCNV1
111400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNV1
111500        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKCNV1
111600        PERFORM DISPLAY-IO-STATUS                                 ZBNKCNV1
111700        PERFORM ABORT-PROGRAM                                     ZBNKCNV1
111800     END-IF.                                                      ZBNKCNV1
111900                                                                  ZBNKCNV1
112000***************************************************************** ZBNKCNV1
112100* The notice of the change, by the customer's chosen channel -  * ZBNKCNV1
112200* email stands in for an undeliverable address where there is   * ZBNKCNV1
112300* one, otherwise the notice is held and listed for follow-up.   * ZBNKCNV1
112400* The customer record was read by the checks.                   * ZBNKCNV1
112500***************************************************************** ZBNKCNV1
112600 WRITE-NOTICE.                                                    ZBNKCNV1
112700     MOVE SPACES TO CNVLTR-REC.                                   ZBNKCNV1
112800     EVALUATE TRUE                                                ZBNKCNV1
112900       WHEN BCS-ADDR-UNDELIVERABLE AND                            ZBNKCNV1
113000            BCS-REC-SEND-EMAIL IS EQUAL TO 'Y'                    ZBNKCNV1
113100         MOVE 'E' TO CVL-CHANNEL                                  ZBNKCNV1
113200       WHEN BCS-ADDR-UNDELIVERABLE                                ZBNKCNV1
113300         ADD 1 TO WS-NOTICES-HELD                                 ZBNKCNV1
113400         MOVE '- notice held, undeliverable'                      ZBNKCNV1
113500           TO WS-SVC-NOTE                                         ZBNKCNV1
113600         GO TO WRITE-NOTICE-EXIT                                  ZBNKCNV1
113700       WHEN BCS-REC-SEND-MAIL IS EQUAL TO 'Y'                     ZBNKCNV1
113800         MOVE 'M' TO CVL-CHANNEL                                  ZBNKCNV1
113900       WHEN BCS-REC-SEND-EMAIL IS EQUAL TO 'Y'                    ZBNKCNV1
114000         MOVE 'E' TO CVL-CHANNEL                                  ZBNKCNV1
114100       WHEN OTHER                                                 ZBNKCNV1
114200         ADD 1 TO WS-NOTICES-HELD                                 ZBNKCNV1
114300         MOVE '- not contactable, follow up' TO WS-SVC-NOTE       ZBNKCNV1
114400         GO TO WRITE-NOTICE-EXIT                                  ZBNKCNV1
114500     END-EVALUATE.                                                ZBNKCNV1
114600     MOVE BAC-REC-PID TO CVL-PID.                                 ZBNKCNV1
114700     MOVE BAC-REC-ACCNO TO CVL-ACCNO.                             ZBNKCNV1
114800     MOVE BCS-REC-NAME TO CVL-NAME.                               ZBNKCNV1
114900     MOVE BCS-REC-ADDR1 TO CVL-ADDR1.                             ZBNKCNV1
115000     MOVE BCS-REC-ADDR2 TO CVL-ADDR2.                             ZBNKCNV1
115100     MOVE BCS-REC-STATE TO CVL-STATE.                             ZBNKCNV1
115200     MOVE BCS-REC-CNTRY TO CVL-CNTRY.                             ZBNKCNV1
115300     MOVE BCS-REC-POST-CODE TO CVL-POST-CODE.                     ZBNKCNV1
115400     MOVE PCV-REC-OLD-TYPE TO CVL-OLD-TYPE.                       ZBNKCNV1
115500     MOVE WS-OLD-DESC TO CVL-OLD-DESC.                            ZBNKCNV1
115600     MOVE PCV-REC-NEW-TYPE TO CVL-NEW-TYPE.                       ZBNKCNV1
115700     MOVE WS-NEW-DESC TO CVL-NEW-DESC.                            ZBNKCNV1
115800     MOVE WS-TODAY TO CVL-CONV-DATE.                              ZBNKCNV1
115900     MOVE WS-NET-INTEREST TO CVL-INT-SETTLED.                     ZBNKCNV1
116000     MOVE WS-OD-AMOUNT TO CVL-OD-SETTLED.                         ZBNKCNV1
116100     MOVE WS-SVC-AMOUNT TO CVL-SVC-CHARGED.                       ZBNKCNV1
116200     WRITE CNVLTR-REC.                                            ZBNKCNV1
116300     IF WS-CNVLTR-STATUS IS NOT EQUAL TO '00'                     ZBNKCNV1
116400        MOVE 'Unable to write conversion notice'                  ZBNKCNV1
116500          TO WS-CONSOLE-MESSAGE                                   ZBNKCNV1
116600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNV1
116700        MOVE WS-CNVLTR-STATUS TO WS-IO-STATUS                     ZBNKCNV1
116800        PERFORM DISPLAY-IO-STATUS                                 ZBNKCNV1
116900        PERFORM ABORT-PROGRAM                                     ZBNKCNV1
117000     END-IF.                                                      ZBNKCNV1
117100     PERFORM RECORD-CORRESPONDENCE.                               ZBNKCNV1
117200     ADD 1 TO WS-NOTICES.                                         ZBNKCNV1
117300 WRITE-NOTICE-EXIT.                                               ZBNKCNV1
117400     EXIT.                                                        ZBNKCNV1
117500                                                                  ZBNKCNV1
117600***************************************************************** ZBNKCNV1
117700* Add the notice just written to the customer's correspondence  * ZBNKCNV1
117800* history so staff can see it and have it reprinted             * ZBNKCNV1
117900***************************************************************** ZBNKCNV1
118000 RECORD-CORRESPONDENCE.                                           ZBNKCNV1
118100     MOVE SPACES TO CRG-CTL-DATA.                                 ZBNKCNV1
118200     MOVE WS-PROGRAM-ID TO CRG-CTL-PROGRAM.                       ZBNKCNV1
118300     MOVE 'PRODCONV' TO CRG-CTL-LETTER-TYPE.                      ZBNKCNV1
118400     MOVE CVL-PID TO CRG-CTL-PID.                                 ZBNKCNV1
118500     MOVE CVL-ACCNO TO CRG-CTL-ACCNO.                             ZBNKCNV1
118600     MOVE CVL-NAME TO CRG-CTL-NAME.                               ZBNKCNV1
118700     MOVE CVL-ADDR1 TO CRG-CTL-ADDR1.                             ZBNKCNV1
118800     MOVE CVL-ADDR2 TO CRG-CTL-ADDR2.                             ZBNKCNV1
118900     MOVE CVL-STATE TO CRG-CTL-STATE.                             ZBNKCNV1
119000     MOVE CVL-CNTRY TO CRG-CTL-CNTRY.                             ZBNKCNV1
119100     MOVE CVL-POST-CODE TO CRG-CTL-POST-CODE.                     ZBNKCNV1
119200     MOVE CVL-CHANNEL TO CRG-CTL-CHANNEL.                         ZBNKCNV1
119300     STRING 'Product conversion from ' DELIMITED BY SIZE          ZBNKCNV1
119400            CVL-OLD-DESC DELIMITED BY SIZE                        ZBNKCNV1
119500            ' to ' DELIMITED BY SIZE                              ZBNKCNV1
119600            CVL-NEW-DESC DELIMITED BY SIZE                        ZBNKCNV1
119700       INTO CRG-CTL-SUMMARY.                                      ZBNKCNV1
119800     MOVE CNVLTR-REC TO CRG-CTL-IMAGE.                            ZBNKCNV1
119900     CALL 'UCORREG' USING CRG-CTL-DATA.                           ZBNKCNV1
120000     IF CRG-CTL-ERROR                                             ZBNKCNV1
120100        MOVE CRG-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKCNV1
120200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNV1
120300        PERFORM ABORT-PROGRAM                                     ZBNKCNV1
120400     END-IF.                                                      ZBNKCNV1
120500                                                                  ZBNKCNV1
120600***************************************************************** ZBNKCNV1
120700* List one request with the action taken on it                  * ZBNKCNV1
120800***************************************************************** ZBNKCNV1
120900 PRINT-REQUEST-LINE.                                              ZBNKCNV1
121000     MOVE PCV-REC-ACCNO TO WS-LINE4-ACCNO.                        ZBNKCNV1
121100     MOVE PCV-REC-PID TO WS-LINE4-PID.                            ZBNKCNV1
121200     MOVE PCV-REC-OLD-TYPE TO WS-LINE4-OLD-TYPE.                  ZBNKCNV1
121300     MOVE PCV-REC-NEW-TYPE TO WS-LINE4-NEW-TYPE.                  ZBNKCNV1
121400     MOVE WS-NET-INTEREST TO WS-LINE4-INTEREST.                   ZBNKCNV1
121500     MOVE WS-OD-AMOUNT TO WS-LINE4-OVERDRAFT.                     ZBNKCNV1
121600     MOVE WS-SVC-AMOUNT TO WS-LINE4-SVC.                          ZBNKCNV1
121700     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKCNV1
121800     PERFORM PRINTOUT-PUT.                                        ZBNKCNV1
121900                                                                  ZBNKCNV1
122000***************************************************************** ZBNKCNV1
122100* Print the run totals                                          * ZBNKCNV1
122200***************************************************************** ZBNKCNV1
122300 PRINT-RUN-TOTALS.                                                ZBNKCNV1
122400     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKCNV1
122500     PERFORM PRINTOUT-PUT.                                        ZBNKCNV1
122600     MOVE 'Conversion requests read' TO WS-LINE5-TEXT.            ZBNKCNV1
122700     MOVE WS-REQUESTS-READ TO WS-LINE5-COUNT.                     ZBNKCNV1
122800     MOVE ZERO TO WS-LINE5-AMOUNT.                                ZBNKCNV1
122900     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCNV1
123000     PERFORM PRINTOUT-PUT.                                        ZBNKCNV1
123100     MOVE 'Accounts converted' TO WS-LINE5-TEXT.                  ZBNKCNV1
123200     MOVE WS-CONVERTED TO WS-LINE5-COUNT.                         ZBNKCNV1
123300     MOVE ZERO TO WS-LINE5-AMOUNT.                                ZBNKCNV1
123400     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCNV1
123500     PERFORM PRINTOUT-PUT.                                        ZBNKCNV1
123600     MOVE 'Requests rejected' TO WS-LINE5-TEXT.                   ZBNKCNV1
123700     MOVE WS-REJECTED TO WS-LINE5-COUNT.                          ZBNKCNV1
123800     MOVE ZERO TO WS-LINE5-AMOUNT.                                ZBNKCNV1
123900     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCNV1
124000     PERFORM PRINTOUT-PUT.                                        ZBNKCNV1
124100     MOVE 'Credit interest settled' TO WS-LINE5-TEXT.             ZBNKCNV1
124200     MOVE WS-CONVERTED TO WS-LINE5-COUNT.                         ZBNKCNV1
124300     MOVE WS-INT-TOTAL TO WS-LINE5-AMOUNT.                        ZBNKCNV1
124400     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCNV1
124500     PERFORM PRINTOUT-PUT.                                        ZBNKCNV1
124600     MOVE 'Overdraft interest settled' TO WS-LINE5-TEXT.          ZBNKCNV1
124700     MOVE WS-CONVERTED TO WS-LINE5-COUNT.                         ZBNKCNV1
124800     MOVE WS-OD-TOTAL TO WS-LINE5-AMOUNT.                         ZBNKCNV1
124900     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCNV1
125000     PERFORM PRINTOUT-PUT.                                        ZBNKCNV1
125100     MOVE 'Service charges taken' TO WS-LINE5-TEXT.               ZBNKCNV1
125200     MOVE WS-CONVERTED TO WS-LINE5-COUNT.                         ZBNKCNV1
125300     MOVE WS-SVC-TOTAL TO WS-LINE5-AMOUNT.                        ZBNKCNV1
125400     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCNV1
125500     PERFORM PRINTOUT-PUT.                                        ZBNKCNV1
125600     MOVE 'Conversion notices written' TO WS-LINE5-TEXT.          ZBNKCNV1
125700     MOVE WS-NOTICES TO WS-LINE5-COUNT.                           ZBNKCNV1
125800     MOVE ZERO TO WS-LINE5-AMOUNT.                                ZBNKCNV1
125900     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCNV1
126000     PERFORM PRINTOUT-PUT.                                        ZBNKCNV1
126100     MOVE 'Notices held for follow-up' TO WS-LINE5-TEXT.          ZBNKCNV1
126200     MOVE WS-NOTICES-HELD TO WS-LINE5-COUNT.                      ZBNKCNV1
126300     MOVE ZERO TO WS-LINE5-AMOUNT.                                ZBNKCNV1
126400     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCNV1
126500     PERFORM PRINTOUT-PUT.                                        ZBNKCNV1
126600                                                                  ZBNKCNV1
126700***************************************************************** ZBNKCNV1
126800* Print the report title and column headings                    * ZBNKCNV1
126900***************************************************************** ZBNKCNV1
127000 PRINT-REPORT-HEADER.                                             ZBNKCNV1
127100     MOVE WS-TODAY TO WS-LINE1-DATE.                              ZBNKCNV1
127200     MOVE WS-LINE1 TO PRINTOUT-REC.                               ZBNKCNV1
127300     PERFORM PRINTOUT-PUT.                                        ZBNKCNV1
127400     MOVE WS-LINE3 TO PRINTOUT-REC.                               ZBNKCNV1
127500     PERFORM PRINTOUT-PUT.                                        ZBNKCNV1
127600                                                                  ZBNKCNV1
127700***************************************************************** ZBNKCNV1
127800* Write a record to the sequential print file                   * ZBNKCNV1
127900***************************************************************** ZBNKCNV1
128000 PRINTOUT-PUT.                                                    ZBNKCNV1
128100     WRITE PRINTOUT-REC.                                          ZBNKCNV1
128200     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCNV1
128300       MOVE 'PRINTOUT error writing file...'                      ZBNKCNV1
128400         TO WS-CONSOLE-MESSAGE                                    ZBNKCNV1
128500       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKCNV1
128600       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKCNV1
128700       PERFORM DISPLAY-IO-STATUS                                  ZBNKCNV1
128800       PERFORM ABORT-PROGRAM                                      ZBNKCNV1
128900     END-IF.                                                      ZBNKCNV1
129000                                                                  ZBNKCNV1
129100***************************************************************** ZBNKCNV1
129200* Open the files.  The fee waiver, bankruptcy, sweep group and  * ZBNKCNV1
129300* business profile files are optional - without one, nothing    * ZBNKCNV1
129400* is exempted on its account.                                   * ZBNKCNV1
129500***************************************************************** ZBNKCNV1
129600 OPEN-FILES.                                                      ZBNKCNV1
129700     OPEN I-O BNKPCNV-FILE.                                       ZBNKCNV1
129800     IF WS-BNKPCNV-STATUS IS NOT EQUAL TO '00'                    ZBNKCNV1
129900        MOVE 'BNKPCNV file open failure...'                       ZBNKCNV1
130000          TO WS-CONSOLE-MESSAGE                                   ZBNKCNV1
130100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNV1
130200        MOVE WS-BNKPCNV-STATUS TO WS-IO-STATUS                    ZBNKCNV1
130300        PERFORM DISPLAY-IO-STATUS                                 ZBNKCNV1
130400        PERFORM ABORT-PROGRAM                                     ZBNKCNV1
130500     END-IF.                                                      ZBNKCNV1
130600     OPEN I-O BNKACC-FILE.                                        ZBNKCNV1
130700     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKCNV1
130800        MOVE 'BNKACC file open failure...'                        ZBNKCNV1
130900          TO WS-CONSOLE-MESSAGE                                   ZBNKCNV1
131000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNV1
131100        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKCNV1
131200        PERFORM DISPLAY-IO-STATUS                                 ZBNKCNV1
131300        PERFORM ABORT-PROGRAM                                     ZBNKCNV1
131400     END-IF.                                                      ZBNKCNV1
131500     OPEN INPUT BNKATYP-FILE.                                     ZBNKCNV1
131600     IF WS-BNKATYP-STATUS IS NOT EQUAL TO '00'                    ZBNKCNV1
131700        MOVE 'BNKATYP file open failure...'                       ZBNKCNV1
131800          TO WS-CONSOLE-MESSAGE                                   ZBNKCNV1
131900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNV1
132000        MOVE WS-BNKATYP-STATUS TO WS-IO-STATUS                    ZBNKCNV1
132100        PERFORM DISPLAY-IO-STATUS                                 ZBNKCNV1
132200        PERFORM ABORT-PROGRAM                                     ZBNKCNV1
132300     END-IF.                                                      ZBNKCNV1
132400     OPEN INPUT BNKCUST-FILE.                                     ZBNKCNV1
132500     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKCNV1
132600        MOVE 'BNKCUST file open failure...'                       ZBNKCNV1
132700          TO WS-CONSOLE-MESSAGE                                   ZBNKCNV1
132800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNV1
132900        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    ZBNKCNV1
133000        PERFORM DISPLAY-IO-STATUS                                 ZBNKCNV1
133100        PERFORM ABORT-PROGRAM                                     ZBNKCNV1
133200     END-IF.                                                      ZBNKCNV1
133300     OPEN I-O BNKTXN-FILE.                                        ZBNKCNV1
133400     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKCNV1
133500        MOVE 'BNKTXN file open failure...'                        ZBNKCNV1
133600          TO WS-CONSOLE-MESSAGE                                   ZBNKCNV1
133700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNV1
133800        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKCNV1
133900        PERFORM DISPLAY-IO-STATUS                                 ZBNKCNV1
134000        PERFORM ABORT-PROGRAM                                     ZBNKCNV1
134100     END-IF.                                                      ZBNKCNV1
134200     OPEN I-O BNKODAC-FILE.                                       ZBNKCNV1
134300     IF WS-BNKODAC-STATUS IS NOT EQUAL TO '00'                    ZBNKCNV1
134400        MOVE 'BNKODAC file open failure...'                       ZBNKCNV1
134500          TO WS-CONSOLE-MESSAGE                                   ZBNKCNV1
134600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNV1
134700        MOVE WS-BNKODAC-STATUS TO WS-IO-STATUS                    ZBNKCNV1
134800        PERFORM DISPLAY-IO-STATUS                                 ZBNKCNV1
134900        PERFORM ABORT-PROGRAM                                     ZBNKCNV1
135000     END-IF.                                                      ZBNKCNV1
135100     OPEN INPUT BNKBALH-FILE.                                     ZBNKCNV1
135200     IF WS-BNKBALH-STATUS IS NOT EQUAL TO '00'                    ZBNKCNV1
135300        MOVE 'BNKBALH file open failure...'                       ZBNKCNV1
135400          TO WS-CONSOLE-MESSAGE                                   ZBNKCNV1
135500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNV1
135600        MOVE WS-BNKBALH-STATUS TO WS-IO-STATUS                    ZBNKCNV1
135700        PERFORM DISPLAY-IO-STATUS                                 ZBNKCNV1
135800        PERFORM ABORT-PROGRAM                                     ZBNKCNV1
135900     END-IF.                                                      ZBNKCNV1
136000     OPEN I-O BNKACRD-FILE.                                       ZBNKCNV1
136100     IF WS-BNKACRD-STATUS IS NOT EQUAL TO '00'                    ZBNKCNV1
136200        MOVE 'BNKACRD file open failure...'                       ZBNKCNV1
136300          TO WS-CONSOLE-MESSAGE                                   ZBNKCNV1
136400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNV1
136500        MOVE WS-BNKACRD-STATUS TO WS-IO-STATUS                    ZBNKCNV1
136600        PERFORM DISPLAY-IO-STATUS                                 ZBNKCNV1
136700        PERFORM ABORT-PROGRAM                                     ZBNKCNV1
136800     END-IF.                                                      ZBNKCNV1
136900     OPEN INPUT BNKFWVR-FILE.                                     ZBNKCNV1
137000     IF WS-BNKFWVR-STATUS IS EQUAL TO '00'                        ZBNKCNV1
137100        MOVE 'Y' TO WS-FWVR-OPEN                                  ZBNKCNV1
137200     END-IF.                                                      ZBNKCNV1
137300     OPEN INPUT BNKBKRP-FILE.                                     ZBNKCNV1
137400     IF WS-BNKBKRP-STATUS IS EQUAL TO '00'                        ZBNKCNV1
137500        MOVE 'Y' TO WS-BKRP-OPEN                                  ZBNKCNV1
137600     END-IF.                                                      ZBNKCNV1
137700     OPEN INPUT BNKSWPG-FILE.                                     ZBNKCNV1
137800     IF WS-BNKSWPG-STATUS IS EQUAL TO '00'                        ZBNKCNV1
137900        MOVE 'Y' TO WS-SWPG-OPEN                                  ZBNKCNV1
138000     END-IF.                                                      ZBNKCNV1
138100     OPEN INPUT BNKBUSP-FILE.                                     ZBNKCNV1
138200     IF WS-BNKBUSP-STATUS IS EQUAL TO '00'                        ZBNKCNV1
138300        MOVE 'Y' TO WS-BUSP-OPEN                                  ZBNKCNV1
138400     END-IF.                                                      ZBNKCNV1
138500     OPEN OUTPUT CNVLTR-FILE.                                     ZBNKCNV1
138600     IF WS-CNVLTR-STATUS IS NOT EQUAL TO '00'                     ZBNKCNV1
138700        MOVE 'CNVLTR file open failure...'                        ZBNKCNV1
138800          TO WS-CONSOLE-MESSAGE                                   ZBNKCNV1
138900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNV1
139000        MOVE WS-CNVLTR-STATUS TO WS-IO-STATUS                     ZBNKCNV1
139100        PERFORM DISPLAY-IO-STATUS                                 ZBNKCNV1
139200        PERFORM ABORT-PROGRAM                                     ZBNKCNV1
139300     END-IF.                                                      ZBNKCNV1
139400     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKCNV1
139500     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCNV1
139600        MOVE 'PRINTOUT file open failure...'                      ZBNKCNV1
139700          TO WS-CONSOLE-MESSAGE                                   ZBNKCNV1
139800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNV1
139900        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKCNV1
140000        PERFORM DISPLAY-IO-STATUS                                 ZBNKCNV1
140100        PERFORM ABORT-PROGRAM                                     ZBNKCNV1
140200     END-IF.                                                      ZBNKCNV1
140300                                                                  ZBNKCNV1
140400***************************************************************** ZBNKCNV1
140500* Close the files                                               * ZBNKCNV1
140600***************************************************************** ZBNKCNV1
140700 CLOSE-FILES.                                                     ZBNKCNV1
140800     CLOSE BNKPCNV-FILE.                                          ZBNKCNV1
140900     CLOSE BNKACC-FILE.                                           ZBNKCNV1
141000     CLOSE BNKATYP-FILE.                                          ZBNKCNV1
141100     CLOSE BNKCUST-FILE.                                          ZBNKCNV1
141200     CLOSE BNKTXN-FILE.                                           ZBNKCNV1
141300     CLOSE BNKODAC-FILE.                                          ZBNKCNV1
141400     CLOSE BNKBALH-FILE.                                          ZBNKCNV1
141500     CLOSE BNKACRD-FILE.                                          ZBNKCNV1
141600     IF WS-FWVR-OPEN IS EQUAL TO 'Y'                              ZBNKCNV1
141700        CLOSE BNKFWVR-FILE                                        ZBNKCNV1
141800     END-IF.                                                      ZBNKCNV1
141900     IF WS-BKRP-OPEN IS EQUAL TO 'Y'                              ZBNKCNV1
142000        CLOSE BNKBKRP-FILE                                        ZBNKCNV1
142100     END-IF.                                                      ZBNKCNV1
142200     IF WS-SWPG-OPEN IS EQUAL TO 'Y'                              ZBNKCNV1
142300        CLOSE BNKSWPG-FILE                                        ZBNKCNV1
142400     END-IF.                                                      ZBNKCNV1
142500     IF WS-BUSP-OPEN IS EQUAL TO 'Y'                              ZBNKCNV1
142600        CLOSE BNKBUSP-FILE                                        ZBNKCNV1
142700     END-IF.                                                      ZBNKCNV1
142800     CLOSE CNVLTR-FILE.                                           ZBNKCNV1
142900     CLOSE PRINTOUT-FILE.                                         ZBNKCNV1
143000                                                                  ZBNKCNV1
143100***************************************************************** ZBNKCNV1
143200* Journal the BNKACC record just added, changed or deleted so   * ZBNKCNV1
143300* it can be rolled forward onto a reload                        * ZBNKCNV1
143400***************************************************************** ZBNKCNV1
143500 JOURNAL-BNKACC.                                                  ZBNKCNV1
143600     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKCNV1
143700     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKCNV1
143800     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKCNV1
143900     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKCNV1
144000     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKCNV1
144100     IF JRN-CTL-ERROR                                             ZBNKCNV1
144200        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKCNV1
144300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNV1
144400        PERFORM ABORT-PROGRAM                                     ZBNKCNV1
144500     END-IF.                                                      ZBNKCNV1
144600                                                                  ZBNKCNV1
144700***************************************************************** ZBNKCNV1
144800* Journal the BNKTXN record just added, changed or deleted so   * ZBNKCNV1
144900* it can be rolled forward onto a reload                        * ZBNKCNV1
145000***************************************************************** ZBNKCNV1
145100 JOURNAL-BNKTXN.                                                  ZBNKCNV1
145200     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKCNV1
145300     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKCNV1
145400     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKCNV1
145500     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKCNV1
145600     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKCNV1
145700     IF JRN-CTL-ERROR                                             ZBNKCNV1
145800        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKCNV1
145900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNV1
146000        PERFORM ABORT-PROGRAM                                     ZBNKCNV1
146100     END-IF.                                                      ZBNKCNV1
146200***************************************************************** ZBNKCNV1
146300* Display the file status bytes. This routine will display as   * ZBNKCNV1
146400* two digits if the full two byte file status is numeric. If    * ZBNKCNV1
146500* second byte is non-numeric then it will be treated as a       * ZBNKCNV1
146600* binary number.                                                * ZBNKCNV1
146700***************************************************************** ZBNKCNV1
146800 DISPLAY-IO-STATUS.                                               ZBNKCNV1
146900     IF WS-IO-STATUS NUMERIC                                      ZBNKCNV1
147000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKCNV1
147100        STRING 'File status -' DELIMITED BY SIZE                  ZBNKCNV1
147200               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKCNV1
147300          INTO WS-CONSOLE-MESSAGE                                 ZBNKCNV1
147400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNV1
147500     ELSE                                                         ZBNKCNV1
147600        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKCNV1
147700        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKCNV1
147800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKCNV1
147900        STRING 'File status -' DELIMITED BY SIZE                  ZBNKCNV1
148000               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKCNV1
148100               '/' DELIMITED BY SIZE                              ZBNKCNV1
148200               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKCNV1
148300          INTO WS-CONSOLE-MESSAGE                                 ZBNKCNV1
148400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNV1
148500     END-IF.                                                      ZBNKCNV1
148600                                                                  ZBNKCNV1
148700***************************************************************** ZBNKCNV1
148800* 'ABORT' the program.                                          * ZBNKCNV1
148900* Post a message to the console and issue a STOP RUN            * ZBNKCNV1
149000***************************************************************** ZBNKCNV1
149100 ABORT-PROGRAM.                                                   ZBNKCNV1
149200     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKCNV1
149300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCNV1
149400     END-IF.                                                      ZBNKCNV1
149500     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKCNV1
149600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCNV1
149700     MOVE 16 TO RETURN-CODE.                                      ZBNKCNV1
149800     STOP RUN.                                                    ZBNKCNV1
149900                                                                  ZBNKCNV1
150000***************************************************************** ZBNKCNV1
150100* Display CONSOLE messages...                                   * ZBNKCNV1
150200***************************************************************** ZBNKCNV1
150300 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKCNV1
150400     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKCNV1
150500       UPON CONSOLE.                                              ZBNKCNV1
150600     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKCNV1
150700                                                                  ZBNKCNV1
150800 COPY CTIMERP.                                                    ZBNKCNV1
150900                                                                  ZBNKCNV1
151000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKCNV1
