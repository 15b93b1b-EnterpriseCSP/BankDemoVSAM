001100                                                                  ZBNKGLF1
001200***************************************************************** ZBNKGLF1
001300* Program:     ZBNKGLF1.CBL                                     * ZBNKGLF1
001400* Function:    Daily general-ledger journal-entry feed.  Reads   *ZBNKGLF1
001500*              BNKTXN-FILE by its posting-date alternate key     *ZBNKGLF1
001600*              (see below) and, for each entry posted on the     *ZBNKGLF1
001700*              requested run date,                               *ZBNKGLF1
001800*              maps its BTX-REC-TYPE/BTX-REC-SUB-TYPE to a       *ZBNKGLF1
001900*              debit/credit GL account pair and writes one       *ZBNKGLF1
002000*              journal-entry extract record per postable         *ZBNKGLF1
002730*              banking posting date they were stamped with -    * ZBNKGLF1
002740*              an entry taken after the end-of-day cutover      * ZBNKGLF1
002750*              feeds with the banking day it belongs to, not    * ZBNKGLF1
002760*              its wall-clock date.  They are reached through   * ZBNKGLF1
002770*              the posting-date alternate key - start at the    * ZBNKGLF1
002780*              run date and browse until the date changes -     * ZBNKGLF1
002840*              rather than a scan of the whole file.            * ZBNKGLF1
002900***************************************************************** ZBNKGLF1
003000                                                                  ZBNKGLF1
003100 IDENTIFICATION DIVISION.                                         ZBNKGLF1
004500            ACCESS MODE  IS SEQUENTIAL                            ZBNKGLF1
004600            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKGLF1
004700            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKGLF1
004750            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKGLF1
004800            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKGLF1
004900     SELECT EXTRACT-FILE                                          ZBNKGLF1
005000            ASSIGN       TO EXTRACT                               ZBNKGLF1
006800                                                                  ZBNKGLF1
006900 01  WS-DATE-WORK-AREA.                                           ZBNKGLF1
007000 COPY CDATED.                                                     ZBNKGLF1
007100                                                                  ZBNKGLF1
007200 01  WS-MISC-STORAGE.                                             ZBNKGLF1
007300   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKGLF1
007510   05  WS-BNKCTL-STATUS.                                          ZBNKGLF1
007520     10  WS-BNKCTL-STAT1                     PIC X(1).            ZBNKGLF1
007530     10  WS-BNKCTL-STAT2                     PIC X(1).            ZBNKGLF1
007600   05  WS-BNKTXN-STATUS.                                          ZBNKGLF1
007700     10  WS-BNKTXN-STAT1                     PIC X(1).            ZBNKGLF1
007800     10  WS-BNKTXN-STAT2                     PIC X(1).            ZBNKGLF1
009100       VALUE 'NO '.                                               ZBNKGLF1
009200   05  WS-RUN-DATE                           PIC X(8).            ZBNKGLF1
009300   05  WS-RUN-DATE-ISO                       PIC X(10).           ZBNKGLF1
009500   05  WS-TXNS-READ                          PIC 9(7)             ZBNKGLF1
009600       VALUE ZERO.                                                ZBNKGLF1
009700   05  WS-JOURNAL-LINES-WRITTEN              PIC 9(7)             ZBNKGLF1
012769       VALUE 'B2210000299000PAYMENT SETTLE CREDIT'.               ZBNKGLF1
012770   05  FILLER                              PIC X(36)              ZBNKGLF1
012771       VALUE 'T3530200299000TELLER OVER/SHORT    '.               ZBNKGLF1
012772   05  FILLER                              PIC X(36)              ZBNKGLF1
012773       VALUE 'K1299000210000CHEQUE DEP SETTLE    '.               ZBNKGLF1
012774   05  FILLER                              PIC X(36)              ZBNKGLF1
012775       VALUE 'K2210000299000CHEQUE DEP CREDIT    '.               ZBNKGLF1
012776   05  FILLER                              PIC X(36)              ZBNKGLF1
012777       VALUE 'K3299000210000CHEQUE RETURN DEBIT  '.               ZBNKGLF1
012778   05  FILLER                              PIC X(36)              ZBNKGLF1
012779       VALUE 'K4210000299000CHEQUE RETURN SETTLE '.               ZBNKGLF1
012780   05  FILLER                              PIC X(36)              ZBNKGLF1
012781       VALUE 'F5299000410800RETURNED ITEM FEE    '.               ZBNKGLF1
012782   05  FILLER                              PIC X(36)              ZBNKGLF1
012783       VALUE 'F6299000410900CHEQUE BOOK FEE      '.               ZBNKGLF1
012784   05  FILLER                              PIC X(36)              ZBNKGLF1
012785       VALUE 'L5120000299000LINE OF CREDIT DRAW  '.               ZBNKGLF1
012786   05  FILLER                              PIC X(36)              ZBNKGLF1
012787       VALUE 'L6120000420200LINE INTEREST BILLED '.               ZBNKGLF1
012788   05  FILLER                              PIC X(36)              ZBNKGLF1
012789       VALUE 'V3530300299000COMPLAINT REDRESS    '.               ZBNKGLF1
012790   05  FILLER                              PIC X(36)              ZBNKGLF1
012791       VALUE 'F7299000411000ACCOUNT ANALYSIS FEE  '.              ZBNKGLF1
012792   05  FILLER                              PIC X(36)              ZBNKGLF1
012793       VALUE 'IA420100100000INT ADJ BACK-VALUE    '.              ZBNKGLF1
012794   05  FILLER                              PIC X(36)              ZBNKGLF1
012795       VALUE 'IB100000420100INT ADJ BACK-VAL REV  '.              ZBNKGLF1
012796   05  FILLER                              PIC X(36)              ZBNKGLF1
012797       VALUE '43299000410300OD INT ADJ BACK-VALUE '.              ZBNKGLF1
012798   05  FILLER                              PIC X(36)              ZBNKGLF1
012799       VALUE '44410300299000OD INT ADJ REFUND     '.              ZBNKGLF1
012832 01  WS-GL-MAP-TABLE-R REDEFINES WS-GL-MAP-TABLE.                 ZBNKGLF1
012865   05  WS-GL-MAP-ENTRY                      OCCURS 59 TIMES.      ZBNKGLF1
012900     10  WS-GL-MAP-TYPE                     PIC X(1).             ZBNKGLF1
013000     10  WS-GL-MAP-SUB-TYPE                 PIC X(1).             ZBNKGLF1
013100     10  WS-GL-MAP-DEBIT-ACCT                PIC X(6).            ZBNKGLF1
013200     10  WS-GL-MAP-CREDIT-ACCT               PIC X(6).            ZBNKGLF1
013300     10  WS-GL-MAP-DESC                     PIC X(22).            ZBNKGLF1
013400 01  WS-GL-MAP-COUNT                        PIC 9(2) VALUE 59.    ZBNKGLF1
013410                                                                  ZBNKGLF1
013420*****************************************************************ZBNKGLF1
013430* A transaction that moved money but has no map entry is an      *ZBNKGLF1
016900                                                                  ZBNKGLF1
017000     PERFORM OPEN-FILES.                                          ZBNKGLF1
017100                                                                  ZBNKGLF1
017210* Every posting stamped with this banking date sits together on   ZBNKGLF1
017212* the posting-date alternate key, whatever calendar day its       ZBNKGLF1
017214* timestamp carries - start there and browse the one day          ZBNKGLF1
017220     MOVE WS-RUN-DATE TO BTX-REC-POSTING-DATE.                    ZBNKGLF1
017222     MOVE LOW-VALUES TO BTX-REC-PD-ACCNO.                         ZBNKGLF1
017224     MOVE LOW-VALUES TO BTX-REC-PD-TIMESTAMP.                     ZBNKGLF1
017500     START BNKTXN-FILE KEY GREATER THAN OR EQUAL                  ZBNKGLF1
017600           BTX-REC-ALTKEY2.                                       ZBNKGLF1
017700     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKGLF1
017800        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKGLF1
017900     END-IF.                                                      ZBNKGLF1
019100              PERFORM DISPLAY-IO-STATUS                           ZBNKGLF1
019200              PERFORM ABORT-PROGRAM                               ZBNKGLF1
019300           ELSE                                                   ZBNKGLF1
019400              IF BTX-REC-POSTING-DATE IS NOT EQUAL TO             ZBNKGLF1
019500                 WS-RUN-DATE                                      ZBNKGLF1
019600                 MOVE 'YES' TO WS-END-OF-FILE                     ZBNKGLF1
019700              ELSE                                                ZBNKGLF1
019800                 ADD 1 TO WS-TXNS-READ                            ZBNKGLF1
019900                 PERFORM PROCESS-TRANSACTION                      ZBNKGLF1
020000              END-IF                                              ZBNKGLF1
020100           END-IF                                                 ZBNKGLF1
020200        END-IF                                                    ZBNKGLF1
023320 DEFAULT-RUN-DATE-EXIT.                                           ZBNKGLF1
023330     EXIT.                                                        ZBNKGLF1
023340                                                                  ZBNKGLF1
028900***************************************************************** ZBNKGLF1
029000* Open the transaction and extract files                        * ZBNKGLF1
029100***************************************************************** ZBNKGLF1
