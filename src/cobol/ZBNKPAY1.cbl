001800*              the clearing network with a control-total        * ZBNKPAY1
001900*              trailer, and marks each queue row sent with the  * ZBNKPAY1
002000*              run date.                                        * ZBNKPAY1
002033*              Every master-file update is journaled through    * ZBNKPAY1
002066*              UJOURNL for forward recovery.                    * ZBNKPAY1
002068*              PARM FIXED (the default), ISO or BOTH chooses    * ZBNKPAY1
002070*              the fixed-format file, an ISO 20022 pain.001     * ZBNKPAY1
002072*              credit transfer message (DD PAYXML) or both      * ZBNKPAY1
002074*              from the same run, so the two can run side by    * ZBNKPAY1
002076*              side through the network's cutover.  The         * ZBNKPAY1
002078*              message has one payment information block per    * ZBNKPAY1
002080*              payment, identified by the payment reference     * ZBNKPAY1
002082*              the network's status report quotes back to       * ZBNKPAY1
002084*              ZBNKACK1.  The customer (BNKCUST) is the         * ZBNKPAY1
002086*              debtor; the payee's address and structured or    * ZBNKPAY1
002088*              free-text remittance reference come from the     * ZBNKPAY1
002090*              payee registry (BNKPAYEE).  The payments are     * ZBNKPAY1
002092*              built on a work file (DD XMLWRK) so the group    * ZBNKPAY1
002094*              header can carry the count and control sum.      * ZBNKPAY1
002100***************************************************************** ZBNKPAY1
002200                                                                  ZBNKPAY1
002300 IDENTIFICATION DIVISION.                                         ZBNKPAY1
004200            ORGANIZATION IS SEQUENTIAL                            ZBNKPAY1
004300            ACCESS MODE  IS SEQUENTIAL                            ZBNKPAY1
004400            FILE STATUS  IS WS-PAYOUT-STATUS.                     ZBNKPAY1
004404     SELECT PAYXML-FILE                                           ZBNKPAY1
004408            ASSIGN       TO PAYXML                                ZBNKPAY1
004412            ORGANIZATION IS SEQUENTIAL                            ZBNKPAY1
004416            ACCESS MODE  IS SEQUENTIAL                            ZBNKPAY1
004420            FILE STATUS  IS WS-PAYXML-STATUS.                     ZBNKPAY1
004424     SELECT XMLWRK-FILE                                           ZBNKPAY1
004428            ASSIGN       TO XMLWRK                                ZBNKPAY1
004432            ORGANIZATION IS SEQUENTIAL                            ZBNKPAY1
004436            ACCESS MODE  IS SEQUENTIAL                            ZBNKPAY1
004440            FILE STATUS  IS WS-XMLWRK-STATUS.                     ZBNKPAY1
004444     SELECT BNKPAYEE-FILE                                         ZBNKPAY1
004448            ASSIGN       TO BNKPAYEE                              ZBNKPAY1
004452            ORGANIZATION IS INDEXED                               ZBNKPAY1
004456            ACCESS MODE  IS RANDOM                                ZBNKPAY1
004460            RECORD KEY   IS PAY-KEY                               ZBNKPAY1
004464            FILE STATUS  IS WS-BNKPAYEE-STATUS.                   ZBNKPAY1
004468     SELECT BNKCUST-FILE                                          ZBNKPAY1
004472            ASSIGN       TO BNKCUST                               ZBNKPAY1
004476            ORGANIZATION IS INDEXED                               ZBNKPAY1
004480            ACCESS MODE  IS RANDOM                                ZBNKPAY1
004484            RECORD KEY   IS BCS-REC-PID                           ZBNKPAY1
004488            FILE STATUS  IS WS-BNKCUST-STATUS.                    ZBNKPAY1
004500                                                                  ZBNKPAY1
004600 DATA DIVISION.                                                   ZBNKPAY1
004700 FILE SECTION.                                                    ZBNKPAY1
005200                                                                  ZBNKPAY1
005300 FD  PAYOUT-FILE.                                                 ZBNKPAY1
005400 01  PAYOUT-REC                          PIC X(100).              ZBNKPAY1
005406                                                                  ZBNKPAY1
005412 FD  PAYXML-FILE.                                                 ZBNKPAY1
005418 01  PAYXML-REC                          PIC X(256).              ZBNKPAY1
005424                                                                  ZBNKPAY1
005430 FD  XMLWRK-FILE.                                                 ZBNKPAY1
005436 01  XMLWRK-REC                          PIC X(256).              ZBNKPAY1
005442                                                                  ZBNKPAY1
005448 FD  BNKPAYEE-FILE.                                               ZBNKPAY1
005454 01  BNKPAYEE-REC.                                                ZBNKPAY1
005460 COPY CBANKVPY.                                                   ZBNKPAY1
005466                                                                  ZBNKPAY1
005472 FD  BNKCUST-FILE.                                                ZBNKPAY1
005478 01  BNKCUST-REC.                                                 ZBNKPAY1
005484 COPY CBANKVCS.                                                   ZBNKPAY1
005500                                                                  ZBNKPAY1
005600 WORKING-STORAGE SECTION.                                         ZBNKPAY1
005633 COPY CJOURNLD.                                                   ZBNKPAY1
005666                                                                  ZBNKPAY1
005700 COPY CTIMERD.                                                    ZBNKPAY1
005800                                                                  ZBNKPAY1
005900 COPY CTSTAMPD.                                                   ZBNKPAY1
005933                                                                  ZBNKPAY1
005966 COPY CISOXMLD.                                                   ZBNKPAY1
006000                                                                  ZBNKPAY1
006100 01  WS-MISC-STORAGE.                                             ZBNKPAY1
006200   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKPAY1
006700   05  WS-PAYOUT-STATUS.                                          ZBNKPAY1
006800     10  WS-PAYOUT-STAT1                     PIC X(1).            ZBNKPAY1
006900     10  WS-PAYOUT-STAT2                     PIC X(1).            ZBNKPAY1
006907   05  WS-PAYXML-STATUS.                                          ZBNKPAY1
006914     10  WS-PAYXML-STAT1                     PIC X(1).            ZBNKPAY1
006921     10  WS-PAYXML-STAT2                     PIC X(1).            ZBNKPAY1
006928   05  WS-XMLWRK-STATUS.                                          ZBNKPAY1
006935     10  WS-XMLWRK-STAT1                     PIC X(1).            ZBNKPAY1
006942     10  WS-XMLWRK-STAT2                     PIC X(1).            ZBNKPAY1
006949   05  WS-BNKPAYEE-STATUS.                                        ZBNKPAY1
006956     10  WS-BNKPAYEE-STAT1                   PIC X(1).            ZBNKPAY1
006963     10  WS-BNKPAYEE-STAT2                   PIC X(1).            ZBNKPAY1
006970   05  WS-BNKCUST-STATUS.                                         ZBNKPAY1
006977     10  WS-BNKCUST-STAT1                    PIC X(1).            ZBNKPAY1
006984     10  WS-BNKCUST-STAT2                    PIC X(1).            ZBNKPAY1
007000   05  WS-IO-STATUS.                                              ZBNKPAY1
007100     10  WS-IO-STAT1                         PIC X(1).            ZBNKPAY1
007200     10  WS-IO-STAT2                         PIC X(1).            ZBNKPAY1
008400   05  WS-AMOUNT-TOTAL                       PIC S9(11)V99 COMP-3 ZBNKPAY1
008500       VALUE ZERO.                                                ZBNKPAY1
008600   05  WS-TODAY-ISO                          PIC X(10).           ZBNKPAY1
008603   05  WS-PARM                               PIC X(12).           ZBNKPAY1
008606   05  WS-FIXED-SW                           PIC X(1)             ZBNKPAY1
008609       VALUE 'Y'.                                                 ZBNKPAY1
008612     88  WS-WRITE-FIXED                      VALUE 'Y'.           ZBNKPAY1
008615   05  WS-ISO-SW                             PIC X(1)             ZBNKPAY1
008618       VALUE 'N'.                                                 ZBNKPAY1
008621     88  WS-WRITE-ISO                        VALUE 'Y'.           ZBNKPAY1
008624   05  WS-XML-TARGET                         PIC X(1).            ZBNKPAY1
008627     88  WS-XML-TO-WORK                      VALUE 'W'.           ZBNKPAY1
008630     88  WS-XML-TO-FILE                      VALUE 'F'.           ZBNKPAY1
008633   05  WS-PAYEE-FOUND                        PIC X(1).            ZBNKPAY1
008636     88  WS-PAYEE-ON-FILE                    VALUE 'Y'.           ZBNKPAY1
008639                                                                  ZBNKPAY1
008642***************************************************************** ZBNKPAY1
008645* ISO 20022 constants - the member id is the one the clearing   * ZBNKPAY1
008648* network assigned us                                           * ZBNKPAY1
008651***************************************************************** ZBNKPAY1
008654 01  WS-ISO-CONSTANTS.                                            ZBNKPAY1
008657   05  WS-ISO-CURRENCY                       PIC X(3)             ZBNKPAY1
008660       VALUE 'USD'.                                               ZBNKPAY1
008663   05  WS-ISO-MEMBER-ID                      PIC X(35)            ZBNKPAY1
008666       VALUE 'MFDEMOBANK'.                                        ZBNKPAY1
008669   05  WS-ISO-BANK-NAME                      PIC X(35)            ZBNKPAY1
008672       VALUE 'Micro Focus Demo Bank'.                             ZBNKPAY1
008674   05  WS-ISO-NAMESPACE.                                          ZBNKPAY1
008675     10  FILLER                              PIC X(30)            ZBNKPAY1
008676         VALUE 'xmlns="urn:iso:std:iso:20022:'.                   ZBNKPAY1
008677     10  FILLER                              PIC X(30)            ZBNKPAY1
008678         VALUE 'tech:xsd:pain.001.001.09"'.                       ZBNKPAY1
008681                                                                  ZBNKPAY1
008684 01  WS-ISO-WORK.                                                 ZBNKPAY1
008687   05  WS-ISO-MSG-ID                         PIC X(35).           ZBNKPAY1
008690   05  WS-ISO-CRE-DT-TM                      PIC X(19).           ZBNKPAY1
008693   05  WS-ISO-CCY-ATTR                       PIC X(20).           ZBNKPAY1
008696   05  WS-ISO-COUNT                          PIC Z(6)9.           ZBNKPAY1
008700                                                                  ZBNKPAY1
008800 01  WS-PAYOUT-DETAIL.                                            ZBNKPAY1
008900   05  WS-PO-RECORD-TYPE                     PIC X(1)             ZBNKPAY1
010500                                                                  ZBNKPAY1
010600 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKPAY1
010700                                                                  ZBNKPAY1
010728 LINKAGE SECTION.                                                 ZBNKPAY1
010756 01  LK-EXEC-PARM.                                                ZBNKPAY1
010784   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKPAY1
010812   05  LK-EXEC-PARM-DATA                     PIC X(12).           ZBNKPAY1
010840                                                                  ZBNKPAY1
010868 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKPAY1
010900                                                                  ZBNKPAY1
011000     PERFORM RUN-TIME.                                            ZBNKPAY1
011100                                                                  ZBNKPAY1
011500                                                                  ZBNKPAY1
011600 COPY CTSTAMPP.                                                   ZBNKPAY1
011700     MOVE WS-TS-DATE TO WS-TODAY-ISO.                             ZBNKPAY1
011733     PERFORM READ-PARM THRU                                       ZBNKPAY1
011766             READ-PARM-EXIT.                                      ZBNKPAY1
011800                                                                  ZBNKPAY1
011900     PERFORM OPEN-FILES.                                          ZBNKPAY1
012000                                                                  ZBNKPAY1
013700        END-IF                                                    ZBNKPAY1
013800     END-PERFORM.                                                 ZBNKPAY1
013900                                                                  ZBNKPAY1
013925     IF WS-WRITE-FIXED                                            ZBNKPAY1
013950        PERFORM WRITE-TRAILER                                     ZBNKPAY1
013975     END-IF.                                                      ZBNKPAY1
014000     IF WS-WRITE-ISO                                              ZBNKPAY1
014025        PERFORM WRITE-XML-FILE THRU                               ZBNKPAY1
014050                WRITE-XML-FILE-EXIT                               ZBNKPAY1
014075     END-IF.                                                      ZBNKPAY1
014100     PERFORM CLOSE-FILES.                                         ZBNKPAY1
014200                                                                  ZBNKPAY1
014300     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKPAY1
016400     IF NOT PQ-STATUS-QUEUED                                      ZBNKPAY1
016500        GO TO PROCESS-QUEUE-ROW-EXIT                              ZBNKPAY1
016600     END-IF.                                                      ZBNKPAY1
016737     IF WS-WRITE-FIXED                                            ZBNKPAY1
016874        PERFORM WRITE-FIXED-DETAIL                                ZBNKPAY1
017011     END-IF.                                                      ZBNKPAY1
017148     IF WS-WRITE-ISO                                              ZBNKPAY1
017285        PERFORM WRITE-XML-PAYMENT THRU                            ZBNKPAY1
017422                WRITE-XML-PAYMENT-EXIT                            ZBNKPAY1
017559     END-IF.                                                      ZBNKPAY1
017700     ADD 1 TO WS-ITEMS-WRITTEN.                                   ZBNKPAY1
017800     ADD PQ-REC-AMOUNT TO WS-AMOUNT-TOTAL.                        ZBNKPAY1
017900                                                                  ZBNKPAY1
018000     SET PQ-STATUS-SENT TO TRUE.                                  ZBNKPAY1
018100     MOVE WS-TODAY-ISO TO PQ-REC-SENT-DATE.                       ZBNKPAY1
018200     REWRITE PQ-RECORD                                            ZBNKPAY1
018233     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKPAY1
018266     PERFORM JOURNAL-BNKPAYQ.                                     ZBNKPAY1
018300     IF WS-BNKPAYQ-STATUS IS NOT EQUAL TO '00'                    ZBNKPAY1
018400        MOVE 'Unable to mark queue row sent'                      ZBNKPAY1
018500          TO WS-CONSOLE-MESSAGE                                   ZBNKPAY1
019000     END-IF.                                                      ZBNKPAY1
019100 PROCESS-QUEUE-ROW-EXIT.                                          ZBNKPAY1
019200     EXIT.                                                        ZBNKPAY1
019209                                                                  ZBNKPAY1
019218***************************************************************** ZBNKPAY1
019227* Pick up the output format from the PARM - FIXED (or none),    * ZBNKPAY1
019236* ISO or BOTH                                                   * ZBNKPAY1
019245***************************************************************** ZBNKPAY1
019254 READ-PARM.                                                       ZBNKPAY1
019263     MOVE SPACES TO WS-PARM.                                      ZBNKPAY1
019272     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO                      ZBNKPAY1
019281        IF LK-EXEC-PARM-LL IS GREATER THAN 12                     ZBNKPAY1
019290           MOVE LK-EXEC-PARM-DATA TO WS-PARM                      ZBNKPAY1
019299        ELSE                                                      ZBNKPAY1
019308           MOVE LK-EXEC-PARM-DATA (1:LK-EXEC-PARM-LL) TO WS-PARM  ZBNKPAY1
019317        END-IF                                                    ZBNKPAY1
019326     END-IF.                                                      ZBNKPAY1
019335     EVALUATE WS-PARM                                             ZBNKPAY1
019344       WHEN SPACES                                                ZBNKPAY1
019353       WHEN 'FIXED'                                               ZBNKPAY1
019362         MOVE 'Y' TO WS-FIXED-SW                                  ZBNKPAY1
019371         MOVE 'N' TO WS-ISO-SW                                    ZBNKPAY1
019380       WHEN 'ISO'                                                 ZBNKPAY1
019389         MOVE 'N' TO WS-FIXED-SW                                  ZBNKPAY1
019398         MOVE 'Y' TO WS-ISO-SW                                    ZBNKPAY1
019407       WHEN 'BOTH'                                                ZBNKPAY1
019416         MOVE 'Y' TO WS-FIXED-SW                                  ZBNKPAY1
019425         MOVE 'Y' TO WS-ISO-SW                                    ZBNKPAY1
019434       WHEN OTHER                                                 ZBNKPAY1
019443         MOVE 'PARM must be FIXED, ISO or BOTH'                   ZBNKPAY1
019452           TO WS-CONSOLE-MESSAGE                                  ZBNKPAY1
019461         PERFORM ABORT-PROGRAM                                    ZBNKPAY1
019470     END-EVALUATE.                                                ZBNKPAY1
019479     IF WS-WRITE-ISO                                              ZBNKPAY1
019488        MOVE SPACES TO WS-ISO-MSG-ID                              ZBNKPAY1
019497        STRING 'PAY' DELIMITED BY SIZE                            ZBNKPAY1
019506               WS-ACCEPT-DATE DELIMITED BY SIZE                   ZBNKPAY1
019515               WS-ACCEPT-TIME (1:6) DELIMITED BY SIZE             ZBNKPAY1
019524          INTO WS-ISO-MSG-ID                                      ZBNKPAY1
019533        MOVE SPACES TO WS-ISO-CRE-DT-TM                           ZBNKPAY1
019542        STRING WS-TS-DATE (1:10) DELIMITED BY SIZE                ZBNKPAY1
019551               'T' DELIMITED BY SIZE                              ZBNKPAY1
019560               WS-TS-TIME-HH DELIMITED BY SIZE                    ZBNKPAY1
019569               ':' DELIMITED BY SIZE                              ZBNKPAY1
019578               WS-TS-TIME-MM DELIMITED BY SIZE                    ZBNKPAY1
019587               ':' DELIMITED BY SIZE                              ZBNKPAY1
019596               WS-TS-TIME-SS DELIMITED BY SIZE                    ZBNKPAY1
019605          INTO WS-ISO-CRE-DT-TM                                   ZBNKPAY1
019614        MOVE SPACES TO WS-ISO-CCY-ATTR                            ZBNKPAY1
019623        STRING 'Ccy="' DELIMITED BY SIZE                          ZBNKPAY1
019632               WS-ISO-CURRENCY DELIMITED BY SIZE                  ZBNKPAY1
019641               '"' DELIMITED BY SIZE                              ZBNKPAY1
019650          INTO WS-ISO-CCY-ATTR                                    ZBNKPAY1
019659        MOVE SPACES TO ISO-XML-DATA                               ZBNKPAY1
019668     END-IF.                                                      ZBNKPAY1
019677 READ-PARM-EXIT.                                                  ZBNKPAY1
019686     EXIT.                                                        ZBNKPAY1
019695                                                                  ZBNKPAY1
019704***************************************************************** ZBNKPAY1
019713* Write one payment to the fixed-format outbound file           * ZBNKPAY1
019722***************************************************************** ZBNKPAY1
019731 WRITE-FIXED-DETAIL.                                              ZBNKPAY1
019740     MOVE SPACES TO PAYOUT-REC.                                   ZBNKPAY1
019749     MOVE 'D' TO WS-PO-RECORD-TYPE.                               ZBNKPAY1
019758     MOVE PQ-REC-REF TO WS-PO-REF.                                ZBNKPAY1
019767     MOVE PQ-REC-ROUTING TO WS-PO-ROUTING.                        ZBNKPAY1
019776     MOVE PQ-REC-EXT-ACCNO TO WS-PO-EXT-ACCNO.                    ZBNKPAY1
019785     MOVE PQ-REC-AMOUNT TO WS-PO-AMOUNT.                          ZBNKPAY1
019794     MOVE PQ-REC-PAYEE-NAME TO WS-PO-PAYEE-NAME.                  ZBNKPAY1
019803     MOVE PQ-REC-CUST-REF TO WS-PO-CUST-REF.                      ZBNKPAY1
019812     MOVE WS-PAYOUT-DETAIL TO PAYOUT-REC.                         ZBNKPAY1
019821     PERFORM PAYOUT-PUT.                                          ZBNKPAY1
019830                                                                  ZBNKPAY1
019839***************************************************************** ZBNKPAY1
019848* Build one payment's payment information block on the work     * ZBNKPAY1
019857* file - debtor, creditor and remittance information            * ZBNKPAY1
019866***************************************************************** ZBNKPAY1
019875 WRITE-XML-PAYMENT.                                               ZBNKPAY1
019884     SET WS-XML-TO-WORK TO TRUE.                                  ZBNKPAY1
019893     MOVE 2 TO ISO-XML-DEPTH.                                     ZBNKPAY1
019902     MOVE 'PmtInf' TO ISO-XML-NAME.                               ZBNKPAY1
019911     PERFORM XML-OPEN.                                            ZBNKPAY1
019920     MOVE 'PmtInfId' TO ISO-XML-NAME.                             ZBNKPAY1
019929     MOVE PQ-REC-REF TO ISO-XML-VALUE.                            ZBNKPAY1
019938     PERFORM XML-ELEMENT.                                         ZBNKPAY1
019947     MOVE 'PmtMtd' TO ISO-XML-NAME.                               ZBNKPAY1
019956     MOVE 'TRF' TO ISO-XML-VALUE.                                 ZBNKPAY1
019965     PERFORM XML-ELEMENT.                                         ZBNKPAY1
019974     MOVE 'NbOfTxs' TO ISO-XML-NAME.                              ZBNKPAY1
019983     MOVE '1' TO ISO-XML-VALUE.                                   ZBNKPAY1
019992     PERFORM XML-ELEMENT.                                         ZBNKPAY1
020001     MOVE 'CtrlSum' TO ISO-XML-NAME.                              ZBNKPAY1
020010     MOVE PQ-REC-AMOUNT TO ISO-XML-AMOUNT.                        ZBNKPAY1
020019     PERFORM XML-AMOUNT-ELEMENT.                                  ZBNKPAY1
020028     MOVE 'ReqdExctnDt' TO ISO-XML-NAME.                          ZBNKPAY1
020037     PERFORM XML-OPEN.                                            ZBNKPAY1
020046     MOVE 'Dt' TO ISO-XML-NAME.                                   ZBNKPAY1
020055     MOVE WS-TODAY-ISO TO ISO-XML-VALUE.                          ZBNKPAY1
020064     PERFORM XML-ELEMENT.                                         ZBNKPAY1
020073     MOVE 'ReqdExctnDt' TO ISO-XML-NAME.                          ZBNKPAY1
020082     PERFORM XML-CLOSE.                                           ZBNKPAY1
020091     PERFORM XML-DEBTOR THRU                                      ZBNKPAY1
020100             XML-DEBTOR-EXIT.                                     ZBNKPAY1
020109     MOVE 'DbtrAcct' TO ISO-XML-NAME.                             ZBNKPAY1
020118     MOVE PQ-REC-FUND-ACCNO TO ISO-XML-VALUE.                     ZBNKPAY1
020127     PERFORM XML-ACCOUNT.                                         ZBNKPAY1
020136     MOVE 'DbtrAgt' TO ISO-XML-NAME.                              ZBNKPAY1
020145     MOVE WS-ISO-MEMBER-ID TO ISO-XML-VALUE.                      ZBNKPAY1
020154     PERFORM XML-AGENT.                                           ZBNKPAY1
020163     MOVE 'ChrgBr' TO ISO-XML-NAME.                               ZBNKPAY1
020172     MOVE 'SLEV' TO ISO-XML-VALUE.                                ZBNKPAY1
020181     PERFORM XML-ELEMENT.                                         ZBNKPAY1
020190     MOVE 'CdtTrfTxInf' TO ISO-XML-NAME.                          ZBNKPAY1
020199     PERFORM XML-OPEN.                                            ZBNKPAY1
020208     MOVE 'PmtId' TO ISO-XML-NAME.                                ZBNKPAY1
020217     PERFORM XML-OPEN.                                            ZBNKPAY1
020226     MOVE 'InstrId' TO ISO-XML-NAME.                              ZBNKPAY1
020235     MOVE PQ-REC-REF TO ISO-XML-VALUE.                            ZBNKPAY1
020244     PERFORM XML-ELEMENT.                                         ZBNKPAY1
020253     MOVE 'EndToEndId' TO ISO-XML-NAME.                           ZBNKPAY1
020262     MOVE PQ-REC-REF TO ISO-XML-VALUE.                            ZBNKPAY1
020271     PERFORM XML-ELEMENT.                                         ZBNKPAY1
020280     MOVE 'PmtId' TO ISO-XML-NAME.                                ZBNKPAY1
020289     PERFORM XML-CLOSE.                                           ZBNKPAY1
020298     MOVE 'Amt' TO ISO-XML-NAME.                                  ZBNKPAY1
020307     PERFORM XML-OPEN.                                            ZBNKPAY1
020316     MOVE 'InstdAmt' TO ISO-XML-NAME.                             ZBNKPAY1
020325     MOVE WS-ISO-CCY-ATTR TO ISO-XML-ATTR.                        ZBNKPAY1
020334     MOVE PQ-REC-AMOUNT TO ISO-XML-AMOUNT.                        ZBNKPAY1
020343     PERFORM XML-AMOUNT-ELEMENT.                                  ZBNKPAY1
020352     MOVE 'Amt' TO ISO-XML-NAME.                                  ZBNKPAY1
020361     PERFORM XML-CLOSE.                                           ZBNKPAY1
020370     MOVE 'CdtrAgt' TO ISO-XML-NAME.                              ZBNKPAY1
020379     MOVE PQ-REC-ROUTING TO ISO-XML-VALUE.                        ZBNKPAY1
020388     PERFORM XML-AGENT.                                           ZBNKPAY1
020397     PERFORM XML-CREDITOR THRU                                    ZBNKPAY1
020406             XML-CREDITOR-EXIT.                                   ZBNKPAY1
020415     MOVE 'CdtrAcct' TO ISO-XML-NAME.                             ZBNKPAY1
020424     MOVE PQ-REC-EXT-ACCNO TO ISO-XML-VALUE.                      ZBNKPAY1
020433     PERFORM XML-ACCOUNT.                                         ZBNKPAY1
020442     PERFORM XML-REMITTANCE THRU                                  ZBNKPAY1
020451             XML-REMITTANCE-EXIT.                                 ZBNKPAY1
020460     MOVE 'CdtTrfTxInf' TO ISO-XML-NAME.                          ZBNKPAY1
020469     PERFORM XML-CLOSE.                                           ZBNKPAY1
020478     MOVE 'PmtInf' TO ISO-XML-NAME.                               ZBNKPAY1
020487     PERFORM XML-CLOSE.                                           ZBNKPAY1
020496 WRITE-XML-PAYMENT-EXIT.                                          ZBNKPAY1
020505     EXIT.                                                        ZBNKPAY1
020514                                                                  ZBNKPAY1
020523***************************************************************** ZBNKPAY1
020532* The customer as debtor - name and postal address              * ZBNKPAY1
020541***************************************************************** ZBNKPAY1
020550 XML-DEBTOR.                                                      ZBNKPAY1
020559     MOVE 'Dbtr' TO ISO-XML-NAME.                                 ZBNKPAY1
020568     PERFORM XML-OPEN.                                            ZBNKPAY1
020577     MOVE PQ-REC-PID TO BCS-REC-PID.                              ZBNKPAY1
020586     READ BNKCUST-FILE.                                           ZBNKPAY1
020595     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKPAY1
020604        GO TO XML-DEBTOR-CLOSE                                    ZBNKPAY1
020613     END-IF.                                                      ZBNKPAY1
020622     MOVE 'Nm' TO ISO-XML-NAME.                                   ZBNKPAY1
020631     MOVE BCS-REC-NAME TO ISO-XML-VALUE.                          ZBNKPAY1
020640     PERFORM XML-ELEMENT.                                         ZBNKPAY1
020649     MOVE 'PstlAdr' TO ISO-XML-NAME.                              ZBNKPAY1
020658     PERFORM XML-OPEN.                                            ZBNKPAY1
020667     MOVE 'PstCd' TO ISO-XML-NAME.                                ZBNKPAY1
020676     MOVE BCS-REC-POST-CODE TO ISO-XML-VALUE.                     ZBNKPAY1
020685     PERFORM XML-ELEMENT.                                         ZBNKPAY1
020694     MOVE 'CtrySubDvsn' TO ISO-XML-NAME.                          ZBNKPAY1
020703     MOVE BCS-REC-STATE TO ISO-XML-VALUE.                         ZBNKPAY1
020712     PERFORM XML-ELEMENT.                                         ZBNKPAY1
020721     MOVE 'AdrLine' TO ISO-XML-NAME.                              ZBNKPAY1
020730     MOVE BCS-REC-ADDR1 TO ISO-XML-VALUE.                         ZBNKPAY1
020739     PERFORM XML-ELEMENT.                                         ZBNKPAY1
020748     MOVE 'AdrLine' TO ISO-XML-NAME.                              ZBNKPAY1
020757     MOVE BCS-REC-ADDR2 TO ISO-XML-VALUE.                         ZBNKPAY1
020766     PERFORM XML-ELEMENT.                                         ZBNKPAY1
020775     MOVE 'PstlAdr' TO ISO-XML-NAME.                              ZBNKPAY1
020784     PERFORM XML-CLOSE.                                           ZBNKPAY1
020793 XML-DEBTOR-CLOSE.                                                ZBNKPAY1
020802     MOVE 'Dbtr' TO ISO-XML-NAME.                                 ZBNKPAY1
020811     PERFORM XML-CLOSE.                                           ZBNKPAY1
020820 XML-DEBTOR-EXIT.                                                 ZBNKPAY1
020829     EXIT.                                                        ZBNKPAY1
020838                                                                  ZBNKPAY1
020847***************************************************************** ZBNKPAY1
020856* The payee as creditor - the name as queued with the           * ZBNKPAY1
020865* payment, the postal address from the registry                 * ZBNKPAY1
020874***************************************************************** ZBNKPAY1
020883 XML-CREDITOR.                                                    ZBNKPAY1
020892     MOVE 'N' TO WS-PAYEE-FOUND.                                  ZBNKPAY1
020901     MOVE PQ-REC-PID TO PAY-REC-PID.                              ZBNKPAY1
020910     MOVE PQ-REC-PAYEE-SEQ TO PAY-REC-SEQ.                        ZBNKPAY1
020919     READ BNKPAYEE-FILE.                                          ZBNKPAY1
020928     IF WS-BNKPAYEE-STATUS IS EQUAL TO '00'                       ZBNKPAY1
020937        MOVE 'Y' TO WS-PAYEE-FOUND                                ZBNKPAY1
020946     END-IF.                                                      ZBNKPAY1
020955     MOVE 'Cdtr' TO ISO-XML-NAME.                                 ZBNKPAY1
020964     PERFORM XML-OPEN.                                            ZBNKPAY1
020973     MOVE 'Nm' TO ISO-XML-NAME.                                   ZBNKPAY1
020982     MOVE PQ-REC-PAYEE-NAME TO ISO-XML-VALUE.                     ZBNKPAY1
020991     PERFORM XML-ELEMENT.                                         ZBNKPAY1
021000     IF NOT WS-PAYEE-ON-FILE                                      ZBNKPAY1
021009        GO TO XML-CREDITOR-CLOSE                                  ZBNKPAY1
021018     END-IF.                                                      ZBNKPAY1
021027     IF PAY-REC-STREET IS EQUAL TO SPACES AND                     ZBNKPAY1
021036        PAY-REC-TOWN IS EQUAL TO SPACES AND                       ZBNKPAY1
021045        PAY-REC-POST-CODE IS EQUAL TO SPACES AND                  ZBNKPAY1
021054        PAY-REC-COUNTRY IS EQUAL TO SPACES                        ZBNKPAY1
021063        GO TO XML-CREDITOR-CLOSE                                  ZBNKPAY1
021072     END-IF.                                                      ZBNKPAY1
021081     MOVE 'PstlAdr' TO ISO-XML-NAME.                              ZBNKPAY1
021090     PERFORM XML-OPEN.                                            ZBNKPAY1
021099     MOVE 'StrtNm' TO ISO-XML-NAME.                               ZBNKPAY1
021108     MOVE PAY-REC-STREET TO ISO-XML-VALUE.                        ZBNKPAY1
021117     PERFORM XML-ELEMENT.                                         ZBNKPAY1
021126     MOVE 'PstCd' TO ISO-XML-NAME.                                ZBNKPAY1
021135     MOVE PAY-REC-POST-CODE TO ISO-XML-VALUE.                     ZBNKPAY1
021144     PERFORM XML-ELEMENT.                                         ZBNKPAY1
021153     MOVE 'TwnNm' TO ISO-XML-NAME.                                ZBNKPAY1
021162     MOVE PAY-REC-TOWN TO ISO-XML-VALUE.                          ZBNKPAY1
021171     PERFORM XML-ELEMENT.                                         ZBNKPAY1
021180     MOVE 'Ctry' TO ISO-XML-NAME.                                 ZBNKPAY1
021189     MOVE PAY-REC-COUNTRY TO ISO-XML-VALUE.                       ZBNKPAY1
021198     PERFORM XML-ELEMENT.                                         ZBNKPAY1
021207     MOVE 'PstlAdr' TO ISO-XML-NAME.                              ZBNKPAY1
021216     PERFORM XML-CLOSE.                                           ZBNKPAY1
021225 XML-CREDITOR-CLOSE.                                              ZBNKPAY1
021234     MOVE 'Cdtr' TO ISO-XML-NAME.                                 ZBNKPAY1
021243     PERFORM XML-CLOSE.                                           ZBNKPAY1
021252 XML-CREDITOR-EXIT.                                               ZBNKPAY1
021261     EXIT.                                                        ZBNKPAY1
021270                                                                  ZBNKPAY1
021279***************************************************************** ZBNKPAY1
021288* The customer's reference with the payee - a structured        * ZBNKPAY1
021297* ISO 11649 creditor reference where the registry says so,      * ZBNKPAY1
021306* otherwise free text                                           * ZBNKPAY1
021315***************************************************************** ZBNKPAY1
021324 XML-REMITTANCE.                                                  ZBNKPAY1
021333     IF PQ-REC-CUST-REF IS EQUAL TO SPACES                        ZBNKPAY1
021342        GO TO XML-REMITTANCE-EXIT                                 ZBNKPAY1
021351     END-IF.                                                      ZBNKPAY1
021360     MOVE 'RmtInf' TO ISO-XML-NAME.                               ZBNKPAY1
021369     PERFORM XML-OPEN.                                            ZBNKPAY1
021378     IF WS-PAYEE-ON-FILE AND PAY-REF-STRUCTURED                   ZBNKPAY1
021387        GO TO XML-REMITTANCE-STRUCTURED                           ZBNKPAY1
021396     END-IF.                                                      ZBNKPAY1
021405     MOVE 'Ustrd' TO ISO-XML-NAME.                                ZBNKPAY1
021414     MOVE PQ-REC-CUST-REF TO ISO-XML-VALUE.                       ZBNKPAY1
021423     PERFORM XML-ELEMENT.                                         ZBNKPAY1
021432     GO TO XML-REMITTANCE-CLOSE.                                  ZBNKPAY1
021441 XML-REMITTANCE-STRUCTURED.                                       ZBNKPAY1
021450     MOVE 'Strd' TO ISO-XML-NAME.                                 ZBNKPAY1
021459     PERFORM XML-OPEN.                                            ZBNKPAY1
021468     MOVE 'CdtrRefInf' TO ISO-XML-NAME.                           ZBNKPAY1
021477     PERFORM XML-OPEN.                                            ZBNKPAY1
021486     MOVE 'Tp' TO ISO-XML-NAME.                                   ZBNKPAY1
021495     PERFORM XML-OPEN.                                            ZBNKPAY1
021504     MOVE 'CdOrPrtry' TO ISO-XML-NAME.                            ZBNKPAY1
021513     PERFORM XML-OPEN.                                            ZBNKPAY1
021522     MOVE 'Cd' TO ISO-XML-NAME.                                   ZBNKPAY1
021531     MOVE 'SCOR' TO ISO-XML-VALUE.                                ZBNKPAY1
021540     PERFORM XML-ELEMENT.                                         ZBNKPAY1
021549     MOVE 'CdOrPrtry' TO ISO-XML-NAME.                            ZBNKPAY1
021558     PERFORM XML-CLOSE.                                           ZBNKPAY1
021567     MOVE 'Issr' TO ISO-XML-NAME.                                 ZBNKPAY1
021576     MOVE 'ISO' TO ISO-XML-VALUE.                                 ZBNKPAY1
021585     PERFORM XML-ELEMENT.                                         ZBNKPAY1
021594     MOVE 'Tp' TO ISO-XML-NAME.                                   ZBNKPAY1
021603     PERFORM XML-CLOSE.                                           ZBNKPAY1
021612     MOVE 'Ref' TO ISO-XML-NAME.                                  ZBNKPAY1
021621     MOVE PQ-REC-CUST-REF TO ISO-XML-VALUE.                       ZBNKPAY1
021630     PERFORM XML-ELEMENT.                                         ZBNKPAY1
021639     MOVE 'CdtrRefInf' TO ISO-XML-NAME.                           ZBNKPAY1
021648     PERFORM XML-CLOSE.                                           ZBNKPAY1
021657     MOVE 'Strd' TO ISO-XML-NAME.                                 ZBNKPAY1
021666     PERFORM XML-CLOSE.                                           ZBNKPAY1
021675 XML-REMITTANCE-CLOSE.                                            ZBNKPAY1
021684     MOVE 'RmtInf' TO ISO-XML-NAME.                               ZBNKPAY1
021693     PERFORM XML-CLOSE.                                           ZBNKPAY1
021702 XML-REMITTANCE-EXIT.                                             ZBNKPAY1
021711     EXIT.                                                        ZBNKPAY1
021720                                                                  ZBNKPAY1
021729***************************************************************** ZBNKPAY1
021738* Write the pain.001 message - group header with the count      * ZBNKPAY1
021747* and control sum, then the payments from the work file.        * ZBNKPAY1
021756* A run with nothing to send writes no message.                 * ZBNKPAY1
021765***************************************************************** ZBNKPAY1
021774 WRITE-XML-FILE.                                                  ZBNKPAY1
021783     CLOSE XMLWRK-FILE.                                           ZBNKPAY1
021792     IF WS-ITEMS-WRITTEN IS EQUAL TO ZERO                         ZBNKPAY1
021801        MOVE 'No payments - no ISO 20022 message written'         ZBNKPAY1
021810          TO WS-CONSOLE-MESSAGE                                   ZBNKPAY1
021819        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPAY1
021828        GO TO WRITE-XML-FILE-EXIT                                 ZBNKPAY1
021837     END-IF.                                                      ZBNKPAY1
021846     OPEN INPUT XMLWRK-FILE.                                      ZBNKPAY1
021855     IF WS-XMLWRK-STATUS IS NOT EQUAL TO '00'                     ZBNKPAY1
021864        MOVE 'XMLWRK file open failure...'                        ZBNKPAY1
021873          TO WS-CONSOLE-MESSAGE                                   ZBNKPAY1
021882        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPAY1
021891        MOVE WS-XMLWRK-STATUS TO WS-IO-STATUS                     ZBNKPAY1
021900        PERFORM DISPLAY-IO-STATUS                                 ZBNKPAY1
021909        PERFORM ABORT-PROGRAM                                     ZBNKPAY1
021918     END-IF.                                                      ZBNKPAY1
021927     SET WS-XML-TO-FILE TO TRUE.                                  ZBNKPAY1
021936     MOVE SPACES TO ISO-XML-DATA.                                 ZBNKPAY1
021945     MOVE '<?xml version="1.0" encoding="UTF-8"?>'                ZBNKPAY1
021954       TO ISO-XML-LINE.                                           ZBNKPAY1
021963     PERFORM XML-PUT.                                             ZBNKPAY1
021972     MOVE ZERO TO ISO-XML-DEPTH.                                  ZBNKPAY1
021981     MOVE 'Document' TO ISO-XML-NAME.                             ZBNKPAY1
021990     MOVE WS-ISO-NAMESPACE TO ISO-XML-ATTR.                       ZBNKPAY1
021999     PERFORM XML-OPEN.                                            ZBNKPAY1
022008     MOVE 'CstmrCdtTrfInitn' TO ISO-XML-NAME.                     ZBNKPAY1
022017     PERFORM XML-OPEN.                                            ZBNKPAY1
022026     MOVE 'GrpHdr' TO ISO-XML-NAME.                               ZBNKPAY1
022035     PERFORM XML-OPEN.                                            ZBNKPAY1
022044     MOVE 'MsgId' TO ISO-XML-NAME.                                ZBNKPAY1
022053     MOVE WS-ISO-MSG-ID TO ISO-XML-VALUE.                         ZBNKPAY1
022062     PERFORM XML-ELEMENT.                                         ZBNKPAY1
022071     MOVE 'CreDtTm' TO ISO-XML-NAME.                              ZBNKPAY1
022080     MOVE WS-ISO-CRE-DT-TM TO ISO-XML-VALUE.                      ZBNKPAY1
022089     PERFORM XML-ELEMENT.                                         ZBNKPAY1
022098     MOVE WS-ITEMS-WRITTEN TO WS-ISO-COUNT.                       ZBNKPAY1
022107     MOVE 'NbOfTxs' TO ISO-XML-NAME.                              ZBNKPAY1
022116     MOVE WS-ISO-COUNT TO ISO-XML-VALUE.                          ZBNKPAY1
022125     PERFORM XML-ELEMENT.                                         ZBNKPAY1
022134     MOVE 'CtrlSum' TO ISO-XML-NAME.                              ZBNKPAY1
022143     MOVE WS-AMOUNT-TOTAL TO ISO-XML-AMOUNT.                      ZBNKPAY1
022152     PERFORM XML-AMOUNT-ELEMENT.                                  ZBNKPAY1
022161     MOVE 'InitgPty' TO ISO-XML-NAME.                             ZBNKPAY1
022170     PERFORM XML-OPEN.                                            ZBNKPAY1
022179     MOVE 'Nm' TO ISO-XML-NAME.                                   ZBNKPAY1
022188     MOVE WS-ISO-BANK-NAME TO ISO-XML-VALUE.                      ZBNKPAY1
022197     PERFORM XML-ELEMENT.                                         ZBNKPAY1
022206     MOVE 'InitgPty' TO ISO-XML-NAME.                             ZBNKPAY1
022215     PERFORM XML-CLOSE.                                           ZBNKPAY1
022224     MOVE 'GrpHdr' TO ISO-XML-NAME.                               ZBNKPAY1
022233     PERFORM XML-CLOSE.                                           ZBNKPAY1
022242 WRITE-XML-FILE-COPY.                                             ZBNKPAY1
022251     READ XMLWRK-FILE.                                            ZBNKPAY1
022260     IF WS-XMLWRK-STATUS IS EQUAL TO '10'                         ZBNKPAY1
022269        GO TO WRITE-XML-FILE-END                                  ZBNKPAY1
022278     END-IF.                                                      ZBNKPAY1
022287     IF WS-XMLWRK-STATUS IS NOT EQUAL TO '00'                     ZBNKPAY1
022296        MOVE 'XMLWRK error reading file...'                       ZBNKPAY1
022305          TO WS-CONSOLE-MESSAGE                                   ZBNKPAY1
022314        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPAY1
022323        MOVE WS-XMLWRK-STATUS TO WS-IO-STATUS                     ZBNKPAY1
022332        PERFORM DISPLAY-IO-STATUS                                 ZBNKPAY1
022341        PERFORM ABORT-PROGRAM                                     ZBNKPAY1
022350     END-IF.                                                      ZBNKPAY1
022359     MOVE XMLWRK-REC TO ISO-XML-LINE.                             ZBNKPAY1
022368     PERFORM XML-PUT.                                             ZBNKPAY1
022377     GO TO WRITE-XML-FILE-COPY.                                   ZBNKPAY1
022386 WRITE-XML-FILE-END.                                              ZBNKPAY1
022395     MOVE 1 TO ISO-XML-DEPTH.                                     ZBNKPAY1
022404     MOVE 'CstmrCdtTrfInitn' TO ISO-XML-NAME.                     ZBNKPAY1
022413     PERFORM XML-CLOSE.                                           ZBNKPAY1
022422     MOVE 'Document' TO ISO-XML-NAME.                             ZBNKPAY1
022431     PERFORM XML-CLOSE.                                           ZBNKPAY1
022440     CLOSE XMLWRK-FILE.                                           ZBNKPAY1
022449 WRITE-XML-FILE-EXIT.                                             ZBNKPAY1
022458     EXIT.                                                        ZBNKPAY1
022467                                                                  ZBNKPAY1
022476***************************************************************** ZBNKPAY1
022485* Write a line of XML to the work file or the message file      * ZBNKPAY1
022494***************************************************************** ZBNKPAY1
022503 XML-PUT.                                                         ZBNKPAY1
022512     IF ISO-XML-ERROR                                             ZBNKPAY1
022521        MOVE 'ISO 20022 line too long for the record'             ZBNKPAY1
022530          TO WS-CONSOLE-MESSAGE                                   ZBNKPAY1
022539        PERFORM ABORT-PROGRAM                                     ZBNKPAY1
022548     END-IF.                                                      ZBNKPAY1
022557     IF WS-XML-TO-WORK                                            ZBNKPAY1
022566        MOVE ISO-XML-LINE TO XMLWRK-REC                           ZBNKPAY1
022575        WRITE XMLWRK-REC                                          ZBNKPAY1
022584        IF WS-XMLWRK-STATUS IS NOT EQUAL TO '00'                  ZBNKPAY1
022593           MOVE 'XMLWRK error writing file...'                    ZBNKPAY1
022602             TO WS-CONSOLE-MESSAGE                                ZBNKPAY1
022611           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKPAY1
022620           MOVE WS-XMLWRK-STATUS TO WS-IO-STATUS                  ZBNKPAY1
022629           PERFORM DISPLAY-IO-STATUS                              ZBNKPAY1
022638           PERFORM ABORT-PROGRAM                                  ZBNKPAY1
022647        END-IF                                                    ZBNKPAY1
022656     ELSE                                                         ZBNKPAY1
022665        MOVE ISO-XML-LINE TO PAYXML-REC                           ZBNKPAY1
022674        WRITE PAYXML-REC                                          ZBNKPAY1
022683        IF WS-PAYXML-STATUS IS NOT EQUAL TO '00'                  ZBNKPAY1
022692           MOVE 'PAYXML error writing file...'                    ZBNKPAY1
022701             TO WS-CONSOLE-MESSAGE                                ZBNKPAY1
022710           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKPAY1
022719           MOVE WS-PAYXML-STATUS TO WS-IO-STATUS                  ZBNKPAY1
022728           PERFORM DISPLAY-IO-STATUS                              ZBNKPAY1
022737           PERFORM ABORT-PROGRAM                                  ZBNKPAY1
022746        END-IF                                                    ZBNKPAY1
022755     END-IF.                                                      ZBNKPAY1
022764                                                                  ZBNKPAY1
022773***************************************************************** ZBNKPAY1
022782* Write the control-total trailer                               * ZBNKPAY1
022791***************************************************************** ZBNKPAY1
022800 WRITE-TRAILER.                                                   ZBNKPAY1
022809     MOVE WS-ITEMS-WRITTEN TO WS-PT-COUNT.                        ZBNKPAY1
022818     MOVE WS-AMOUNT-TOTAL TO WS-PT-AMOUNT.                        ZBNKPAY1
022827     MOVE WS-PAYOUT-TRAILER TO PAYOUT-REC.                        ZBNKPAY1
022836     PERFORM PAYOUT-PUT.                                          ZBNKPAY1
022845                                                                  ZBNKPAY1
022854***************************************************************** ZBNKPAY1
022863* Write a record to the outbound payment file                   * ZBNKPAY1
022872***************************************************************** ZBNKPAY1
022881 PAYOUT-PUT.                                                      ZBNKPAY1
022890     WRITE PAYOUT-REC.                                            ZBNKPAY1
022899     IF WS-PAYOUT-STATUS IS NOT EQUAL TO '00'                     ZBNKPAY1
022908       MOVE 'PAYOUT error writing file...'                        ZBNKPAY1
022917         TO WS-CONSOLE-MESSAGE                                    ZBNKPAY1
022926       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKPAY1
022935       MOVE WS-PAYOUT-STATUS TO WS-IO-STATUS                      ZBNKPAY1
022944       PERFORM DISPLAY-IO-STATUS                                  ZBNKPAY1
022953       PERFORM ABORT-PROGRAM                                      ZBNKPAY1
022962     END-IF.                                                      ZBNKPAY1
022971                                                                  ZBNKPAY1
022980***************************************************************** ZBNKPAY1
022989* Open the queue and outbound files                             * ZBNKPAY1
022998***************************************************************** ZBNKPAY1
023007 OPEN-FILES.                                                      ZBNKPAY1
023016     OPEN I-O BNKPAYQ-FILE.                                       ZBNKPAY1
023025     IF WS-BNKPAYQ-STATUS IS NOT EQUAL TO '00'                    ZBNKPAY1
023034        MOVE 'BNKPAYQ file open failure...'                       ZBNKPAY1
023043          TO WS-CONSOLE-MESSAGE                                   ZBNKPAY1
023052        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPAY1
023061        MOVE WS-BNKPAYQ-STATUS TO WS-IO-STATUS                    ZBNKPAY1
023070        PERFORM DISPLAY-IO-STATUS                                 ZBNKPAY1
023079        PERFORM ABORT-PROGRAM                                     ZBNKPAY1
023088     END-IF.                                                      ZBNKPAY1
023097     IF WS-WRITE-FIXED                                            ZBNKPAY1
023106        OPEN OUTPUT PAYOUT-FILE                                   ZBNKPAY1
023115        IF WS-PAYOUT-STATUS IS NOT EQUAL TO '00'                  ZBNKPAY1
023124           MOVE 'PAYOUT file open failure...'                     ZBNKPAY1
023133             TO WS-CONSOLE-MESSAGE                                ZBNKPAY1
023142           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKPAY1
023151           MOVE WS-PAYOUT-STATUS TO WS-IO-STATUS                  ZBNKPAY1
023160           PERFORM DISPLAY-IO-STATUS                              ZBNKPAY1
023169           PERFORM ABORT-PROGRAM                                  ZBNKPAY1
023178        END-IF                                                    ZBNKPAY1
023187     END-IF.                                                      ZBNKPAY1
023196     IF WS-WRITE-ISO                                              ZBNKPAY1
023205        PERFORM OPEN-ISO-FILES                                    ZBNKPAY1
023214     END-IF.                                                      ZBNKPAY1
023223                                                                  ZBNKPAY1
023232***************************************************************** ZBNKPAY1
023241* Open the ISO 20022 message, work, payee and customer files    * ZBNKPAY1
023250***************************************************************** ZBNKPAY1
023259 OPEN-ISO-FILES.                                                  ZBNKPAY1
023268     OPEN OUTPUT PAYXML-FILE.                                     ZBNKPAY1
023277     IF WS-PAYXML-STATUS IS NOT EQUAL TO '00'                     ZBNKPAY1
023286        MOVE 'PAYXML file open failure...'                        ZBNKPAY1
023295          TO WS-CONSOLE-MESSAGE                                   ZBNKPAY1
023304        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPAY1
023313        MOVE WS-PAYXML-STATUS TO WS-IO-STATUS                     ZBNKPAY1
023322        PERFORM DISPLAY-IO-STATUS                                 ZBNKPAY1
023331        PERFORM ABORT-PROGRAM                                     ZBNKPAY1
023340     END-IF.                                                      ZBNKPAY1
023349     OPEN OUTPUT XMLWRK-FILE.                                     ZBNKPAY1
023358     IF WS-XMLWRK-STATUS IS NOT EQUAL TO '00'                     ZBNKPAY1
023367        MOVE 'XMLWRK file open failure...'                        ZBNKPAY1
023376          TO WS-CONSOLE-MESSAGE                                   ZBNKPAY1
023385        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPAY1
023394        MOVE WS-XMLWRK-STATUS TO WS-IO-STATUS                     ZBNKPAY1
023403        PERFORM DISPLAY-IO-STATUS                                 ZBNKPAY1
023412        PERFORM ABORT-PROGRAM                                     ZBNKPAY1
023421     END-IF.                                                      ZBNKPAY1
023430     OPEN INPUT BNKPAYEE-FILE.                                    ZBNKPAY1
023439     IF WS-BNKPAYEE-STATUS IS NOT EQUAL TO '00'                   ZBNKPAY1
023448        MOVE 'BNKPAYEE file open failure...'                      ZBNKPAY1
023457          TO WS-CONSOLE-MESSAGE                                   ZBNKPAY1
023466        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPAY1
023475        MOVE WS-BNKPAYEE-STATUS TO WS-IO-STATUS                   ZBNKPAY1
023484        PERFORM DISPLAY-IO-STATUS                                 ZBNKPAY1
023493        PERFORM ABORT-PROGRAM                                     ZBNKPAY1
023502     END-IF.                                                      ZBNKPAY1
023511     OPEN INPUT BNKCUST-FILE.                                     ZBNKPAY1
023520     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKPAY1
023529        MOVE 'BNKCUST file open failure...'                       ZBNKPAY1
023538          TO WS-CONSOLE-MESSAGE                                   ZBNKPAY1
023547        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPAY1
023556        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    ZBNKPAY1
023565        PERFORM DISPLAY-IO-STATUS                                 ZBNKPAY1
023574        PERFORM ABORT-PROGRAM                                     ZBNKPAY1
023583     END-IF.                                                      ZBNKPAY1
023900                                                                  ZBNKPAY1
024000***************************************************************** ZBNKPAY1
024100* Close the files                                               * ZBNKPAY1
024200***************************************************************** ZBNKPAY1
024300 CLOSE-FILES.                                                     ZBNKPAY1
024400     CLOSE BNKPAYQ-FILE.                                          ZBNKPAY1
024422     IF WS-WRITE-FIXED                                            ZBNKPAY1
024444        CLOSE PAYOUT-FILE                                         ZBNKPAY1
024466     END-IF.                                                      ZBNKPAY1
024488     IF WS-WRITE-ISO                                              ZBNKPAY1
024510        CLOSE PAYXML-FILE                                         ZBNKPAY1
024532        CLOSE BNKPAYEE-FILE                                       ZBNKPAY1
024554        CLOSE BNKCUST-FILE                                        ZBNKPAY1
024576     END-IF.                                                      ZBNKPAY1
024600                                                                  ZBNKPAY1
024605***************************************************************** ZBNKPAY1
024610* Journal the BNKPAYQ record just added, changed or deleted so  * ZBNKPAY1
024615* it can be rolled forward onto a reload                        * ZBNKPAY1
024620***************************************************************** ZBNKPAY1
024625 JOURNAL-BNKPAYQ.                                                 ZBNKPAY1
024630     MOVE 'BNKPAYQ' TO JRN-CTL-FILE.                              ZBNKPAY1
024635     MOVE WS-BNKPAYQ-STATUS TO JRN-CTL-IO-STATUS.                 ZBNKPAY1
024640     MOVE BNKPAYQ-REC TO JRN-CTL-IMAGE.                           ZBNKPAY1
024645     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKPAY1
024650     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKPAY1
024655     IF JRN-CTL-ERROR                                             ZBNKPAY1
024660        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKPAY1
024665        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPAY1
024670        PERFORM ABORT-PROGRAM                                     ZBNKPAY1
024675     END-IF.                                                      ZBNKPAY1
024680                                                                  ZBNKPAY1
024700***************************************************************** ZBNKPAY1
024800* Display the file status bytes. This routine will display as   * ZBNKPAY1
024900* two digits if the full two byte file status is numeric. If    * ZBNKPAY1
029000       UPON CONSOLE.                                              ZBNKPAY1
029100     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKPAY1
029200                                                                  ZBNKPAY1
029233 COPY CISOXMLP.                                                   ZBNKPAY1
029266                                                                  ZBNKPAY1
029300 COPY CTIMERP.                                                    ZBNKPAY1
029400                                                                  ZBNKPAY1
029500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKPAY1
