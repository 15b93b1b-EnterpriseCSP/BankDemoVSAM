001800*              file for the network with a control-total        * ZBNKWIR1
001900*              trailer, and marks each row sent with the run    * ZBNKWIR1
002000*              date.  Held wires stay behind until released.    * ZBNKWIR1
002011*              PARM FIXED (the default), ISO or BOTH chooses    * ZBNKWIR1
002022*              the fixed-format file, an ISO 20022 pacs.008     * ZBNKWIR1
002033*              customer credit transfer message (DD WIREXML)    * ZBNKWIR1
002044*              or both from the same run, for parallel running  * ZBNKWIR1
002055*              through the network's cutover.  The customer     * ZBNKWIR1
002066*              (BNKCUST) is the debtor; the transactions are    * ZBNKWIR1
002077*              built on a work file (DD XMLWRK) so the group    * ZBNKWIR1
002088*              header can carry the count and settlement total. * ZBNKWIR1
002100***************************************************************** ZBNKWIR1
002200                                                                  ZBNKWIR1
002300  IDENTIFICATION DIVISION.                                        ZBNKWIR1
004200             ORGANIZATION IS SEQUENTIAL                           ZBNKWIR1
004300             ACCESS MODE  IS SEQUENTIAL                           ZBNKWIR1
004400             FILE STATUS  IS WS-WIREOUT-STATUS.                   ZBNKWIR1
004405      SELECT WIREXML-FILE                                         ZBNKWIR1
004410             ASSIGN       TO WIREXML                              ZBNKWIR1
004415             ORGANIZATION IS SEQUENTIAL                           ZBNKWIR1
004420             ACCESS MODE  IS SEQUENTIAL                           ZBNKWIR1
004425             FILE STATUS  IS WS-WIREXML-STATUS.                   ZBNKWIR1
004430      SELECT XMLWRK-FILE                                          ZBNKWIR1
004435             ASSIGN       TO XMLWRK                               ZBNKWIR1
004440             ORGANIZATION IS SEQUENTIAL                           ZBNKWIR1
004445             ACCESS MODE  IS SEQUENTIAL                           ZBNKWIR1
004450             FILE STATUS  IS WS-XMLWRK-STATUS.                    ZBNKWIR1
004455      SELECT BNKCUST-FILE                                         ZBNKWIR1
004460             ASSIGN       TO BNKCUST                              ZBNKWIR1
004465             ORGANIZATION IS INDEXED                              ZBNKWIR1
004470             ACCESS MODE  IS RANDOM                               ZBNKWIR1
004475             RECORD KEY   IS BCS-REC-PID                          ZBNKWIR1
004480             FILE STATUS  IS WS-BNKCUST-STATUS.                   ZBNKWIR1
004500                                                                  ZBNKWIR1
004600  DATA DIVISION.                                                  ZBNKWIR1
004700  FILE SECTION.                                                   ZBNKWIR1
005200                                                                  ZBNKWIR1
005300  FD  WIREOUT-FILE.                                               ZBNKWIR1
005400  01  WIREOUT-REC                         PIC X(100).             ZBNKWIR1
005409                                                                  ZBNKWIR1
005418  FD  WIREXML-FILE.                                               ZBNKWIR1
005427  01  WIREXML-REC                         PIC X(256).             ZBNKWIR1
005436                                                                  ZBNKWIR1
005445  FD  XMLWRK-FILE.                                                ZBNKWIR1
005454  01  XMLWRK-REC                          PIC X(256).             ZBNKWIR1
005463                                                                  ZBNKWIR1
005472  FD  BNKCUST-FILE.                                               ZBNKWIR1
005481  01  BNKCUST-REC.                                                ZBNKWIR1
005490  COPY CBANKVCS.                                                  ZBNKWIR1
005500                                                                  ZBNKWIR1
005600  WORKING-STORAGE SECTION.                                        ZBNKWIR1
005700  COPY CTIMERD.                                                   ZBNKWIR1
005800                                                                  ZBNKWIR1
005900  COPY CTSTAMPD.                                                  ZBNKWIR1
005933                                                                  ZBNKWIR1
005966  COPY CISOXMLD.                                                  ZBNKWIR1
006000                                                                  ZBNKWIR1
006100  01  WS-MISC-STORAGE.                                            ZBNKWIR1
006200    05  WS-PROGRAM-ID                         PIC X(8)            ZBNKWIR1
006700    05  WS-WIREOUT-STATUS.                                        ZBNKWIR1
006800      10  WS-WIREOUT-STAT1                    PIC X(1).           ZBNKWIR1
006900      10  WS-WIREOUT-STAT2                    PIC X(1).           ZBNKWIR1
006910    05  WS-WIREXML-STATUS.                                        ZBNKWIR1
006920      10  WS-WIREXML-STAT1                    PIC X(1).           ZBNKWIR1
006930      10  WS-WIREXML-STAT2                    PIC X(1).           ZBNKWIR1
006940    05  WS-XMLWRK-STATUS.                                         ZBNKWIR1
006950      10  WS-XMLWRK-STAT1                     PIC X(1).           ZBNKWIR1
006960      10  WS-XMLWRK-STAT2                     PIC X(1).           ZBNKWIR1
006970    05  WS-BNKCUST-STATUS.                                        ZBNKWIR1
006980      10  WS-BNKCUST-STAT1                    PIC X(1).           ZBNKWIR1
006990      10  WS-BNKCUST-STAT2                    PIC X(1).           ZBNKWIR1
007000    05  WS-IO-STATUS.                                             ZBNKWIR1
007100      10  WS-IO-STAT1                         PIC X(1).           ZBNKWIR1
007200      10  WS-IO-STAT2                         PIC X(1).           ZBNKWIR1
008400    05  WS-AMOUNT-TOTAL                       PIC S9(11)V99 COMP-3ZBNKWIR1
008500        VALUE ZERO.                                               ZBNKWIR1
008600    05  WS-TODAY-ISO                          PIC X(10).          ZBNKWIR1
008603    05  WS-PARM                               PIC X(12).          ZBNKWIR1
008606    05  WS-FIXED-SW                           PIC X(1)            ZBNKWIR1
008609        VALUE 'Y'.                                                ZBNKWIR1
008612      88  WS-WRITE-FIXED                      VALUE 'Y'.          ZBNKWIR1
008615    05  WS-ISO-SW                             PIC X(1)            ZBNKWIR1
008618        VALUE 'N'.                                                ZBNKWIR1
008621      88  WS-WRITE-ISO                        VALUE 'Y'.          ZBNKWIR1
008624    05  WS-XML-TARGET                         PIC X(1).           ZBNKWIR1
008627      88  WS-XML-TO-WORK                      VALUE 'W'.          ZBNKWIR1
008630      88  WS-XML-TO-FILE                      VALUE 'F'.          ZBNKWIR1
008633                                                                  ZBNKWIR1
008636***************************************************************** ZBNKWIR1
008639* ISO 20022 constants - the member id is the one the clearing   * ZBNKWIR1
008642* network assigned us                                           * ZBNKWIR1
008645***************************************************************** ZBNKWIR1
008648  01  WS-ISO-CONSTANTS.                                           ZBNKWIR1
008651    05  WS-ISO-CURRENCY                       PIC X(3)            ZBNKWIR1
008654        VALUE 'USD'.                                              ZBNKWIR1
008657    05  WS-ISO-MEMBER-ID                      PIC X(35)           ZBNKWIR1
008660        VALUE 'MFDEMOBANK'.                                       ZBNKWIR1
008663    05  WS-ISO-NAMESPACE.                                         ZBNKWIR1
008666      10  FILLER                              PIC X(30)           ZBNKWIR1
008669          VALUE 'xmlns="urn:iso:std:iso:20022:'.                  ZBNKWIR1
008672      10  FILLER                              PIC X(30)           ZBNKWIR1
008675          VALUE 'tech:xsd:pacs.008.001.08"'.                      ZBNKWIR1
008678                                                                  ZBNKWIR1
008681  01  WS-ISO-WORK.                                                ZBNKWIR1
008684    05  WS-ISO-MSG-ID                         PIC X(35).          ZBNKWIR1
008687    05  WS-ISO-CRE-DT-TM                      PIC X(19).          ZBNKWIR1
008690    05  WS-ISO-CCY-ATTR                       PIC X(20).          ZBNKWIR1
008693    05  WS-ISO-COUNT                          PIC Z(6)9.          ZBNKWIR1
008700                                                                  ZBNKWIR1
008800  01  WS-WIREOUT-DETAIL.                                          ZBNKWIR1
008900    05  WS-WO-RECORD-TYPE                     PIC X(1)            ZBNKWIR1
010600                                                                  ZBNKWIR1
010700  01  WS-CONSOLE-MESSAGE                      PIC X(60).          ZBNKWIR1
010800                                                                  ZBNKWIR1
010828  LINKAGE SECTION.                                                ZBNKWIR1
010856  01  LK-EXEC-PARM.                                               ZBNKWIR1
010884    05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.     ZBNKWIR1
010912    05  LK-EXEC-PARM-DATA                     PIC X(12).          ZBNKWIR1
010940                                                                  ZBNKWIR1
010968  PROCEDURE DIVISION USING LK-EXEC-PARM.                          ZBNKWIR1
011000                                                                  ZBNKWIR1
011100      PERFORM RUN-TIME.                                           ZBNKWIR1
011200                                                                  ZBNKWIR1
011600                                                                  ZBNKWIR1
011700  COPY CTSTAMPP.                                                  ZBNKWIR1
011800      MOVE WS-TS-DATE TO WS-TODAY-ISO.                            ZBNKWIR1
011833      PERFORM READ-PARM THRU                                      ZBNKWIR1
011866              READ-PARM-EXIT.                                     ZBNKWIR1
011900                                                                  ZBNKWIR1
012000      PERFORM OPEN-FILES.                                         ZBNKWIR1
012100                                                                  ZBNKWIR1
013900         END-IF                                                   ZBNKWIR1
014000      END-PERFORM.                                                ZBNKWIR1
014100                                                                  ZBNKWIR1
014125      IF WS-WRITE-FIXED                                           ZBNKWIR1
014150         PERFORM WRITE-TRAILER                                    ZBNKWIR1
014175      END-IF.                                                     ZBNKWIR1
014200      IF WS-WRITE-ISO                                             ZBNKWIR1
014225         PERFORM WRITE-XML-FILE THRU                              ZBNKWIR1
014250                 WRITE-XML-FILE-EXIT                              ZBNKWIR1
014275      END-IF.                                                     ZBNKWIR1
014300      PERFORM CLOSE-FILES.                                        ZBNKWIR1
014400                                                                  ZBNKWIR1
014500      MOVE SPACES TO WS-CONSOLE-MESSAGE.                          ZBNKWIR1
016900      IF NOT WIR-STATUS-QUEUED                                    ZBNKWIR1
017000         GO TO PROCESS-WIRE-ROW-EXIT                              ZBNKWIR1
017100      END-IF.                                                     ZBNKWIR1
017225      IF WS-WRITE-FIXED                                           ZBNKWIR1
017350         PERFORM WRITE-FIXED-DETAIL                               ZBNKWIR1
017475      END-IF.                                                     ZBNKWIR1
017600      IF WS-WRITE-ISO                                             ZBNKWIR1
017725         PERFORM WRITE-XML-WIRE THRU                              ZBNKWIR1
017850                 WRITE-XML-WIRE-EXIT                              ZBNKWIR1
017975      END-IF.                                                     ZBNKWIR1
018100      ADD 1 TO WS-WIRES-WRITTEN.                                  ZBNKWIR1
018200      ADD WIR-REC-AMOUNT TO WS-AMOUNT-TOTAL.                      ZBNKWIR1
018300                                                                  ZBNKWIR1
019400      END-IF.                                                     ZBNKWIR1
019500  PROCESS-WIRE-ROW-EXIT.                                          ZBNKWIR1
019600      EXIT.                                                       ZBNKWIR1
019610                                                                  ZBNKWIR1
019620***************************************************************** ZBNKWIR1
019630* Pick up the output format from the PARM - FIXED (or none),    * ZBNKWIR1
019640* ISO or BOTH                                                   * ZBNKWIR1
019650***************************************************************** ZBNKWIR1
019660  READ-PARM.                                                      ZBNKWIR1
019670      MOVE SPACES TO WS-PARM.                                     ZBNKWIR1
019680      IF LK-EXEC-PARM-LL IS GREATER THAN ZERO                     ZBNKWIR1
019690         IF LK-EXEC-PARM-LL IS GREATER THAN 12                    ZBNKWIR1
019700            MOVE LK-EXEC-PARM-DATA TO WS-PARM                     ZBNKWIR1
019710         ELSE                                                     ZBNKWIR1
019720            MOVE LK-EXEC-PARM-DATA (1:LK-EXEC-PARM-LL) TO WS-PARM ZBNKWIR1
019730         END-IF                                                   ZBNKWIR1
019740      END-IF.                                                     ZBNKWIR1
019750      EVALUATE WS-PARM                                            ZBNKWIR1
019760        WHEN SPACES                                               ZBNKWIR1
019770        WHEN 'FIXED'                                              ZBNKWIR1
019780          MOVE 'Y' TO WS-FIXED-SW                                 ZBNKWIR1
019790          MOVE 'N' TO WS-ISO-SW                                   ZBNKWIR1
019800        WHEN 'ISO'                                                ZBNKWIR1
019810          MOVE 'N' TO WS-FIXED-SW                                 ZBNKWIR1
019820          MOVE 'Y' TO WS-ISO-SW                                   ZBNKWIR1
019830        WHEN 'BOTH'                                               ZBNKWIR1
019840          MOVE 'Y' TO WS-FIXED-SW                                 ZBNKWIR1
019850          MOVE 'Y' TO WS-ISO-SW                                   ZBNKWIR1
019860        WHEN OTHER                                                ZBNKWIR1
019870          MOVE 'PARM must be FIXED, ISO or BOTH'                  ZBNKWIR1
019880            TO WS-CONSOLE-MESSAGE                                 ZBNKWIR1
019890          PERFORM ABORT-PROGRAM                                   ZBNKWIR1
019900      END-EVALUATE.                                               ZBNKWIR1
019910      IF WS-WRITE-ISO                                             ZBNKWIR1
019920         MOVE SPACES TO WS-ISO-MSG-ID                             ZBNKWIR1
019930         STRING 'WIR' DELIMITED BY SIZE                           ZBNKWIR1
019940                WS-ACCEPT-DATE DELIMITED BY SIZE                  ZBNKWIR1
019950                WS-ACCEPT-TIME (1:6) DELIMITED BY SIZE            ZBNKWIR1
019960           INTO WS-ISO-MSG-ID                                     ZBNKWIR1
019970         MOVE SPACES TO WS-ISO-CRE-DT-TM                          ZBNKWIR1
019980         STRING WS-TS-DATE (1:10) DELIMITED BY SIZE               ZBNKWIR1
019990                'T' DELIMITED BY SIZE                             ZBNKWIR1
020000                WS-TS-TIME-HH DELIMITED BY SIZE                   ZBNKWIR1
020010                ':' DELIMITED BY SIZE                             ZBNKWIR1
020020                WS-TS-TIME-MM DELIMITED BY SIZE                   ZBNKWIR1
020030                ':' DELIMITED BY SIZE                             ZBNKWIR1
020040                WS-TS-TIME-SS DELIMITED BY SIZE                   ZBNKWIR1
020050           INTO WS-ISO-CRE-DT-TM                                  ZBNKWIR1
020060         MOVE SPACES TO WS-ISO-CCY-ATTR                           ZBNKWIR1
020070         STRING 'Ccy="' DELIMITED BY SIZE                         ZBNKWIR1
020080                WS-ISO-CURRENCY DELIMITED BY SIZE                 ZBNKWIR1
020090                '"' DELIMITED BY SIZE                             ZBNKWIR1
020100           INTO WS-ISO-CCY-ATTR                                   ZBNKWIR1
020110         MOVE SPACES TO ISO-XML-DATA                              ZBNKWIR1
020120      END-IF.                                                     ZBNKWIR1
020130  READ-PARM-EXIT.                                                 ZBNKWIR1
020140      EXIT.                                                       ZBNKWIR1
020150                                                                  ZBNKWIR1
020160***************************************************************** ZBNKWIR1
020170* Write one wire to the fixed-format outbound file              * ZBNKWIR1
020180***************************************************************** ZBNKWIR1
020190  WRITE-FIXED-DETAIL.                                             ZBNKWIR1
020200      MOVE SPACES TO WIREOUT-REC.                                 ZBNKWIR1
020210      MOVE 'D' TO WS-WO-RECORD-TYPE.                              ZBNKWIR1
020220      MOVE WIR-REC-REF TO WS-WO-REF.                              ZBNKWIR1
020230      MOVE WIR-REC-BENE-ROUTING TO WS-WO-ROUTING.                 ZBNKWIR1
020240      MOVE WIR-REC-BENE-ACCNO TO WS-WO-EXT-ACCNO.                 ZBNKWIR1
020250      MOVE WIR-REC-AMOUNT TO WS-WO-AMOUNT.                        ZBNKWIR1
020260      MOVE WIR-REC-BENE-NAME TO WS-WO-BENE-NAME.                  ZBNKWIR1
020270      MOVE WS-WIREOUT-DETAIL TO WIREOUT-REC.                      ZBNKWIR1
020280      PERFORM WIREOUT-PUT.                                        ZBNKWIR1
020290                                                                  ZBNKWIR1
020300***************************************************************** ZBNKWIR1
020310* Build one wire's credit transfer transaction on the work      * ZBNKWIR1
020320* file                                                          * ZBNKWIR1
020330***************************************************************** ZBNKWIR1
020340  WRITE-XML-WIRE.                                                 ZBNKWIR1
020350      SET WS-XML-TO-WORK TO TRUE.                                 ZBNKWIR1
020360      MOVE 2 TO ISO-XML-DEPTH.                                    ZBNKWIR1
020370      MOVE 'CdtTrfTxInf' TO ISO-XML-NAME.                         ZBNKWIR1
020380      PERFORM XML-OPEN.                                           ZBNKWIR1
020390      MOVE 'PmtId' TO ISO-XML-NAME.                               ZBNKWIR1
020400      PERFORM XML-OPEN.                                           ZBNKWIR1
020410      MOVE 'InstrId' TO ISO-XML-NAME.                             ZBNKWIR1
020420      MOVE WIR-REC-REF TO ISO-XML-VALUE.                          ZBNKWIR1
020430      PERFORM XML-ELEMENT.                                        ZBNKWIR1
020440      MOVE 'EndToEndId' TO ISO-XML-NAME.                          ZBNKWIR1
020450      MOVE WIR-REC-REF TO ISO-XML-VALUE.                          ZBNKWIR1
020460      PERFORM XML-ELEMENT.                                        ZBNKWIR1
020470      MOVE 'TxId' TO ISO-XML-NAME.                                ZBNKWIR1
020480      MOVE WIR-REC-REF TO ISO-XML-VALUE.                          ZBNKWIR1
020490      PERFORM XML-ELEMENT.                                        ZBNKWIR1
020500      MOVE 'PmtId' TO ISO-XML-NAME.                               ZBNKWIR1
020510      PERFORM XML-CLOSE.                                          ZBNKWIR1
020520      MOVE 'IntrBkSttlmAmt' TO ISO-XML-NAME.                      ZBNKWIR1
020530      MOVE WS-ISO-CCY-ATTR TO ISO-XML-ATTR.                       ZBNKWIR1
020540      MOVE WIR-REC-AMOUNT TO ISO-XML-AMOUNT.                      ZBNKWIR1
020550      PERFORM XML-AMOUNT-ELEMENT.                                 ZBNKWIR1
020560      MOVE 'ChrgBr' TO ISO-XML-NAME.                              ZBNKWIR1
020570      MOVE 'SHAR' TO ISO-XML-VALUE.                               ZBNKWIR1
020580      PERFORM XML-ELEMENT.                                        ZBNKWIR1
020590      MOVE 'Dbtr' TO ISO-XML-NAME.                                ZBNKWIR1
020600      PERFORM XML-OPEN.                                           ZBNKWIR1
020610      MOVE WIR-REC-PID TO BCS-REC-PID.                            ZBNKWIR1
020620      READ BNKCUST-FILE.                                          ZBNKWIR1
020630      IF WS-BNKCUST-STATUS IS EQUAL TO '00'                       ZBNKWIR1
020640         PERFORM XML-DEBTOR-DETAIL                                ZBNKWIR1
020650      END-IF.                                                     ZBNKWIR1
020660      MOVE 'Dbtr' TO ISO-XML-NAME.                                ZBNKWIR1
020670      PERFORM XML-CLOSE.                                          ZBNKWIR1
020680      MOVE 'DbtrAcct' TO ISO-XML-NAME.                            ZBNKWIR1
020690      MOVE WIR-REC-ACCNO TO ISO-XML-VALUE.                        ZBNKWIR1
020700      PERFORM XML-ACCOUNT.                                        ZBNKWIR1
020710      MOVE 'DbtrAgt' TO ISO-XML-NAME.                             ZBNKWIR1
020720      MOVE WS-ISO-MEMBER-ID TO ISO-XML-VALUE.                     ZBNKWIR1
020730      PERFORM XML-AGENT.                                          ZBNKWIR1
020740      MOVE 'CdtrAgt' TO ISO-XML-NAME.                             ZBNKWIR1
020750      MOVE WIR-REC-BENE-ROUTING TO ISO-XML-VALUE.                 ZBNKWIR1
020760      PERFORM XML-AGENT.                                          ZBNKWIR1
020770      MOVE 'Cdtr' TO ISO-XML-NAME.                                ZBNKWIR1
020780      PERFORM XML-OPEN.                                           ZBNKWIR1
020790      MOVE 'Nm' TO ISO-XML-NAME.                                  ZBNKWIR1
020800      MOVE WIR-REC-BENE-NAME TO ISO-XML-VALUE.                    ZBNKWIR1
020810      PERFORM XML-ELEMENT.                                        ZBNKWIR1
020820      MOVE 'Cdtr' TO ISO-XML-NAME.                                ZBNKWIR1
020830      PERFORM XML-CLOSE.                                          ZBNKWIR1
020840      MOVE 'CdtrAcct' TO ISO-XML-NAME.                            ZBNKWIR1
020850      MOVE WIR-REC-BENE-ACCNO TO ISO-XML-VALUE.                   ZBNKWIR1
020860      PERFORM XML-ACCOUNT.                                        ZBNKWIR1
020870      MOVE 'CdtTrfTxInf' TO ISO-XML-NAME.                         ZBNKWIR1
020880      PERFORM XML-CLOSE.                                          ZBNKWIR1
020890  WRITE-XML-WIRE-EXIT.                                            ZBNKWIR1
020900      EXIT.                                                       ZBNKWIR1
020910                                                                  ZBNKWIR1
020920***************************************************************** ZBNKWIR1
020930* The customer's name and postal address for the debtor         * ZBNKWIR1
020940***************************************************************** ZBNKWIR1
020950  XML-DEBTOR-DETAIL.                                              ZBNKWIR1
020960      MOVE 'Nm' TO ISO-XML-NAME.                                  ZBNKWIR1
020970      MOVE BCS-REC-NAME TO ISO-XML-VALUE.                         ZBNKWIR1
020980      PERFORM XML-ELEMENT.                                        ZBNKWIR1
020990      MOVE 'PstlAdr' TO ISO-XML-NAME.                             ZBNKWIR1
021000      PERFORM XML-OPEN.                                           ZBNKWIR1
021010      MOVE 'PstCd' TO ISO-XML-NAME.                               ZBNKWIR1
021020      MOVE BCS-REC-POST-CODE TO ISO-XML-VALUE.                    ZBNKWIR1
021030      PERFORM XML-ELEMENT.                                        ZBNKWIR1
021040      MOVE 'CtrySubDvsn' TO ISO-XML-NAME.                         ZBNKWIR1
021050      MOVE BCS-REC-STATE TO ISO-XML-VALUE.                        ZBNKWIR1
021060      PERFORM XML-ELEMENT.                                        ZBNKWIR1
021070      MOVE 'AdrLine' TO ISO-XML-NAME.                             ZBNKWIR1
021080      MOVE BCS-REC-ADDR1 TO ISO-XML-VALUE.                        ZBNKWIR1
021090      PERFORM XML-ELEMENT.                                        ZBNKWIR1
021100      MOVE 'AdrLine' TO ISO-XML-NAME.                             ZBNKWIR1
021110      MOVE BCS-REC-ADDR2 TO ISO-XML-VALUE.                        ZBNKWIR1
021120      PERFORM XML-ELEMENT.                                        ZBNKWIR1
021130      MOVE 'PstlAdr' TO ISO-XML-NAME.                             ZBNKWIR1
021140      PERFORM XML-CLOSE.                                          ZBNKWIR1
021150                                                                  ZBNKWIR1
021160***************************************************************** ZBNKWIR1
021170* Write the pacs.008 message - group header with the count      * ZBNKWIR1
021180* and settlement total, then the wires from the work file.      * ZBNKWIR1
021190* A run with nothing to send writes no message.                 * ZBNKWIR1
021200***************************************************************** ZBNKWIR1
021210  WRITE-XML-FILE.                                                 ZBNKWIR1
021220      CLOSE XMLWRK-FILE.                                          ZBNKWIR1
021230      IF WS-WIRES-WRITTEN IS EQUAL TO ZERO                        ZBNKWIR1
021240         MOVE 'No wires - no ISO 20022 message written'           ZBNKWIR1
021250           TO WS-CONSOLE-MESSAGE                                  ZBNKWIR1
021260         PERFORM DISPLAY-CONSOLE-MESSAGE                          ZBNKWIR1
021270         GO TO WRITE-XML-FILE-EXIT                                ZBNKWIR1
021280      END-IF.                                                     ZBNKWIR1
021290      OPEN INPUT XMLWRK-FILE.                                     ZBNKWIR1
021300      IF WS-XMLWRK-STATUS IS NOT EQUAL TO '00'                    ZBNKWIR1
021310         MOVE 'XMLWRK file open failure...'                       ZBNKWIR1
021320           TO WS-CONSOLE-MESSAGE                                  ZBNKWIR1
021330         PERFORM DISPLAY-CONSOLE-MESSAGE                          ZBNKWIR1
021340         MOVE WS-XMLWRK-STATUS TO WS-IO-STATUS                    ZBNKWIR1
021350         PERFORM DISPLAY-IO-STATUS                                ZBNKWIR1
021360         PERFORM ABORT-PROGRAM                                    ZBNKWIR1
021370      END-IF.                                                     ZBNKWIR1
021380      SET WS-XML-TO-FILE TO TRUE.                                 ZBNKWIR1
021390      MOVE SPACES TO ISO-XML-DATA.                                ZBNKWIR1
021400      MOVE '<?xml version="1.0" encoding="UTF-8"?>'               ZBNKWIR1
021410        TO ISO-XML-LINE.                                          ZBNKWIR1
021420      PERFORM XML-PUT.                                            ZBNKWIR1
021430      MOVE ZERO TO ISO-XML-DEPTH.                                 ZBNKWIR1
021440      MOVE 'Document' TO ISO-XML-NAME.                            ZBNKWIR1
021450      MOVE WS-ISO-NAMESPACE TO ISO-XML-ATTR.                      ZBNKWIR1
021460      PERFORM XML-OPEN.                                           ZBNKWIR1
021470      MOVE 'FIToFICstmrCdtTrf' TO ISO-XML-NAME.                   ZBNKWIR1
021480      PERFORM XML-OPEN.                                           ZBNKWIR1
021490      MOVE 'GrpHdr' TO ISO-XML-NAME.                              ZBNKWIR1
021500      PERFORM XML-OPEN.                                           ZBNKWIR1
021510      MOVE 'MsgId' TO ISO-XML-NAME.                               ZBNKWIR1
021520      MOVE WS-ISO-MSG-ID TO ISO-XML-VALUE.                        ZBNKWIR1
021530      PERFORM XML-ELEMENT.                                        ZBNKWIR1
021540      MOVE 'CreDtTm' TO ISO-XML-NAME.                             ZBNKWIR1
021550      MOVE WS-ISO-CRE-DT-TM TO ISO-XML-VALUE.                     ZBNKWIR1
021560      PERFORM XML-ELEMENT.                                        ZBNKWIR1
021570      MOVE WS-WIRES-WRITTEN TO WS-ISO-COUNT.                      ZBNKWIR1
021580      MOVE 'NbOfTxs' TO ISO-XML-NAME.                             ZBNKWIR1
021590      MOVE WS-ISO-COUNT TO ISO-XML-VALUE.                         ZBNKWIR1
021600      PERFORM XML-ELEMENT.                                        ZBNKWIR1
021610      MOVE 'TtlIntrBkSttlmAmt' TO ISO-XML-NAME.                   ZBNKWIR1
021620      MOVE WS-ISO-CCY-ATTR TO ISO-XML-ATTR.                       ZBNKWIR1
021630      MOVE WS-AMOUNT-TOTAL TO ISO-XML-AMOUNT.                     ZBNKWIR1
021640      PERFORM XML-AMOUNT-ELEMENT.                                 ZBNKWIR1
021650      MOVE 'IntrBkSttlmDt' TO ISO-XML-NAME.                       ZBNKWIR1
021660      MOVE WS-TODAY-ISO TO ISO-XML-VALUE.                         ZBNKWIR1
021670      PERFORM XML-ELEMENT.                                        ZBNKWIR1
021680      MOVE 'SttlmInf' TO ISO-XML-NAME.                            ZBNKWIR1
021690      PERFORM XML-OPEN.                                           ZBNKWIR1
021700      MOVE 'SttlmMtd' TO ISO-XML-NAME.                            ZBNKWIR1
021710      MOVE 'INDA' TO ISO-XML-VALUE.                               ZBNKWIR1
021720      PERFORM XML-ELEMENT.                                        ZBNKWIR1
021730      MOVE 'SttlmInf' TO ISO-XML-NAME.                            ZBNKWIR1
021740      PERFORM XML-CLOSE.                                          ZBNKWIR1
021750      MOVE 'InstgAgt' TO ISO-XML-NAME.                            ZBNKWIR1
021760      MOVE WS-ISO-MEMBER-ID TO ISO-XML-VALUE.                     ZBNKWIR1
021770      PERFORM XML-AGENT.                                          ZBNKWIR1
021780      MOVE 'GrpHdr' TO ISO-XML-NAME.                              ZBNKWIR1
021790      PERFORM XML-CLOSE.                                          ZBNKWIR1
021800  WRITE-XML-FILE-COPY.                                            ZBNKWIR1
021810      READ XMLWRK-FILE.                                           ZBNKWIR1
021820      IF WS-XMLWRK-STATUS IS EQUAL TO '10'                        ZBNKWIR1
021830         GO TO WRITE-XML-FILE-END                                 ZBNKWIR1
021840      END-IF.                                                     ZBNKWIR1
021850      IF WS-XMLWRK-STATUS IS NOT EQUAL TO '00'                    ZBNKWIR1
021860         MOVE 'XMLWRK error reading file...'                      ZBNKWIR1
021870           TO WS-CONSOLE-MESSAGE                                  ZBNKWIR1
021880         PERFORM DISPLAY-CONSOLE-MESSAGE                          ZBNKWIR1
021890         MOVE WS-XMLWRK-STATUS TO WS-IO-STATUS                    ZBNKWIR1
021900         PERFORM DISPLAY-IO-STATUS                                ZBNKWIR1
021910         PERFORM ABORT-PROGRAM                                    ZBNKWIR1
021920      END-IF.                                                     ZBNKWIR1
021930      MOVE XMLWRK-REC TO ISO-XML-LINE.                            ZBNKWIR1
021940      PERFORM XML-PUT.                                            ZBNKWIR1
021950      GO TO WRITE-XML-FILE-COPY.                                  ZBNKWIR1
021960  WRITE-XML-FILE-END.                                             ZBNKWIR1
021970      MOVE 1 TO ISO-XML-DEPTH.                                    ZBNKWIR1
021980      MOVE 'FIToFICstmrCdtTrf' TO ISO-XML-NAME.                   ZBNKWIR1
021990      PERFORM XML-CLOSE.                                          ZBNKWIR1
022000      MOVE 'Document' TO ISO-XML-NAME.                            ZBNKWIR1
022010      PERFORM XML-CLOSE.                                          ZBNKWIR1
022020      CLOSE XMLWRK-FILE.                                          ZBNKWIR1
022030  WRITE-XML-FILE-EXIT.                                            ZBNKWIR1
022040      EXIT.                                                       ZBNKWIR1
022050                                                                  ZBNKWIR1
022060***************************************************************** ZBNKWIR1
022070* Write a line of XML to the work file or the message file      * ZBNKWIR1
022080***************************************************************** ZBNKWIR1
022090  XML-PUT.                                                        ZBNKWIR1
022100      IF ISO-XML-ERROR                                            ZBNKWIR1
022110         MOVE 'ISO 20022 line too long for the record'            ZBNKWIR1
022120           TO WS-CONSOLE-MESSAGE                                  ZBNKWIR1
022130         PERFORM ABORT-PROGRAM                                    ZBNKWIR1
022140      END-IF.                                                     ZBNKWIR1
022150      IF WS-XML-TO-WORK                                           ZBNKWIR1
022160         MOVE ISO-XML-LINE TO XMLWRK-REC                          ZBNKWIR1
022170         WRITE XMLWRK-REC                                         ZBNKWIR1
022180         IF WS-XMLWRK-STATUS IS NOT EQUAL TO '00'                 ZBNKWIR1
022190            MOVE 'XMLWRK error writing file...'                   ZBNKWIR1
022200              TO WS-CONSOLE-MESSAGE                               ZBNKWIR1
022210            PERFORM DISPLAY-CONSOLE-MESSAGE                       ZBNKWIR1
022220            MOVE WS-XMLWRK-STATUS TO WS-IO-STATUS                 ZBNKWIR1
022230            PERFORM DISPLAY-IO-STATUS                             ZBNKWIR1
022240            PERFORM ABORT-PROGRAM                                 ZBNKWIR1
022250         END-IF                                                   ZBNKWIR1
022260      ELSE                                                        ZBNKWIR1
022270         MOVE ISO-XML-LINE TO WIREXML-REC                         ZBNKWIR1
022280         WRITE WIREXML-REC                                        ZBNKWIR1
022290         IF WS-WIREXML-STATUS IS NOT EQUAL TO '00'                ZBNKWIR1
022300            MOVE 'WIREXML error writing file...'                  ZBNKWIR1
022310              TO WS-CONSOLE-MESSAGE                               ZBNKWIR1
022320            PERFORM DISPLAY-CONSOLE-MESSAGE                       ZBNKWIR1
022330            MOVE WS-WIREXML-STATUS TO WS-IO-STATUS                ZBNKWIR1
022340            PERFORM DISPLAY-IO-STATUS                             ZBNKWIR1
022350            PERFORM ABORT-PROGRAM                                 ZBNKWIR1
022360         END-IF                                                   ZBNKWIR1
022370      END-IF.                                                     ZBNKWIR1
022380                                                                  ZBNKWIR1
022390***************************************************************** ZBNKWIR1
022400* Write the control-total trailer                               * ZBNKWIR1
022410***************************************************************** ZBNKWIR1
022420  WRITE-TRAILER.                                                  ZBNKWIR1
022430      MOVE WS-WIRES-WRITTEN TO WS-WT-COUNT.                       ZBNKWIR1
022440      MOVE WS-AMOUNT-TOTAL TO WS-WT-AMOUNT.                       ZBNKWIR1
022450      MOVE WS-WIREOUT-TRAILER TO WIREOUT-REC.                     ZBNKWIR1
022460      PERFORM WIREOUT-PUT.                                        ZBNKWIR1
022470                                                                  ZBNKWIR1
022480***************************************************************** ZBNKWIR1
022490* Write a record to the outbound wire file                      * ZBNKWIR1
022500***************************************************************** ZBNKWIR1
022510  WIREOUT-PUT.                                                    ZBNKWIR1
022520      WRITE WIREOUT-REC.                                          ZBNKWIR1
022530      IF WS-WIREOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKWIR1
022540        MOVE 'WIREOUT error writing file...'                      ZBNKWIR1
022550          TO WS-CONSOLE-MESSAGE                                   ZBNKWIR1
022560        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKWIR1
022570        MOVE WS-WIREOUT-STATUS TO WS-IO-STATUS                    ZBNKWIR1
022580        PERFORM DISPLAY-IO-STATUS                                 ZBNKWIR1
022590        PERFORM ABORT-PROGRAM                                     ZBNKWIR1
022600      END-IF.                                                     ZBNKWIR1
022610                                                                  ZBNKWIR1
022620***************************************************************** ZBNKWIR1
022630* Open the wire and outbound files                              * ZBNKWIR1
022640***************************************************************** ZBNKWIR1
022650  OPEN-FILES.                                                     ZBNKWIR1
022660      OPEN I-O BNKWIRE-FILE.                                      ZBNKWIR1
022670      IF WS-BNKWIRE-STATUS IS NOT EQUAL TO '00'                   ZBNKWIR1
022700         MOVE 'BNKWIRE file open failure...'                      ZBNKWIR1
022800           TO WS-CONSOLE-MESSAGE                                  ZBNKWIR1
022900         PERFORM DISPLAY-CONSOLE-MESSAGE                          ZBNKWIR1
023100         PERFORM DISPLAY-IO-STATUS                                ZBNKWIR1
023200         PERFORM ABORT-PROGRAM                                    ZBNKWIR1
023300      END-IF.                                                     ZBNKWIR1
023578      IF WS-WRITE-FIXED                                           ZBNKWIR1
023579         OPEN OUTPUT WIREOUT-FILE                                 ZBNKWIR1
023580         IF WS-WIREOUT-STATUS IS NOT EQUAL TO '00'                ZBNKWIR1
023581            MOVE 'WIREOUT file open failure...'                   ZBNKWIR1
023582              TO WS-CONSOLE-MESSAGE                               ZBNKWIR1
023583            PERFORM DISPLAY-CONSOLE-MESSAGE                       ZBNKWIR1
023584            MOVE WS-WIREOUT-STATUS TO WS-IO-STATUS                ZBNKWIR1
023585            PERFORM DISPLAY-IO-STATUS                             ZBNKWIR1
023586            PERFORM ABORT-PROGRAM                                 ZBNKWIR1
023587         END-IF                                                   ZBNKWIR1
023588      END-IF.                                                     ZBNKWIR1
023589      IF WS-WRITE-ISO                                             ZBNKWIR1
023590         PERFORM OPEN-ISO-FILES                                   ZBNKWIR1
023591      END-IF.                                                     ZBNKWIR1
023592                                                                  ZBNKWIR1
023593***************************************************************** ZBNKWIR1
023594* Open the ISO 20022 message, work and customer files           * ZBNKWIR1
023595***************************************************************** ZBNKWIR1
023596  OPEN-ISO-FILES.                                                 ZBNKWIR1
023597      OPEN OUTPUT WIREXML-FILE.                                   ZBNKWIR1
023598      IF WS-WIREXML-STATUS IS NOT EQUAL TO '00'                   ZBNKWIR1
023599         MOVE 'WIREXML file open failure...'                      ZBNKWIR1
023600           TO WS-CONSOLE-MESSAGE                                  ZBNKWIR1
023601         PERFORM DISPLAY-CONSOLE-MESSAGE                          ZBNKWIR1
023602         MOVE WS-WIREXML-STATUS TO WS-IO-STATUS                   ZBNKWIR1
023603         PERFORM DISPLAY-IO-STATUS                                ZBNKWIR1
023604         PERFORM ABORT-PROGRAM                                    ZBNKWIR1
023605      END-IF.                                                     ZBNKWIR1
023606      OPEN OUTPUT XMLWRK-FILE.                                    ZBNKWIR1
023607      IF WS-XMLWRK-STATUS IS NOT EQUAL TO '00'                    ZBNKWIR1
023608         MOVE 'XMLWRK file open failure...'                       ZBNKWIR1
023609           TO WS-CONSOLE-MESSAGE                                  ZBNKWIR1
023610         PERFORM DISPLAY-CONSOLE-MESSAGE                          ZBNKWIR1
023611         MOVE WS-XMLWRK-STATUS TO WS-IO-STATUS                    ZBNKWIR1
023612         PERFORM DISPLAY-IO-STATUS                                ZBNKWIR1
023613         PERFORM ABORT-PROGRAM                                    ZBNKWIR1
023614      END-IF.                                                     ZBNKWIR1
023615      OPEN INPUT BNKCUST-FILE.                                    ZBNKWIR1
023616      IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                   ZBNKWIR1
023617         MOVE 'BNKCUST file open failure...'                      ZBNKWIR1
023618           TO WS-CONSOLE-MESSAGE                                  ZBNKWIR1
023619         PERFORM DISPLAY-CONSOLE-MESSAGE                          ZBNKWIR1
023620         MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                   ZBNKWIR1
023621         PERFORM DISPLAY-IO-STATUS                                ZBNKWIR1
023622         PERFORM ABORT-PROGRAM                                    ZBNKWIR1
023623      END-IF.                                                     ZBNKWIR1
024300                                                                  ZBNKWIR1
024400***************************************************************** ZBNKWIR1
024500* Close the files                                               * ZBNKWIR1
024600***************************************************************** ZBNKWIR1
024700  CLOSE-FILES.                                                    ZBNKWIR1
024800      CLOSE BNKWIRE-FILE.                                         ZBNKWIR1
024825      IF WS-WRITE-FIXED                                           ZBNKWIR1
024850         CLOSE WIREOUT-FILE                                       ZBNKWIR1
024875      END-IF.                                                     ZBNKWIR1
024900      IF WS-WRITE-ISO                                             ZBNKWIR1
024925         CLOSE WIREXML-FILE                                       ZBNKWIR1
024950         CLOSE BNKCUST-FILE                                       ZBNKWIR1
024975      END-IF.                                                     ZBNKWIR1
025000                                                                  ZBNKWIR1
025100***************************************************************** ZBNKWIR1
025200* Display the file status bytes. This routine will display as   * ZBNKWIR1
029400       UPON CONSOLE.                                              ZBNKWIR1
029500     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKWIR1
029600                                                                  ZBNKWIR1
029633 COPY CISOXMLP.                                                   ZBNKWIR1
029666                                                                  ZBNKWIR1
029700 COPY CTIMERP.                                                    ZBNKWIR1
029800                                                                  ZBNKWIR1
029900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKWIR1
