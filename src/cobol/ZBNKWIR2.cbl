002300*              parked on BNKWIRE in repair status and listed    * ZBNKWIR2
002400*              on the repair report instead of being keyed by   * ZBNKWIR2
002500*              hand next morning.                               * ZBNKWIR2
002533*              Every master-file update is journaled through    * ZBNKWIR2
002566*              UJOURNL for forward recovery.                    * ZBNKWIR2
002570*              A detail may carry a value date.  UBVALREG       * ZBNKWIR2
002575*              checks it against the BNKATYP back-valuing       * ZBNKWIR2
002580*              limit - one too old is parked for repair - and   * ZBNKWIR2
002585*              puts the posted wire on the BNKBVAL register so  * ZBNKWIR2
002590*              the interest runs re-work it from that date.     * ZBNKWIR2
002600***************************************************************** ZBNKWIR2
002700                                                                  ZBNKWIR2
002800  IDENTIFICATION DIVISION.                                        ZBNKWIR2
006000             ACCESS MODE  IS RANDOM                               ZBNKWIR2
006100             RECORD KEY   IS BTX-REC-TIMESTAMP                    ZBNKWIR2
006200             ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES     ZBNKWIR2
006250             ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES     ZBNKWIR2
006300             FILE STATUS  IS WS-BNKTXN-STATUS.                    ZBNKWIR2
006400      SELECT PRINTOUT-FILE                                        ZBNKWIR2
006500             ASSIGN       TO PRINTOUT                             ZBNKWIR2
008900  01  PRINTOUT-REC                        PIC X(121).             ZBNKWIR2
009000                                                                  ZBNKWIR2
009100  WORKING-STORAGE SECTION.                                        ZBNKWIR2
009133  COPY CJOURNLD.                                                  ZBNKWIR2
009166                                                                  ZBNKWIR2
009200  COPY CRUNCTLD.                                                  ZBNKWIR2
009300                                                                  ZBNKWIR2
009400  COPY CTIMERD.                                                   ZBNKWIR2
009600  COPY CTSTAMPD.                                                  ZBNKWIR2
009700                                                                  ZBNKWIR2
009800  COPY CBANKTXD.                                                  ZBNKWIR2
009810  COPY CBVALRGD.                                                  ZBNKWIR2
009900                                                                  ZBNKWIR2
010000  01  WS-TWOS-COMP.                                               ZBNKWIR2
010100    05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.     ZBNKWIR2
011100                                              PIC X(11).          ZBNKWIR2
011200    05  WS-WI-BENE-NAME                       PIC X(30).          ZBNKWIR2
011300    05  WS-WI-SENDER-REF                      PIC X(16).          ZBNKWIR2
011350    05  WS-WI-VALUE-DATE                      PIC X(10).          ZBNKWIR2
011400    05  FILLER                                PIC X(23).          ZBNKWIR2
011500                                                                  ZBNKWIR2
011600  01  WS-WIREIN-TRAILER REDEFINES WS-WIREIN-DETAIL.               ZBNKWIR2
011700    05  WS-WT-RECORD-TYPE                     PIC X(1).           ZBNKWIR2
017400    05  WS-REF-SEQ                            PIC 9(6)            ZBNKWIR2
017500        VALUE ZERO.                                               ZBNKWIR2
017600    05  WS-REPAIR-REASON                      PIC X(30).          ZBNKWIR2
017610    05  WS-BACK-VALUED                        PIC X(1).           ZBNKWIR2
017620    05  WS-ITEMS-BACKVAL                      PIC 9(7)            ZBNKWIR2
017630        VALUE ZERO.                                               ZBNKWIR2
017640    05  WS-AMOUNT-BACKVAL                     PIC S9(11)V99 COMP-3ZBNKWIR2
017650        VALUE ZERO.                                               ZBNKWIR2
017700                                                                  ZBNKWIR2
017800  01  WS-REPORT-LINES.                                            ZBNKWIR2
017900    05  WS-LINE1.                                                 ZBNKWIR2
039200                 PARK-WIRE-FOR-REPAIR-EXIT                        ZBNKWIR2
039300         GO TO POST-ONE-WIRE-EXIT                                 ZBNKWIR2
039400      END-IF.                                                     ZBNKWIR2
039410      MOVE 'N' TO WS-BACK-VALUED.                                 ZBNKWIR2
039420      IF WS-WI-VALUE-DATE IS NOT EQUAL TO SPACES                  ZBNKWIR2
039430         PERFORM CHECK-VALUE-DATE                                 ZBNKWIR2
039440      END-IF.                                                     ZBNKWIR2
039450      IF WS-BACK-VALUED IS EQUAL TO 'R'                           ZBNKWIR2
039460         PERFORM PARK-WIRE-FOR-REPAIR THRU                        ZBNKWIR2
039470                 PARK-WIRE-FOR-REPAIR-EXIT                        ZBNKWIR2
039480         GO TO POST-ONE-WIRE-EXIT                                 ZBNKWIR2
039490      END-IF.                                                     ZBNKWIR2
039500      ADD WS-WI-AMOUNT TO BAC-REC-BALANCE.                        ZBNKWIR2
039600      REWRITE BAC-RECORD                                          ZBNKWIR2
039633      SET JRN-CTL-CHANGE TO TRUE                                  ZBNKWIR2
039666      PERFORM JOURNAL-BNKACC.                                     ZBNKWIR2
039700      IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                    ZBNKWIR2
039800         MOVE 'Unable to rewrite credited account'                ZBNKWIR2
039900           TO WS-CONSOLE-MESSAGE                                  ZBNKWIR2
040300         PERFORM ABORT-PROGRAM                                    ZBNKWIR2
040400      END-IF.                                                     ZBNKWIR2
040500      PERFORM WRITE-WIRE-CREDIT-AUDIT.                            ZBNKWIR2
040510      IF WS-BACK-VALUED IS EQUAL TO 'Y'                           ZBNKWIR2
040520         PERFORM REGISTER-BACK-VALUE                              ZBNKWIR2
040530      END-IF.                                                     ZBNKWIR2
040600      ADD 1 TO WS-ITEMS-CREDITED.                                 ZBNKWIR2
040700      ADD WS-WI-AMOUNT TO WS-AMOUNT-CREDITED.                     ZBNKWIR2
040800  POST-ONE-WIRE-EXIT.                                             ZBNKWIR2
045500  PARK-WIRE-FOR-REPAIR-EXIT.                                      ZBNKWIR2
045600      EXIT.                                                       ZBNKWIR2
045700                                                                  ZBNKWIR2
045701***************************************************************** ZBNKWIR2
045703* Check a wire's value date with UBVALREG - a date the product  * ZBNKWIR2
045705* does not allow is parked for repair with the routine's reason * ZBNKWIR2
045707***************************************************************** ZBNKWIR2
045709  CHECK-VALUE-DATE.                                               ZBNKWIR2
045711      MOVE SPACES TO BVR-CTL-DATA.                                ZBNKWIR2
045713      SET BVR-CTL-CHECK TO TRUE.                                  ZBNKWIR2
045715      MOVE WS-PROGRAM-ID TO BVR-CTL-PROGRAM.                      ZBNKWIR2
045717      MOVE WS-WI-ACCNO TO BVR-CTL-ACCNO.                          ZBNKWIR2
045719      MOVE BAC-REC-PID TO BVR-CTL-PID.                            ZBNKWIR2
045721      MOVE BAC-REC-TYPE TO BVR-CTL-ACC-TYPE.                      ZBNKWIR2
045723      MOVE WS-WI-VALUE-DATE TO BVR-CTL-VALUE-DATE.                ZBNKWIR2
045725      MOVE WS-TS-DATE TO BVR-CTL-POST-DATE.                       ZBNKWIR2
045727      MOVE WS-WI-AMOUNT TO BVR-CTL-AMOUNT.                        ZBNKWIR2
045729      CALL 'UBVALREG' USING BVR-CTL-DATA.                         ZBNKWIR2
045731      EVALUATE TRUE                                               ZBNKWIR2
045733        WHEN BVR-CTL-OK                                           ZBNKWIR2
045735          MOVE 'Y' TO WS-BACK-VALUED                              ZBNKWIR2
045737        WHEN BVR-CTL-REJECTED                                     ZBNKWIR2
045739          MOVE 'R' TO WS-BACK-VALUED                              ZBNKWIR2
045741          MOVE BVR-CTL-MSG TO WS-REPAIR-REASON                    ZBNKWIR2
045743        WHEN BVR-CTL-ERROR                                        ZBNKWIR2
045745          MOVE BVR-CTL-MSG TO WS-CONSOLE-MESSAGE                  ZBNKWIR2
045747          PERFORM DISPLAY-CONSOLE-MESSAGE                         ZBNKWIR2
045749          PERFORM ABORT-PROGRAM                                   ZBNKWIR2
045751      END-EVALUATE.                                               ZBNKWIR2
045753                                                                  ZBNKWIR2
045755***************************************************************** ZBNKWIR2
045757* Put the back-valued wire just posted on the BNKBVAL           * ZBNKWIR2
045759* register under its BNKTXN timestamp                           * ZBNKWIR2
045761***************************************************************** ZBNKWIR2
045763  REGISTER-BACK-VALUE.                                            ZBNKWIR2
045765      SET BVR-CTL-REGISTER TO TRUE.                               ZBNKWIR2
045767      MOVE WS-TIMESTAMP TO BVR-CTL-TIMESTAMP.                     ZBNKWIR2
045769      MOVE TXN-T1-OLD-DESC TO BVR-CTL-DESC.                       ZBNKWIR2
045771      CALL 'UBVALREG' USING BVR-CTL-DATA.                         ZBNKWIR2
045773      IF BVR-CTL-ERROR                                            ZBNKWIR2
045775         MOVE BVR-CTL-MSG TO WS-CONSOLE-MESSAGE                   ZBNKWIR2
045777         PERFORM DISPLAY-CONSOLE-MESSAGE                          ZBNKWIR2
045779         PERFORM ABORT-PROGRAM                                    ZBNKWIR2
045781      END-IF.                                                     ZBNKWIR2
045783      ADD 1 TO WS-ITEMS-BACKVAL.                                  ZBNKWIR2
045785      ADD WS-WI-AMOUNT TO WS-AMOUNT-BACKVAL.                      ZBNKWIR2
045800***************************************************************** ZBNKWIR2
045900* Write the BNKTXN credit entry for the wire just posted,       * ZBNKWIR2
046000* carrying the sender's reference, following the same layout    * ZBNKWIR2
048700                            WS-TWOS-COMP-OUTPUT                   ZBNKWIR2
048800                            WS-TWOS-COMP-FORMAT.                  ZBNKWIR2
048900      MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.           ZBNKWIR2
048950 COPY CBANKTXP.                                                   ZBNKWIR2
049000      WRITE BTX-RECORD                                            ZBNKWIR2
049033      SET JRN-CTL-ADD TO TRUE                                     ZBNKWIR2
049066      PERFORM JOURNAL-BNKTXN.                                     ZBNKWIR2
049100      IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                    ZBNKWIR2
049200         MOVE 'Unable to write wire credit audit record'          ZBNKWIR2
049300           TO WS-CONSOLE-MESSAGE                                  ZBNKWIR2
052800        WS-AMOUNT-READ - WS-AMOUNT-CREDITED.                      ZBNKWIR2
052900      MOVE WS-LINE5 TO PRINTOUT-REC.                              ZBNKWIR2
053000      PERFORM PRINTOUT-PUT.                                       ZBNKWIR2
053010      MOVE 'Items back-valued' TO WS-LINE5-DESC.                  ZBNKWIR2
053020      MOVE WS-ITEMS-BACKVAL TO WS-LINE5-COUNT.                    ZBNKWIR2
053030      MOVE WS-AMOUNT-BACKVAL TO WS-LINE5-AMOUNT.                  ZBNKWIR2
053040      MOVE WS-LINE5 TO PRINTOUT-REC.                              ZBNKWIR2
053050      PERFORM PRINTOUT-PUT.                                       ZBNKWIR2
053100                                                                  ZBNKWIR2
053200***************************************************************** ZBNKWIR2
053300* Write a record to the sequential print file                   * ZBNKWIR2
061500      CLOSE BNKTXN-FILE.                                          ZBNKWIR2
061600      CLOSE PRINTOUT-FILE.                                        ZBNKWIR2
061700                                                                  ZBNKWIR2
061703***************************************************************** ZBNKWIR2
061706* Journal the BNKACC record just added, changed or deleted so   * ZBNKWIR2
061709* it can be rolled forward onto a reload                        * ZBNKWIR2
061712***************************************************************** ZBNKWIR2
061715  JOURNAL-BNKACC.                                                 ZBNKWIR2
061718      MOVE 'BNKACC' TO JRN-CTL-FILE.                              ZBNKWIR2
061721      MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                 ZBNKWIR2
061724      MOVE BNKACC-REC TO JRN-CTL-IMAGE.                           ZBNKWIR2
061727      MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                      ZBNKWIR2
061730      CALL 'UJOURNL' USING JRN-CTL-DATA.                          ZBNKWIR2
061733      IF JRN-CTL-ERROR                                            ZBNKWIR2
061736         MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                   ZBNKWIR2
061739         PERFORM DISPLAY-CONSOLE-MESSAGE                          ZBNKWIR2
061742         PERFORM ABORT-PROGRAM                                    ZBNKWIR2
061745      END-IF.                                                     ZBNKWIR2
061748                                                                  ZBNKWIR2
061751***************************************************************** ZBNKWIR2
061754* Journal the BNKTXN record just added, changed or deleted so   * ZBNKWIR2
061757* it can be rolled forward onto a reload                        * ZBNKWIR2
061760***************************************************************** ZBNKWIR2
061763  JOURNAL-BNKTXN.                                                 ZBNKWIR2
061766      MOVE 'BNKTXN' TO JRN-CTL-FILE.                              ZBNKWIR2
061769      MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                 ZBNKWIR2
061772      MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                           ZBNKWIR2
061775      MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                      ZBNKWIR2
061778      CALL 'UJOURNL' USING JRN-CTL-DATA.                          ZBNKWIR2
061781      IF JRN-CTL-ERROR                                            ZBNKWIR2
061784         MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                   ZBNKWIR2
061787         PERFORM DISPLAY-CONSOLE-MESSAGE                          ZBNKWIR2
061790         PERFORM ABORT-PROGRAM                                    ZBNKWIR2
061793      END-IF.                                                     ZBNKWIR2
061796                                                                  ZBNKWIR2
061800***************************************************************** ZBNKWIR2
061900* Display the file status bytes. This routine will display as   * ZBNKWIR2
062000* two digits if the full two byte file status is numeric. If    * ZBNKWIR2
