001900*              expiry date has passed is released with a        * ZBNKLGL1
002000*              release notice.  The summary report shows what   * ZBNKLGL1
002100*              was noticed and what lapsed.                     * ZBNKLGL1
002110*              A customer whose address has been returned       * ZBNKLGL1
002120*              undeliverable is sent the notice by email if     * ZBNKLGL1
002130*              they take email, otherwise it is held and        * ZBNKLGL1
002140*              listed.                                          * ZBNKLGL1
002141*              Each letter written is added to the customer's   * ZBNKLGL1
002142*              correspondence history through UCORREG.          * ZBNKLGL1
002200***************************************************************** ZBNKLGL1
002300                                                                  ZBNKLGL1
002400 IDENTIFICATION DIVISION.                                         ZBNKLGL1
009200   05  LTR-AMOUNT                          PIC 9(9)V99.           ZBNKLGL1
009300   05  LTR-NOTICE-TYPE                     PIC X(1).              ZBNKLGL1
009400   05  LTR-ORDER-REF                       PIC X(16).             ZBNKLGL1
009410   05  LTR-CHANNEL                         PIC X(1).              ZBNKLGL1
009500   05  FILLER                              PIC X(18).             ZBNKLGL1
009600                                                                  ZBNKLGL1
009700 FD  PRINTOUT-FILE.                                               ZBNKLGL1
009800 01  PRINTOUT-REC                        PIC X(121).              ZBNKLGL1
010000 WORKING-STORAGE SECTION.                                         ZBNKLGL1
010100 COPY CRUNCTLD.                                                   ZBNKLGL1
010200                                                                  ZBNKLGL1
010210 COPY CCORREGD.                                                   ZBNKLGL1
010220                                                                  ZBNKLGL1
010300 COPY CTIMERD.                                                    ZBNKLGL1
010400                                                                  ZBNKLGL1
010500 COPY CTSTAMPD.                                                   ZBNKLGL1
028800     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKLGL1
028900        GO TO WRITE-NOTICE-EXIT                                   ZBNKLGL1
029000     END-IF.                                                      ZBNKLGL1
029010     IF BCS-ADDR-UNDELIVERABLE AND                                ZBNKLGL1
029020        BCS-REC-SEND-EMAIL IS NOT EQUAL TO 'Y'                    ZBNKLGL1
029030        MOVE 'Held - undeliverable' TO WS-LINE4-WHAT              ZBNKLGL1
029040        PERFORM PRINT-ORDER-LINE                                  ZBNKLGL1
029050        GO TO WRITE-NOTICE-EXIT                                   ZBNKLGL1
029060     END-IF.                                                      ZBNKLGL1
029100     MOVE SPACES TO LETTER-REC.                                   ZBNKLGL1
029200     MOVE BAC-REC-PID TO LTR-PID.                                 ZBNKLGL1
029300     MOVE BAC-REC-ACCNO TO LTR-ACCNO.                             ZBNKLGL1
029700     MOVE BCS-REC-STATE TO LTR-STATE.                             ZBNKLGL1
029800     MOVE BCS-REC-CNTRY TO LTR-CNTRY.                             ZBNKLGL1
029900     MOVE BCS-REC-POST-CODE TO LTR-POST-CODE.                     ZBNKLGL1
029910     IF BCS-ADDR-UNDELIVERABLE                                    ZBNKLGL1
029920        MOVE 'E' TO LTR-CHANNEL                                   ZBNKLGL1
029930     END-IF.                                                      ZBNKLGL1
030000     MOVE LGL-REC-AMOUNT TO LTR-AMOUNT.                           ZBNKLGL1
030100     MOVE WS-NOTICE-TYPE TO LTR-NOTICE-TYPE.                      ZBNKLGL1
030200     MOVE LGL-REC-ORDER-REF TO LTR-ORDER-REF.                     ZBNKLGL1
030900        PERFORM DISPLAY-IO-STATUS                                 ZBNKLGL1
031000        PERFORM ABORT-PROGRAM                                     ZBNKLGL1
031100     END-IF.                                                      ZBNKLGL1
031150     PERFORM RECORD-CORRESPONDENCE.                               ZBNKLGL1
031200 WRITE-NOTICE-EXIT.                                               ZBNKLGL1
031300     EXIT.                                                        ZBNKLGL1
031400                                                                  ZBNKLGL1
031401***************************************************************** ZBNKLGL1
031402* Add the letter just written to the customer's correspondence  * ZBNKLGL1
031403* history so staff can see it and have it reprinted             * ZBNKLGL1
031404***************************************************************** ZBNKLGL1
031405 RECORD-CORRESPONDENCE.                                           ZBNKLGL1
031406     MOVE SPACES TO CRG-CTL-DATA.                                 ZBNKLGL1
031407     MOVE WS-PROGRAM-ID TO CRG-CTL-PROGRAM.                       ZBNKLGL1
031408     MOVE 'LEGALORD' TO CRG-CTL-LETTER-TYPE.                      ZBNKLGL1
031409     MOVE LTR-PID TO CRG-CTL-PID.                                 ZBNKLGL1
031410     MOVE LTR-ACCNO TO CRG-CTL-ACCNO.                             ZBNKLGL1
031411     MOVE LTR-NAME TO CRG-CTL-NAME.                               ZBNKLGL1
031412     MOVE LTR-ADDR1 TO CRG-CTL-ADDR1.                             ZBNKLGL1
031413     MOVE LTR-ADDR2 TO CRG-CTL-ADDR2.                             ZBNKLGL1
031414     MOVE LTR-STATE TO CRG-CTL-STATE.                             ZBNKLGL1
031415     MOVE LTR-CNTRY TO CRG-CTL-CNTRY.                             ZBNKLGL1
031416     MOVE LTR-POST-CODE TO CRG-CTL-POST-CODE.                     ZBNKLGL1
031417     IF LTR-CHANNEL IS EQUAL TO 'E'                               ZBNKLGL1
031418        SET CRG-CTL-EMAIL TO TRUE                                 ZBNKLGL1
031419     ELSE                                                         ZBNKLGL1
031420        SET CRG-CTL-MAIL TO TRUE                                  ZBNKLGL1
031421     END-IF.                                                      ZBNKLGL1
031422     IF LTR-NOTICE-TYPE IS EQUAL TO 'R'                           ZBNKLGL1
031423        MOVE 'Legal order lapsed - ref '                          ZBNKLGL1
031424          TO CRG-CTL-SUMMARY                                      ZBNKLGL1
031425     ELSE                                                         ZBNKLGL1
031426        MOVE 'Legal order lodged - ref '                          ZBNKLGL1
031427          TO CRG-CTL-SUMMARY                                      ZBNKLGL1
031428     END-IF.                                                      ZBNKLGL1
031429     MOVE LTR-ORDER-REF TO CRG-CTL-SUMMARY (26:16).               ZBNKLGL1
031430     MOVE LETTER-REC TO CRG-CTL-IMAGE.                            ZBNKLGL1
031431     CALL 'UCORREG' USING CRG-CTL-DATA.                           ZBNKLGL1
031432     IF CRG-CTL-ERROR                                             ZBNKLGL1
031433        MOVE CRG-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKLGL1
031434        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKLGL1
031435        PERFORM ABORT-PROGRAM                                     ZBNKLGL1
031436     END-IF.                                                      ZBNKLGL1
031437                                                                  ZBNKLGL1
031500***************************************************************** ZBNKLGL1
031600* One report line per noticed or lapsed order                   * ZBNKLGL1
031700***************************************************************** ZBNKLGL1
